      ******************************************************************
      * IDENTIFICATION DIVISION                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCPRVM01.
       AUTHOR.        R S GUPTA.
       INSTALLATION.  DEMOHEALTHCARE - PATIENT SERVICES.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      * HCPRVM01 - PRIVACY ACCESS-MONITORING CASE LIST                 *
      *                                                                *
      * Batch job run against the HCAUDIT trail.  HCAUDR01 counts     *
      * activity; this job asks whether each look at a patient's      *
      * record had a reason.  The accesses reviewed are the 11RPAT    *
      * record reads, every patient a 12SPAT search showed (the       *
      * SPATHT entries HCIPDB01 logs per search hit) and the HCCHRT01 *
      * chart requests (CHRTRQ entries), successful ones only - a     *
      * refused or not-found request showed nothing.  An access in    *
      * the card's date range is made a case when:                    *
      *                                                                *
      *   1. the patient had no visit, appointment, alert or stay on  *
      *      the ward within the care window (the card's days either  *
      *      side of the access date, default 3) - a stay being the   *
      *      current admission on HCADMIT or any ward segment of an   *
      *      earlier one on the HCEPISOD episode history;              *
      *   2. it fell in an hour of the day the operator seldom works  *
      *      - under 5 percent of the entries on the file read,       *
      *      judged only once they have 50 entries there; or          *
      *   3. the patient's last name is one of the words of the       *
      *      operator's name on HCOPRREC.                              *
      *                                                                *
      * An operator whose lookups in the range are at least 20 and    *
      * more than the card's multiple (default 3) of the average of   *
      * the other active operators in the same role gets a volume     *
      * case too.  A role with a single active operator has no norm   *
      * to judge against.  An access to a record 14MPAT merged away   *
      * is judged on the survivor's care activity as well.            *
      *                                                                *
      * Cases go to the indexed work file HCPRVCS and are read back   *
      * in operator order to print the case list, one block per       *
      * operator with their role, lookup count and role norm, for the *
      * privacy officer to work.                                      *
      *                                                                *
      * The SYSIN card carries the from and to dates (YYYY-MM-DD; a   *
      * blank from date defaults to yesterday, the day the nightly    *
      * run reviews, and a blank to date to the from date), the care  *
      * window in days and the volume multiple.                       *
      * Wired to the HCRUNC01 run-control module for double-run       *
      * protection; the audit passes change nothing and the work file *
      * is rebuilt, so an abended run simply reruns from the top.     *
      *                                                                *
      * HCAUDIT holds only the entries since HCAUDV01 last archived a *
      * month, so the hour profile is built from those.  An archive   *
      * month (YYYY-MM) in columns 25-31 of the card reviews that     *
      * month's HCAUDARC archive instead - the JCL points it at the   *
      * dated archive - with the profile built from the archive and   *
      * blank dates taking the whole month.  As in HCAUDR01 the       *
      * archive must pass the shared HCAUDK01 check - its HCAUSREC    *
      * seal for the month asked, matching the entries read, and the  *
      * hash chain unbroken from the seal's opening hash to its       *
      * closing one - or the run is refused; an archive review is on  *
      * request and outside run control.                              *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original program.                               *
      * 2026-10-15 RSG Card's new archive month reviews a sealed      *
      *                HCAUDARC monthly archive instead of HCAUDIT,   *
      *                outside run control.  The audit record is read *
      *                into working storage, and the passes open and  *
      *                close the file through 2800/2850.               *
      * 2026-10-15 RSG Care check also reads the HCEPISOD episode     *
      *                history, so a stay since discharged still      *
      *                counts.  On an archive review a blank to date  *
      *                takes the month end whatever the from date, as *
      *                HCAUDR01 does.                                  *
      * 2026-10-15 RSG Archive check moved to the shared HCAUDK01     *
      *                module, which also re-folds every entry's hash *
      *                from the seal's opening hash to its closing    *
      *                one; a broken chain refuses the run, and any   *
      *                breaks the seal accepts are displayed.         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO HCAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HC-AUDIT-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO HCAUDARC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HC-ARCHIVE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO HCOPRS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS HC-OPERATOR-STATUS.

           SELECT PATIENT-FILE ASSIGN TO PATIENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-PATIENT-ID
               ALTERNATE RECORD KEY IS PF-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PF-INS-CARD-NUM
                   WITH DUPLICATES
               FILE STATUS IS HC-PATIENT-STATUS.

           SELECT VISIT-FILE ASSIGN TO HCVISIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VF-VISIT-KEY
               FILE STATUS IS HC-VISIT-STATUS.

           SELECT APPOINTMENT-FILE ASSIGN TO HCAPPTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-APPT-KEY
               FILE STATUS IS HC-APPOINTMENT-STATUS.

           SELECT ALERT-FILE ASSIGN TO HCALERT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AF-ALERT-KEY
               FILE STATUS IS HC-ALERT-STATUS.

           SELECT ADMISSION-FILE ASSIGN TO HCADMIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-PATIENT-ID
               FILE STATUS IS HC-ADMISSION-STATUS.

           SELECT EPISODE-FILE ASSIGN TO HCEPISOD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-EPISODE-KEY
               FILE STATUS IS HC-EPISODE-STATUS.

           SELECT CASE-FILE ASSIGN TO HCPRVCS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CASE-KEY
               FILE STATUS IS HC-CASE-STATUS.

           SELECT CASE-REPORT ASSIGN TO HCPRVRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HC-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  HC-AUDIT-FILE-RECORD          PIC X(100).

       FD  ARCHIVE-FILE.
       01  HC-ARCHIVE-FILE-RECORD        PIC X(100).

       FD  OPERATOR-FILE.
           COPY HCOPRREC.

       FD  PATIENT-FILE.
           COPY HCPATREC.

       FD  VISIT-FILE.
           COPY HCVISREC.

       FD  APPOINTMENT-FILE.
           COPY HCAPTREC.

       FD  ALERT-FILE.
           COPY HCALTREC.

       FD  ADMISSION-FILE.
           COPY HCADMREC.

       FD  EPISODE-FILE.
           COPY HCEPSREC.

       FD  CASE-FILE.
           COPY HCPRCREC.

       FD  CASE-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  HC-REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    REVIEW PARAMETER CARD (FROM SYSIN)                          *
      *----------------------------------------------------------------*
       01  HC-PARM-CARD.
           05 HC-PARM-FROM-DATE          PIC X(10).
           05 HC-PARM-TO-DATE            PIC X(10).
           05 HC-PARM-WINDOW-DAYS        PIC 9(02).
           05 HC-PARM-VOLUME-MULTIPLE    PIC 9(02).
      *       Blank or zero window defaults to 3 days, blank or zero
      *       multiple to 3.
           05 HC-PARM-ARCHIVE-MONTH      PIC X(07).
      *       Spaces = the live HCAUDIT file.

      *----------------------------------------------------------------*
      *    FILE STATUS SWITCHES                                        *
      *----------------------------------------------------------------*
       01  HC-AUDIT-STATUS               PIC X(02) VALUE '00'.
           88 HC-AUDIT-OK                          VALUE '00'.
           88 HC-AUDIT-NOT-THERE                   VALUE '35'.

       01  HC-ARCHIVE-STATUS             PIC X(02) VALUE '00'.
           88 HC-ARCHIVE-OK                        VALUE '00'.

       01  HC-OPERATOR-STATUS            PIC X(02) VALUE '00'.
           88 HC-OPERATOR-OK                       VALUE '00'.

       01  HC-PATIENT-STATUS             PIC X(02) VALUE '00'.
           88 HC-PATIENT-OK                        VALUE '00'.

       01  HC-VISIT-STATUS               PIC X(02) VALUE '00'.
           88 HC-VISIT-OK                          VALUE '00'.

       01  HC-APPOINTMENT-STATUS         PIC X(02) VALUE '00'.
           88 HC-APPOINTMENT-OK                    VALUE '00'.

       01  HC-ALERT-STATUS               PIC X(02) VALUE '00'.
           88 HC-ALERT-OK                          VALUE '00'.

       01  HC-ADMISSION-STATUS           PIC X(02) VALUE '00'.
           88 HC-ADMISSION-OK                      VALUE '00'.

       01  HC-EPISODE-STATUS             PIC X(02) VALUE '00'.
           88 HC-EPISODE-OK                        VALUE '00'.
           88 HC-EPISODE-NOT-THERE                 VALUE '35'.

       01  HC-CASE-STATUS                PIC X(02) VALUE '00'.
           88 HC-CASE-OK                           VALUE '00'.

       01  HC-REPORT-STATUS              PIC X(02) VALUE '00'.
           88 HC-REPORT-OK                         VALUE '00'.

       01  HC-WORK-SWITCHES.
           05 HC-AUDIT-EOF-SW            PIC X(01) VALUE 'N'.
              88 HC-NO-MORE-AUDIT                  VALUE 'Y'.
           05 HC-CASE-EOF-SW             PIC X(01) VALUE 'N'.
              88 HC-NO-MORE-CASES                  VALUE 'Y'.
           05 HC-SLOT-SW                 PIC X(01) VALUE 'N'.
              88 HC-SLOT-FOUND                     VALUE 'Y'.
              88 HC-SLOT-NOT-FOUND                 VALUE 'N'.
           05 HC-CARE-SW                 PIC X(01) VALUE 'N'.
              88 HC-CARE-FOUND                     VALUE 'Y'.
              88 HC-CARE-NOT-FOUND                 VALUE 'N'.
           05 HC-FILES-SW                PIC X(01) VALUE 'N'.
              88 HC-FILES-OPEN                     VALUE 'Y'.
           05 HC-EPISODE-OPEN-SW         PIC X(01) VALUE 'N'.
              88 HC-EPISODE-OPEN                   VALUE 'Y'.
           05 HC-EPISODE-EOF-SW          PIC X(01) VALUE 'N'.
              88 HC-NO-MORE-EPISODES               VALUE 'Y'.
           05 HC-SOURCE-SW               PIC X(01) VALUE 'L'.
              88 HC-READING-LIVE                   VALUE 'L'.
              88 HC-READING-ARCHIVE                VALUE 'A'.

      *----------------------------------------------------------------*
      *    AUDIT ENTRY AND ARCHIVE CHECK WORK AREAS                    *
      *----------------------------------------------------------------*
           COPY HCAUDREC.
           COPY HCAUDKA.

       01  HC-ARCHIVE-MONTH              PIC X(07).
       01  HC-ARCHIVE-MONTH-SPLIT REDEFINES HC-ARCHIVE-MONTH.
           05 HC-AM-YEAR                 PIC X(04).
           05 FILLER                     PIC X(01).
           05 HC-AM-MONTH                PIC X(02).

      *----------------------------------------------------------------*
      *    ACCESS CLASSIFICATION                                       *
      *----------------------------------------------------------------*
       01  HC-ACCESS-REQUEST-ID          PIC X(06).
           88 HC-PATIENT-LOOKUP                    VALUE '11RPAT'
                                                         'SPATHT'
                                                         'CHRTRQ'.

       01  HC-ACCESS-FINDINGS.
           05 HC-NO-CARE-SW              PIC X(01).
              88 HC-NO-CARE                        VALUE 'Y'.
           05 HC-OFF-HOURS-SW            PIC X(01).
              88 HC-OFF-HOURS                      VALUE 'Y'.
           05 HC-NAME-MATCH-SW           PIC X(01).
              88 HC-NAME-MATCH                     VALUE 'Y'.

      *----------------------------------------------------------------*
      *    REVIEW LIMITS                                               *
      *----------------------------------------------------------------*
       01  HC-WINDOW-DAYS                PIC 9(02).
       01  HC-VOLUME-MULTIPLE            PIC 9(02).
       01  HC-VOLUME-MINIMUM             PIC 9(04) VALUE 20.
       01  HC-HOURS-HISTORY-MINIMUM      PIC 9(04) VALUE 50.
       01  HC-USUAL-HOUR-PERCENT         PIC 9(02) VALUE 5.

      *----------------------------------------------------------------*
      *    DATE WORK AREAS                                             *
      *       AU-CHANGE-DATE is the raw YYYYMMDD from FUNCTION         *
      *       CURRENT-DATE; the range is compacted to compare with it  *
      *       and the care window is edited to YYYY-MM-DD to compare   *
      *       with the visit, appointment, alert and admission dates.  *
      *----------------------------------------------------------------*
       01  HC-CURRENT-DATE-TIME          PIC X(21).
       01  HC-BUSINESS-DATE              PIC X(10).
       01  HC-FROM-DATE                  PIC X(10).
       01  HC-TO-DATE                    PIC X(10).
       01  HC-FROM-COMPACT               PIC X(08).
       01  HC-TO-COMPACT                 PIC X(08).
       01  HC-ACCESS-INTEGER             PIC 9(08).
       01  HC-WINDOW-INTEGER             PIC 9(08).
       01  HC-WINDOW-YYYYMMDD            PIC 9(08).
       01  HC-WINDOW-SPLIT REDEFINES HC-WINDOW-YYYYMMDD.
           05 HC-WIN-YEAR                PIC 9(04).
           05 HC-WIN-MONTH               PIC 9(02).
           05 HC-WIN-DAY                 PIC 9(02).
       01  HC-WINDOW-FROM                PIC X(10).
       01  HC-WINDOW-TO                  PIC X(10).
       01  HC-DATE-COMPACT               PIC 9(08).
       01  HC-DATE-COMPACT-X REDEFINES HC-DATE-COMPACT
                                         PIC X(08).
       01  HC-ACCESS-HOUR                PIC 9(02).
       01  HC-CARE-PATIENT-ID            PIC 9(10).

      *----------------------------------------------------------------*
      *    OPERATOR PROFILE TABLE                                      *
      *       Built on the first pass over the file read - HCAUDIT     *
      *       since the last archive, or the archive month: the hour  *
      *       profile from every entry on it, the lookup count from   *
      *       the range only.  Entries past the 200th distinct        *
      *       operator are counted as untracked on the control totals *
      *       rather than silently disappearing from the review.      *
      *----------------------------------------------------------------*
       01  HC-OPERATOR-TABLE.
           05 HC-NUM-OPERATORS           PIC 9(03) VALUE 0.
           05 HC-OPERATOR-ENTRY OCCURS 200 TIMES.
              10 HC-OT-OPERATOR-ID       PIC X(04).
              10 HC-OT-NAME              PIC X(20).
              10 HC-OT-NAME-WORD         PIC X(20) OCCURS 3 TIMES.
              10 HC-OT-ROLE              PIC X(08).
              10 HC-OT-ACTIVE-SW         PIC X(01).
                 88 HC-OT-ACTIVE                   VALUE 'Y'.
              10 HC-OT-HISTORY           PIC 9(07).
              10 HC-OT-HOUR-COUNT        PIC 9(07) OCCURS 24 TIMES.
              10 HC-OT-LOOKUPS           PIC 9(06).
              10 HC-OT-ROLE-NORM         PIC 9(06).
              10 HC-OT-CASES             PIC 9(06).

       01  HC-ROLE-TABLE.
           05 HC-NUM-ROLES               PIC 9(02) VALUE 0.
           05 HC-ROLE-ENTRY OCCURS 30 TIMES.
              10 HC-RT-ROLE              PIC X(08).
              10 HC-RT-OPERATORS         PIC 9(04).
              10 HC-RT-LOOKUPS           PIC 9(07).

       01  HC-SCAN-IDX                   PIC 9(03) VALUE 0.
       01  HC-FOUND-IDX                  PIC 9(03) VALUE 0.
       01  HC-ROLE-IDX                   PIC 9(02) VALUE 0.
       01  HC-WORD-IDX                   PIC 9(01) VALUE 0.
       01  HC-HOUR-IDX                   PIC 9(02) VALUE 0.
      *       The VARYING in the table searches steps HC-SCAN-IDX past
      *       the matched slot before the loop condition sees the
      *       switch, so the match paragraphs hold the slot number
      *       in HC-FOUND-IDX instead.

       01  HC-OTHERS-LOOKUPS             PIC 9(07).
       01  HC-OTHERS-OPERATORS           PIC 9(04).
       01  HC-VOLUME-LIMIT               PIC 9(08).
       01  HC-HOUR-SHARE                 PIC 9(09).
       01  HC-HISTORY-SHARE              PIC 9(09).
       01  HC-CASE-SEQ                   PIC 9(07) VALUE 0.
       01  HC-CURRENT-OPERATOR           PIC X(04) VALUE SPACES.
       01  HC-MATCH-OPERATOR-ID          PIC X(04).
       01  HC-FINDINGS-PTR               PIC 9(03).

       01  HC-REPORT-COUNTS.
           05 HC-AUDIT-READ              PIC 9(07) VALUE 0.
           05 HC-LOOKUPS-IN-RANGE        PIC 9(07) VALUE 0.
           05 HC-ACCESS-CASES            PIC 9(07) VALUE 0.
           05 HC-NO-CARE-CASES           PIC 9(07) VALUE 0.
           05 HC-OFF-HOURS-CASES         PIC 9(07) VALUE 0.
           05 HC-NAME-MATCH-CASES        PIC 9(07) VALUE 0.
           05 HC-VOLUME-CASES            PIC 9(07) VALUE 0.
           05 HC-OPERATORS-LISTED        PIC 9(07) VALUE 0.
           05 HC-UNTRACKED-ENTRIES       PIC 9(07) VALUE 0.

      *----------------------------------------------------------------*
      *    RUN-CONTROL WORK AREAS                                      *
      *----------------------------------------------------------------*
       COPY HCRUNCA.

       01  HC-RUN-REFUSED-SW             PIC X(01) VALUE 'N'.
           88 HC-RUN-REFUSED                       VALUE 'Y'.
           88 HC-RUN-ALLOWED                       VALUE 'N'.

      *----------------------------------------------------------------*
      *    REPORT LINES                                                *
      *----------------------------------------------------------------*
       01  HC-HEADING-LINE-1.
           05 FILLER                     PIC X(42)
              VALUE 'DEMOHEALTHCARE - PRIVACY ACCESS REVIEW'.
           05 HC-H-FROM-DATE             PIC X(10).
           05 FILLER                     PIC X(03) VALUE ' - '.
           05 HC-H-TO-DATE               PIC X(10).
           05 FILLER                     PIC X(15)
              VALUE '  CARE WINDOW  '.
           05 HC-H-WINDOW                PIC Z9.
           05 FILLER                     PIC X(05) VALUE ' DAYS'.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-H-SOURCE                PIC X(20).
           05 FILLER                     PIC X(23) VALUE SPACES.

       01  HC-OPERATOR-LINE.
           05 FILLER                     PIC X(09) VALUE 'OPERATOR '.
           05 HC-O-OPERATOR-ID           PIC X(04).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-O-NAME                  PIC X(20).
           05 FILLER                     PIC X(07) VALUE ' ROLE  '.
           05 HC-O-ROLE                  PIC X(08).
           05 FILLER                     PIC X(10)
              VALUE '  LOOKUPS '.
           05 HC-O-LOOKUPS               PIC ZZZ,ZZ9.
           05 FILLER                     PIC X(12)
              VALUE '  ROLE NORM '.
           05 HC-O-ROLE-NORM             PIC ZZZ,ZZ9.
           05 FILLER                     PIC X(08)
              VALUE '  CASES '.
           05 HC-O-CASES                 PIC ZZZ,ZZ9.
           05 FILLER                     PIC X(31) VALUE SPACES.

       01  HC-COLUMN-LINE.
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 FILLER                     PIC X(12) VALUE 'DATE'.
           05 FILLER                     PIC X(10) VALUE 'TIME'.
           05 FILLER                     PIC X(08) VALUE 'ACCESS'.
           05 FILLER                     PIC X(12) VALUE 'PATIENT ID'.
           05 FILLER                     PIC X(22) VALUE 'LAST NAME'.
           05 FILLER                     PIC X(64) VALUE 'FINDINGS'.

       01  HC-CASE-LINE.
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 HC-D-ACCESS-DATE           PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-D-ACCESS-TIME           PIC X(08).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-D-REQUEST-ID            PIC X(06).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-D-PATIENT-ID            PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-D-LAST-NAME             PIC X(20).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-D-FINDINGS              PIC X(60).
           05 FILLER                     PIC X(04) VALUE SPACES.

       01  HC-MULTIPLE-EDIT              PIC Z9.

       01  HC-COUNT-LINE.
           05 HC-C-TITLE                 PIC X(20).
           05 HC-C-COUNT                 PIC Z,ZZZ,ZZ9.
           05 FILLER                     PIC X(103) VALUE SPACES.

       01  HC-BLANK-LINE                 PIC X(132) VALUE SPACES.

      ******************************************************************
      * PROCEDURE DIVISION                                             *
      ******************************************************************
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE                                                  *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE       THRU 1000-EXIT
           IF HC-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2000-PROFILE-PASS     THRU 2000-EXIT
               PERFORM 3000-SET-ROLE-NORMS   THRU 3000-EXIT
               PERFORM 4000-ACCESS-PASS      THRU 4000-EXIT
               PERFORM 5000-WRITE-CASE-LIST  THRU 5000-EXIT
               PERFORM 9000-TERMINATE        THRU 9000-EXIT
           END-IF
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE                                                *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT HC-PARM-CARD FROM SYSIN
           MOVE FUNCTION CURRENT-DATE TO HC-CURRENT-DATE-TIME
           STRING HC-CURRENT-DATE-TIME (1:4) '-'
                  HC-CURRENT-DATE-TIME (5:2) '-'
                  HC-CURRENT-DATE-TIME (7:2)
                  DELIMITED BY SIZE INTO HC-BUSINESS-DATE

           IF HC-PARM-ARCHIVE-MONTH NOT = SPACES
               PERFORM 1100-CHECK-ARCHIVE THRU 1100-EXIT
               IF HC-RUN-REFUSED
                   GO TO 1000-EXIT
               END-IF
           END-IF

           IF HC-PARM-FROM-DATE = SPACES
               MOVE HC-CURRENT-DATE-TIME (1:8) TO HC-DATE-COMPACT-X
               COMPUTE HC-WINDOW-INTEGER =
                   FUNCTION INTEGER-OF-DATE (HC-DATE-COMPACT) - 1
               COMPUTE HC-WINDOW-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER (HC-WINDOW-INTEGER)
               STRING HC-WIN-YEAR '-' HC-WIN-MONTH '-' HC-WIN-DAY
                   DELIMITED BY SIZE INTO HC-FROM-DATE
           ELSE
               MOVE HC-PARM-FROM-DATE TO HC-FROM-DATE
           END-IF
           IF HC-PARM-TO-DATE = SPACES
               MOVE HC-FROM-DATE TO HC-TO-DATE
           ELSE
               MOVE HC-PARM-TO-DATE TO HC-TO-DATE
           END-IF
           IF HC-PARM-WINDOW-DAYS IS NUMERIC
                   AND HC-PARM-WINDOW-DAYS > 0
               MOVE HC-PARM-WINDOW-DAYS TO HC-WINDOW-DAYS
           ELSE
               MOVE 3 TO HC-WINDOW-DAYS
           END-IF
           IF HC-PARM-VOLUME-MULTIPLE IS NUMERIC
                   AND HC-PARM-VOLUME-MULTIPLE > 0
               MOVE HC-PARM-VOLUME-MULTIPLE TO HC-VOLUME-MULTIPLE
           ELSE
               MOVE 3 TO HC-VOLUME-MULTIPLE
           END-IF

           IF HC-READING-LIVE
               MOVE 'HCPRVM01' TO RC-JOB-NAME
               MOVE HC-BUSINESS-DATE TO RC-RUN-DATE
               SET RC-FUNC-START TO TRUE
               CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA
               IF RC-REPLY-ALREADY-RUN
                   DISPLAY 'HCPRVM01 - ALREADY COMPLETE FOR '
                           HC-BUSINESS-DATE ' - RUN REFUSED'
                   SET HC-RUN-REFUSED TO TRUE
                   GO TO 1000-EXIT
               END-IF
           END-IF

           MOVE HC-FROM-DATE (1:4) TO HC-FROM-COMPACT (1:4)
           MOVE HC-FROM-DATE (6:2) TO HC-FROM-COMPACT (5:2)
           MOVE HC-FROM-DATE (9:2) TO HC-FROM-COMPACT (7:2)
           MOVE HC-TO-DATE (1:4)   TO HC-TO-COMPACT (1:4)
           MOVE HC-TO-DATE (6:2)   TO HC-TO-COMPACT (5:2)
           MOVE HC-TO-DATE (9:2)   TO HC-TO-COMPACT (7:2)

           OPEN INPUT OPERATOR-FILE
           OPEN INPUT PATIENT-FILE
           OPEN INPUT VISIT-FILE
           OPEN INPUT APPOINTMENT-FILE
           OPEN INPUT ALERT-FILE
           OPEN INPUT ADMISSION-FILE
           OPEN INPUT EPISODE-FILE
           IF HC-EPISODE-OK
               SET HC-EPISODE-OPEN TO TRUE
           ELSE
               IF NOT HC-EPISODE-NOT-THERE
                   DISPLAY 'HCPRVM01 - HCEPISOD OPEN FAILED, STATUS '
                           HC-EPISODE-STATUS
                           ' - STAYS FROM HCADMIT ONLY'
               END-IF
           END-IF
           SET HC-FILES-OPEN TO TRUE

           OPEN OUTPUT CASE-REPORT
           MOVE HC-FROM-DATE   TO HC-H-FROM-DATE
           MOVE HC-TO-DATE     TO HC-H-TO-DATE
           MOVE HC-WINDOW-DAYS TO HC-H-WINDOW
           IF HC-READING-ARCHIVE
               STRING 'ARCHIVE ' HC-ARCHIVE-MONTH
                   DELIMITED BY SIZE INTO HC-H-SOURCE
           ELSE
               MOVE 'LIVE HCAUDIT' TO HC-H-SOURCE
           END-IF
           WRITE HC-REPORT-LINE FROM HC-HEADING-LINE-1.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-CHECK-ARCHIVE                                             *
      *     The card's month must be a real YYYY-MM, and HCAUDK01      *
      *     must find HCAUDARC sealed for that month with its hash     *
      *     chain unbroken from the seal's opening hash to its         *
      *     closing one.                                               *
      *     Blank dates take the whole month, each on its own.         *
      *----------------------------------------------------------------*
       1100-CHECK-ARCHIVE.
           MOVE HC-PARM-ARCHIVE-MONTH TO HC-ARCHIVE-MONTH
           IF HC-AM-YEAR IS NOT NUMERIC
                   OR HC-AM-MONTH IS NOT NUMERIC
                   OR HC-AM-MONTH < '01'
                   OR HC-AM-MONTH > '12'
               DISPLAY 'HCPRVM01 - INVALID ARCHIVE MONTH '
                       HC-ARCHIVE-MONTH ' - RUN REFUSED'
               SET HC-RUN-REFUSED TO TRUE
               GO TO 1100-EXIT
           END-IF

           MOVE HC-ARCHIVE-MONTH TO AK-ARCHIVE-MONTH
           CALL 'HCAUDK01' USING HC-ARCHIVE-CHECK-AREA
           EVALUATE TRUE
               WHEN AK-REPLY-OK
                   IF AK-BREAKS-ACCEPTED > ZERO
                       DISPLAY 'HCPRVM01 - HCAUDARC SEALED WITH '
                               AK-BREAKS-ACCEPTED ' ACCEPTED BREAKS'
                   END-IF
               WHEN AK-REPLY-OPEN-FAILED
                   DISPLAY 'HCPRVM01 - HCAUDARC OPEN FAILED, STATUS '
                           AK-FILE-STATUS ' - RUN REFUSED'
               WHEN AK-REPLY-NO-SEAL
                   DISPLAY 'HCPRVM01 - HCAUDARC HAS NO SEAL'
                           ' - RUN REFUSED'
               WHEN AK-REPLY-NOT-SEALED
                   DISPLAY 'HCPRVM01 - HCAUDARC IS NOT THE SEALED'
                           ' ARCHIVE FOR ' HC-ARCHIVE-MONTH
                           ' - RUN REFUSED'
               WHEN OTHER
                   DISPLAY 'HCPRVM01 - HCAUDARC CHAIN BROKEN AT ENTRY '
                           AK-BREAK-SEQUENCE ' - RUN REFUSED'
           END-EVALUATE
           IF NOT AK-REPLY-OK
               SET HC-RUN-REFUSED TO TRUE
               GO TO 1100-EXIT
           END-IF

           SET HC-READING-ARCHIVE TO TRUE
           IF HC-PARM-FROM-DATE = SPACES
               STRING HC-ARCHIVE-MONTH '-01'
                   DELIMITED BY SIZE INTO HC-PARM-FROM-DATE
           END-IF
           IF HC-PARM-TO-DATE = SPACES
               STRING HC-ARCHIVE-MONTH '-31'
                   DELIMITED BY SIZE INTO HC-PARM-TO-DATE
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROFILE-PASS                                              *
      *     First pass over the whole file: every entry builds its     *
      *     operator's hour-of-day profile; the range's lookups are    *
      *     counted for the volume check.                              *
      *----------------------------------------------------------------*
       2000-PROFILE-PASS.
           PERFORM 2800-OPEN-AUDIT-SOURCE THRU 2800-EXIT
           IF HC-NO-MORE-AUDIT
               GO TO 2000-EXIT
           END-IF
           PERFORM 2900-READ-NEXT-AUDIT THRU 2900-EXIT
           PERFORM 2100-PROFILE-ENTRY THRU 2100-EXIT
               UNTIL HC-NO-MORE-AUDIT
           PERFORM 2850-CLOSE-AUDIT-SOURCE THRU 2850-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-PROFILE-ENTRY                                             *
      *----------------------------------------------------------------*
       2100-PROFILE-ENTRY.
           ADD 1 TO HC-AUDIT-READ
           PERFORM 2200-FIND-OPERATOR THRU 2200-EXIT
           IF HC-SLOT-NOT-FOUND
               ADD 1 TO HC-UNTRACKED-ENTRIES
               GO TO 2100-NEXT
           END-IF

           ADD 1 TO HC-OT-HISTORY (HC-FOUND-IDX)
           IF AU-CHANGE-TIME (1:2) IS NUMERIC
               MOVE AU-CHANGE-TIME (1:2) TO HC-ACCESS-HOUR
               IF HC-ACCESS-HOUR < 24
                   COMPUTE HC-HOUR-IDX = HC-ACCESS-HOUR + 1
                   ADD 1 TO HC-OT-HOUR-COUNT (HC-FOUND-IDX
                                              HC-HOUR-IDX)
               END-IF
           END-IF

           IF AU-CHANGE-DATE >= HC-FROM-COMPACT
                   AND AU-CHANGE-DATE <= HC-TO-COMPACT
               MOVE 'Y' TO HC-OT-ACTIVE-SW (HC-FOUND-IDX)
               MOVE AU-REQUEST-ID TO HC-ACCESS-REQUEST-ID
               IF HC-PATIENT-LOOKUP AND AU-RETURN-CODE = ZERO
                   ADD 1 TO HC-OT-LOOKUPS (HC-FOUND-IDX)
               END-IF
           END-IF.

       2100-NEXT.
           PERFORM 2900-READ-NEXT-AUDIT THRU 2900-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-FIND-OPERATOR                                             *
      *     Locates AU-OPERATOR-ID in the profile table, enrolling a   *
      *     new slot from HCOPRREC on first sight.  An operator no     *
      *     longer enrolled keeps a slot with no name and role NONE.   *
      *----------------------------------------------------------------*
       2200-FIND-OPERATOR.
           MOVE AU-OPERATOR-ID TO HC-MATCH-OPERATOR-ID
           SET HC-SLOT-NOT-FOUND TO TRUE
           PERFORM 2210-MATCH-OPERATOR THRU 2210-EXIT
               VARYING HC-SCAN-IDX FROM 1 BY 1
               UNTIL HC-SCAN-IDX > HC-NUM-OPERATORS
                  OR HC-SLOT-FOUND
           IF HC-SLOT-NOT-FOUND AND HC-NUM-OPERATORS < 200
               PERFORM 2220-ADD-OPERATOR THRU 2220-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2210-MATCH-OPERATOR                                            *
      *----------------------------------------------------------------*
       2210-MATCH-OPERATOR.
           IF HC-OT-OPERATOR-ID (HC-SCAN-IDX) = HC-MATCH-OPERATOR-ID
               SET HC-SLOT-FOUND TO TRUE
               MOVE HC-SCAN-IDX TO HC-FOUND-IDX
           END-IF.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2220-ADD-OPERATOR                                              *
      *----------------------------------------------------------------*
       2220-ADD-OPERATOR.
           ADD 1 TO HC-NUM-OPERATORS
           MOVE HC-NUM-OPERATORS TO HC-FOUND-IDX
           INITIALIZE HC-OPERATOR-ENTRY (HC-FOUND-IDX)
           MOVE AU-OPERATOR-ID TO HC-OT-OPERATOR-ID (HC-FOUND-IDX)
           MOVE 'N' TO HC-OT-ACTIVE-SW (HC-FOUND-IDX)
           MOVE AU-OPERATOR-ID TO OP-OPERATOR-ID
           READ OPERATOR-FILE
           IF HC-OPERATOR-OK
               MOVE OP-OPERATOR-NAME TO HC-OT-NAME (HC-FOUND-IDX)
               MOVE OP-ROLE          TO HC-OT-ROLE (HC-FOUND-IDX)
               UNSTRING OP-OPERATOR-NAME DELIMITED BY ALL SPACE
                   INTO HC-OT-NAME-WORD (HC-FOUND-IDX 1)
                        HC-OT-NAME-WORD (HC-FOUND-IDX 2)
                        HC-OT-NAME-WORD (HC-FOUND-IDX 3)
           ELSE
               MOVE 'NONE' TO HC-OT-ROLE (HC-FOUND-IDX)
           END-IF
           SET HC-SLOT-FOUND TO TRUE.
       2220-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2800-OPEN-AUDIT-SOURCE                                         *
      *     Each pass reads the live file or the archive the card      *
      *     named, from the top.  No live file means nothing to read.  *
      *----------------------------------------------------------------*
       2800-OPEN-AUDIT-SOURCE.
           MOVE 'N' TO HC-AUDIT-EOF-SW
           IF HC-READING-ARCHIVE
               OPEN INPUT ARCHIVE-FILE
           ELSE
               OPEN INPUT AUDIT-FILE
               IF HC-AUDIT-NOT-THERE
                   MOVE 'Y' TO HC-AUDIT-EOF-SW
               END-IF
           END-IF.
       2800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2850-CLOSE-AUDIT-SOURCE                                        *
      *----------------------------------------------------------------*
       2850-CLOSE-AUDIT-SOURCE.
           IF HC-READING-ARCHIVE
               CLOSE ARCHIVE-FILE
           ELSE
               CLOSE AUDIT-FILE
           END-IF.
       2850-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2900-READ-NEXT-AUDIT                                           *
      *     An archive's seal ends it like end of file.                *
      *----------------------------------------------------------------*
       2900-READ-NEXT-AUDIT.
           IF HC-READING-ARCHIVE
               READ ARCHIVE-FILE INTO HC-AUDIT-RECORD
               IF NOT HC-ARCHIVE-OK
                       OR AU-ARCHIVE-SEAL
                   MOVE 'Y' TO HC-AUDIT-EOF-SW
               END-IF
               GO TO 2900-EXIT
           END-IF
           READ AUDIT-FILE INTO HC-AUDIT-RECORD
           IF NOT HC-AUDIT-OK
               MOVE 'Y' TO HC-AUDIT-EOF-SW
           END-IF.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-SET-ROLE-NORMS                                            *
      *     Totals the range's lookups per role over the operators     *
      *     active in the range, then judges each operator against     *
      *     the average of the others in the role.                     *
      *----------------------------------------------------------------*
       3000-SET-ROLE-NORMS.
           OPEN OUTPUT CASE-FILE
           CLOSE CASE-FILE
           OPEN I-O CASE-FILE
           PERFORM 3100-ADD-TO-ROLE THRU 3100-EXIT
               VARYING HC-SCAN-IDX FROM 1 BY 1
               UNTIL HC-SCAN-IDX > HC-NUM-OPERATORS
           PERFORM 3200-CHECK-VOLUME THRU 3200-EXIT
               VARYING HC-SCAN-IDX FROM 1 BY 1
               UNTIL HC-SCAN-IDX > HC-NUM-OPERATORS.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-ADD-TO-ROLE                                               *
      *----------------------------------------------------------------*
       3100-ADD-TO-ROLE.
           IF NOT HC-OT-ACTIVE (HC-SCAN-IDX)
               GO TO 3100-EXIT
           END-IF
           PERFORM 3110-FIND-ROLE THRU 3110-EXIT
           IF HC-ROLE-IDX = 0
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO HC-RT-OPERATORS (HC-ROLE-IDX)
           ADD HC-OT-LOOKUPS (HC-SCAN-IDX)
               TO HC-RT-LOOKUPS (HC-ROLE-IDX).
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3110-FIND-ROLE                                                 *
      *     Leaves HC-ROLE-IDX at the role of operator slot            *
      *     HC-SCAN-IDX, adding the role on first sight; zero when     *
      *     the 30-role table is full.                                 *
      *----------------------------------------------------------------*
       3110-FIND-ROLE.
           MOVE 0 TO HC-ROLE-IDX
           PERFORM 3120-MATCH-ROLE THRU 3120-EXIT
               VARYING HC-FOUND-IDX FROM 1 BY 1
               UNTIL HC-FOUND-IDX > HC-NUM-ROLES
                  OR HC-ROLE-IDX > 0
           IF HC-ROLE-IDX = 0 AND HC-NUM-ROLES < 30
               ADD 1 TO HC-NUM-ROLES
               MOVE HC-NUM-ROLES TO HC-ROLE-IDX
               MOVE HC-OT-ROLE (HC-SCAN-IDX)
                   TO HC-RT-ROLE (HC-ROLE-IDX)
               MOVE 0 TO HC-RT-OPERATORS (HC-ROLE-IDX)
               MOVE 0 TO HC-RT-LOOKUPS (HC-ROLE-IDX)
           END-IF.
       3110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3120-MATCH-ROLE                                                *
      *----------------------------------------------------------------*
       3120-MATCH-ROLE.
           IF HC-RT-ROLE (HC-FOUND-IDX) = HC-OT-ROLE (HC-SCAN-IDX)
               MOVE HC-FOUND-IDX TO HC-ROLE-IDX
           END-IF.
       3120-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3200-CHECK-VOLUME                                              *
      *     The norm is the average of the role's other active         *
      *     operators, so one heavy user cannot drag the yardstick up  *
      *     to meet themselves.                                        *
      *----------------------------------------------------------------*
       3200-CHECK-VOLUME.
           IF NOT HC-OT-ACTIVE (HC-SCAN-IDX)
               GO TO 3200-EXIT
           END-IF
           PERFORM 3110-FIND-ROLE THRU 3110-EXIT
           IF HC-ROLE-IDX = 0
               GO TO 3200-EXIT
           END-IF
           IF HC-RT-OPERATORS (HC-ROLE-IDX) < 2
               GO TO 3200-EXIT
           END-IF
           COMPUTE HC-OTHERS-LOOKUPS = HC-RT-LOOKUPS (HC-ROLE-IDX)
               - HC-OT-LOOKUPS (HC-SCAN-IDX)
           COMPUTE HC-OTHERS-OPERATORS =
               HC-RT-OPERATORS (HC-ROLE-IDX) - 1
           COMPUTE HC-OT-ROLE-NORM (HC-SCAN-IDX) ROUNDED =
               HC-OTHERS-LOOKUPS / HC-OTHERS-OPERATORS
           COMPUTE HC-VOLUME-LIMIT =
               HC-OT-ROLE-NORM (HC-SCAN-IDX) * HC-VOLUME-MULTIPLE

           IF HC-OT-LOOKUPS (HC-SCAN-IDX) < HC-VOLUME-MINIMUM
                   OR HC-OT-LOOKUPS (HC-SCAN-IDX) NOT > HC-VOLUME-LIMIT
               GO TO 3200-EXIT
           END-IF

           MOVE SPACES TO HC-PRIVACY-CASE-RECORD
           MOVE HC-OT-OPERATOR-ID (HC-SCAN-IDX) TO PC-OPERATOR-ID
           MOVE 0                    TO PC-CASE-SEQ
           SET PC-CASE-VOLUME        TO TRUE
           MOVE 'VOLUME'             TO PC-REQUEST-ID
           MOVE 0                    TO PC-PATIENT-ID
           MOVE HC-OT-LOOKUPS (HC-SCAN-IDX)   TO PC-LOOKUPS
           MOVE HC-OT-ROLE-NORM (HC-SCAN-IDX) TO PC-ROLE-NORM
           WRITE HC-PRIVACY-CASE-RECORD
           ADD 1 TO HC-OT-CASES (HC-SCAN-IDX)
           ADD 1 TO HC-VOLUME-CASES.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-ACCESS-PASS                                               *
      *     Second pass: each successful lookup in the range is        *
      *     checked against the patient's care activity, the          *
      *     operator's usual hours and the operator's name.            *
      *----------------------------------------------------------------*
       4000-ACCESS-PASS.
           PERFORM 2800-OPEN-AUDIT-SOURCE THRU 2800-EXIT
           IF HC-NO-MORE-AUDIT
               GO TO 4000-EXIT
           END-IF
           PERFORM 2900-READ-NEXT-AUDIT THRU 2900-EXIT
           PERFORM 4100-CHECK-ACCESS THRU 4100-EXIT
               UNTIL HC-NO-MORE-AUDIT
           PERFORM 2850-CLOSE-AUDIT-SOURCE THRU 2850-EXIT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-CHECK-ACCESS                                              *
      *----------------------------------------------------------------*
       4100-CHECK-ACCESS.
           IF AU-CHANGE-DATE < HC-FROM-COMPACT
                   OR AU-CHANGE-DATE > HC-TO-COMPACT
                   OR AU-RETURN-CODE NOT = ZERO
               GO TO 4100-NEXT
           END-IF
           MOVE AU-REQUEST-ID TO HC-ACCESS-REQUEST-ID
           IF NOT HC-PATIENT-LOOKUP
               GO TO 4100-NEXT
           END-IF
           ADD 1 TO HC-LOOKUPS-IN-RANGE

      *    The profile pass enrolled every operator that fits the
      *    table; the entries of one that did not are already counted
      *    as untracked on the control totals.
           MOVE AU-OPERATOR-ID TO HC-MATCH-OPERATOR-ID
           SET HC-SLOT-NOT-FOUND TO TRUE
           PERFORM 2210-MATCH-OPERATOR THRU 2210-EXIT
               VARYING HC-SCAN-IDX FROM 1 BY 1
               UNTIL HC-SCAN-IDX > HC-NUM-OPERATORS
                  OR HC-SLOT-FOUND
           IF HC-SLOT-NOT-FOUND
               GO TO 4100-NEXT
           END-IF

           MOVE 'NNN' TO HC-ACCESS-FINDINGS
           PERFORM 4200-READ-PATIENT  THRU 4200-EXIT
           PERFORM 4300-CHECK-CARE    THRU 4300-EXIT
           PERFORM 4400-CHECK-HOURS   THRU 4400-EXIT
           PERFORM 4500-CHECK-NAME    THRU 4500-EXIT
           IF HC-ACCESS-FINDINGS NOT = 'NNN'
               PERFORM 4600-WRITE-ACCESS-CASE THRU 4600-EXIT
           END-IF.

       4100-NEXT.
           PERFORM 2900-READ-NEXT-AUDIT THRU 2900-EXIT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4200-READ-PATIENT                                              *
      *----------------------------------------------------------------*
       4200-READ-PATIENT.
           MOVE AU-PATIENT-ID TO PF-PATIENT-ID
           READ PATIENT-FILE
           IF NOT HC-PATIENT-OK
               MOVE SPACES TO PF-LAST-NAME
               MOVE ZERO   TO PF-MERGED-INTO-ID
           END-IF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4300-CHECK-CARE                                                *
      *     Any visit, appointment or alert dated inside the window,   *
      *     or a stay on the ward overlapping it, is a reason to look. *
      *     A merged-away record's care now sits under the survivor.   *
      *----------------------------------------------------------------*
       4300-CHECK-CARE.
           MOVE AU-CHANGE-DATE TO HC-DATE-COMPACT-X
           COMPUTE HC-ACCESS-INTEGER =
               FUNCTION INTEGER-OF-DATE (HC-DATE-COMPACT)
           COMPUTE HC-WINDOW-INTEGER =
               HC-ACCESS-INTEGER - HC-WINDOW-DAYS
           COMPUTE HC-WINDOW-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER (HC-WINDOW-INTEGER)
           STRING HC-WIN-YEAR '-' HC-WIN-MONTH '-' HC-WIN-DAY
               DELIMITED BY SIZE INTO HC-WINDOW-FROM
           COMPUTE HC-WINDOW-INTEGER =
               HC-ACCESS-INTEGER + HC-WINDOW-DAYS
           COMPUTE HC-WINDOW-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER (HC-WINDOW-INTEGER)
           STRING HC-WIN-YEAR '-' HC-WIN-MONTH '-' HC-WIN-DAY
               DELIMITED BY SIZE INTO HC-WINDOW-TO

           MOVE AU-PATIENT-ID TO HC-CARE-PATIENT-ID
           PERFORM 4310-CHECK-ONE-PATIENT THRU 4310-EXIT
           IF HC-CARE-NOT-FOUND AND PF-MERGED-INTO-ID NOT = ZERO
               MOVE PF-MERGED-INTO-ID TO HC-CARE-PATIENT-ID
               PERFORM 4310-CHECK-ONE-PATIENT THRU 4310-EXIT
           END-IF
           IF HC-CARE-NOT-FOUND
               SET HC-NO-CARE TO TRUE
           END-IF.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4310-CHECK-ONE-PATIENT                                         *
      *     A visit, appointment or alert in the window, the current   *
      *     admission overlapping it, or failing those any episode     *
      *     segment overlapping it.                                    *
      *----------------------------------------------------------------*
       4310-CHECK-ONE-PATIENT.
           SET HC-CARE-NOT-FOUND TO TRUE

           MOVE HC-CARE-PATIENT-ID TO VF-PATIENT-ID
           MOVE HC-WINDOW-FROM     TO VF-VISIT-DATE
           MOVE SPACES             TO VF-VISIT-TIME
           START VISIT-FILE KEY IS >= VF-VISIT-KEY
           IF HC-VISIT-OK
               READ VISIT-FILE NEXT RECORD
               IF HC-VISIT-OK
                       AND VF-PATIENT-ID = HC-CARE-PATIENT-ID
                       AND VF-VISIT-DATE NOT > HC-WINDOW-TO
                   SET HC-CARE-FOUND TO TRUE
                   GO TO 4310-EXIT
               END-IF
           END-IF

           MOVE HC-CARE-PATIENT-ID TO AP-PATIENT-ID
           MOVE HC-WINDOW-FROM     TO AP-APPT-DATE
           MOVE SPACES             TO AP-APPT-TIME
           START APPOINTMENT-FILE KEY IS >= AP-APPT-KEY
           IF HC-APPOINTMENT-OK
               READ APPOINTMENT-FILE NEXT RECORD
               IF HC-APPOINTMENT-OK
                       AND AP-PATIENT-ID = HC-CARE-PATIENT-ID
                       AND AP-APPT-DATE NOT > HC-WINDOW-TO
                   SET HC-CARE-FOUND TO TRUE
                   GO TO 4310-EXIT
               END-IF
           END-IF

           MOVE HC-CARE-PATIENT-ID TO AF-PATIENT-ID
           MOVE HC-WINDOW-FROM     TO AF-VISIT-DATE
           MOVE SPACES             TO AF-VISIT-TIME
           MOVE SPACES             TO AF-ALERT-TYPE
           START ALERT-FILE KEY IS >= AF-ALERT-KEY
           IF HC-ALERT-OK
               READ ALERT-FILE NEXT RECORD
               IF HC-ALERT-OK
                       AND AF-PATIENT-ID = HC-CARE-PATIENT-ID
                       AND AF-VISIT-DATE NOT > HC-WINDOW-TO
                   SET HC-CARE-FOUND TO TRUE
                   GO TO 4310-EXIT
               END-IF
           END-IF

           MOVE HC-CARE-PATIENT-ID TO AD-PATIENT-ID
           READ ADMISSION-FILE
           IF HC-ADMISSION-OK
                   AND AD-ADMIT-DATE NOT > HC-WINDOW-TO
                   AND (AD-DISCHARGE-DATE = SPACES
                        OR AD-DISCHARGE-DATE NOT < HC-WINDOW-FROM)
               SET HC-CARE-FOUND TO TRUE
               GO TO 4310-EXIT
           END-IF

           IF NOT HC-EPISODE-OPEN
               GO TO 4310-EXIT
           END-IF
           MOVE HC-CARE-PATIENT-ID TO EP-PATIENT-ID
           MOVE SPACES             TO EP-STAY-ADMIT-DATE
           MOVE SPACES             TO EP-STAY-ADMIT-TIME
           MOVE ZERO               TO EP-SEGMENT-SEQ
           START EPISODE-FILE KEY IS >= EP-EPISODE-KEY
           IF NOT HC-EPISODE-OK
               GO TO 4310-EXIT
           END-IF
           MOVE 'N' TO HC-EPISODE-EOF-SW
           PERFORM 4320-CHECK-ONE-SEGMENT THRU 4320-EXIT
               UNTIL HC-NO-MORE-EPISODES
                  OR HC-CARE-FOUND.
       4310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4320-CHECK-ONE-SEGMENT                                         *
      *     Segments read back in stay order, so the browse stops at   *
      *     the next patient or at a stay admitted after the window.   *
      *----------------------------------------------------------------*
       4320-CHECK-ONE-SEGMENT.
           READ EPISODE-FILE NEXT RECORD
           IF NOT HC-EPISODE-OK
                   OR EP-PATIENT-ID NOT = HC-CARE-PATIENT-ID
                   OR EP-STAY-ADMIT-DATE > HC-WINDOW-TO
               SET HC-NO-MORE-EPISODES TO TRUE
               GO TO 4320-EXIT
           END-IF
           IF EP-START-DATE NOT > HC-WINDOW-TO
                   AND (EP-END-DATE = SPACES
                        OR EP-END-DATE NOT < HC-WINDOW-FROM)
               SET HC-CARE-FOUND TO TRUE
           END-IF.
       4320-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4400-CHECK-HOURS                                               *
      *     An hour is usual for the operator when it holds at least   *
      *     HC-USUAL-HOUR-PERCENT of their entries on the file read;   *
      *     too short a history is not judged at all.                  *
      *----------------------------------------------------------------*
       4400-CHECK-HOURS.
           IF HC-OT-HISTORY (HC-FOUND-IDX) < HC-HOURS-HISTORY-MINIMUM
               GO TO 4400-EXIT
           END-IF
           IF AU-CHANGE-TIME (1:2) IS NOT NUMERIC
               GO TO 4400-EXIT
           END-IF
           MOVE AU-CHANGE-TIME (1:2) TO HC-ACCESS-HOUR
           IF HC-ACCESS-HOUR > 23
               GO TO 4400-EXIT
           END-IF
           COMPUTE HC-HOUR-IDX = HC-ACCESS-HOUR + 1
           COMPUTE HC-HOUR-SHARE =
               HC-OT-HOUR-COUNT (HC-FOUND-IDX HC-HOUR-IDX) * 100
           COMPUTE HC-HISTORY-SHARE =
               HC-OT-HISTORY (HC-FOUND-IDX) * HC-USUAL-HOUR-PERCENT
           IF HC-HOUR-SHARE < HC-HISTORY-SHARE
               SET HC-OFF-HOURS TO TRUE
           END-IF.
       4400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4500-CHECK-NAME                                                *
      *     Any word of the operator's enrolled name that equals the   *
      *     patient's last name - family and neighbours are the        *
      *     classic snooping cases.                                    *
      *----------------------------------------------------------------*
       4500-CHECK-NAME.
           IF PF-LAST-NAME = SPACES
               GO TO 4500-EXIT
           END-IF
           PERFORM 4510-MATCH-NAME-WORD THRU 4510-EXIT
               VARYING HC-WORD-IDX FROM 1 BY 1
               UNTIL HC-WORD-IDX > 3
                  OR HC-NAME-MATCH.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4510-MATCH-NAME-WORD                                           *
      *----------------------------------------------------------------*
       4510-MATCH-NAME-WORD.
           IF HC-OT-NAME-WORD (HC-FOUND-IDX HC-WORD-IDX) NOT = SPACES
                   AND HC-OT-NAME-WORD (HC-FOUND-IDX HC-WORD-IDX)
                       = PF-LAST-NAME
               SET HC-NAME-MATCH TO TRUE
           END-IF.
       4510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4600-WRITE-ACCESS-CASE                                         *
      *----------------------------------------------------------------*
       4600-WRITE-ACCESS-CASE.
           ADD 1 TO HC-CASE-SEQ
           MOVE SPACES TO HC-PRIVACY-CASE-RECORD
           MOVE AU-OPERATOR-ID    TO PC-OPERATOR-ID
           MOVE HC-CASE-SEQ       TO PC-CASE-SEQ
           SET PC-CASE-ACCESS     TO TRUE
           MOVE AU-REQUEST-ID     TO PC-REQUEST-ID
           MOVE AU-PATIENT-ID     TO PC-PATIENT-ID
           MOVE AU-CHANGE-DATE    TO PC-ACCESS-DATE
           MOVE AU-CHANGE-TIME    TO PC-ACCESS-TIME
           MOVE PF-LAST-NAME      TO PC-LAST-NAME
           MOVE HC-NO-CARE-SW     TO PC-NO-CARE-SW
           MOVE HC-OFF-HOURS-SW   TO PC-OFF-HOURS-SW
           MOVE HC-NAME-MATCH-SW  TO PC-NAME-MATCH-SW
           MOVE 0                 TO PC-LOOKUPS
           MOVE 0                 TO PC-ROLE-NORM
           WRITE HC-PRIVACY-CASE-RECORD

           ADD 1 TO HC-OT-CASES (HC-FOUND-IDX)
           ADD 1 TO HC-ACCESS-CASES
           IF HC-NO-CARE
               ADD 1 TO HC-NO-CARE-CASES
           END-IF
           IF HC-OFF-HOURS
               ADD 1 TO HC-OFF-HOURS-CASES
           END-IF
           IF HC-NAME-MATCH
               ADD 1 TO HC-NAME-MATCH-CASES
           END-IF.
       4600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-WRITE-CASE-LIST                                           *
      *     The work file reads back in operator order, each           *
      *     operator's volume case (sequence zero) ahead of the        *
      *     access cases in the order they happened.                   *
      *----------------------------------------------------------------*
       5000-WRITE-CASE-LIST.
           CLOSE CASE-FILE
           OPEN INPUT CASE-FILE
           MOVE 'N' TO HC-CASE-EOF-SW
           PERFORM 5900-READ-NEXT-CASE THRU 5900-EXIT
           PERFORM 5100-LIST-CASE THRU 5100-EXIT
               UNTIL HC-NO-MORE-CASES
           CLOSE CASE-FILE.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5100-LIST-CASE                                                 *
      *----------------------------------------------------------------*
       5100-LIST-CASE.
           IF PC-OPERATOR-ID NOT = HC-CURRENT-OPERATOR
               PERFORM 5200-WRITE-OPERATOR-HEADER THRU 5200-EXIT
           END-IF
           PERFORM 5300-WRITE-CASE-LINE THRU 5300-EXIT
           PERFORM 5900-READ-NEXT-CASE THRU 5900-EXIT.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5200-WRITE-OPERATOR-HEADER                                     *
      *----------------------------------------------------------------*
       5200-WRITE-OPERATOR-HEADER.
           MOVE PC-OPERATOR-ID TO HC-CURRENT-OPERATOR
           ADD 1 TO HC-OPERATORS-LISTED
           MOVE PC-OPERATOR-ID TO HC-MATCH-OPERATOR-ID
           SET HC-SLOT-NOT-FOUND TO TRUE
           PERFORM 2210-MATCH-OPERATOR THRU 2210-EXIT
               VARYING HC-SCAN-IDX FROM 1 BY 1
               UNTIL HC-SCAN-IDX > HC-NUM-OPERATORS
                  OR HC-SLOT-FOUND

           WRITE HC-REPORT-LINE FROM HC-BLANK-LINE
           MOVE PC-OPERATOR-ID TO HC-O-OPERATOR-ID
           IF HC-SLOT-FOUND
               MOVE HC-OT-NAME (HC-FOUND-IDX)      TO HC-O-NAME
               MOVE HC-OT-ROLE (HC-FOUND-IDX)      TO HC-O-ROLE
               MOVE HC-OT-LOOKUPS (HC-FOUND-IDX)   TO HC-O-LOOKUPS
               MOVE HC-OT-ROLE-NORM (HC-FOUND-IDX) TO HC-O-ROLE-NORM
               MOVE HC-OT-CASES (HC-FOUND-IDX)     TO HC-O-CASES
           ELSE
               MOVE SPACES TO HC-O-NAME
               MOVE SPACES TO HC-O-ROLE
               MOVE 0      TO HC-O-LOOKUPS
               MOVE 0      TO HC-O-ROLE-NORM
               MOVE 0      TO HC-O-CASES
           END-IF
           WRITE HC-REPORT-LINE FROM HC-OPERATOR-LINE
           WRITE HC-REPORT-LINE FROM HC-COLUMN-LINE.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5300-WRITE-CASE-LINE                                           *
      *----------------------------------------------------------------*
       5300-WRITE-CASE-LINE.
           MOVE SPACES TO HC-D-ACCESS-DATE
           MOVE SPACES TO HC-D-ACCESS-TIME
           MOVE SPACES TO HC-D-PATIENT-ID
           MOVE SPACES TO HC-D-FINDINGS
           MOVE PC-REQUEST-ID TO HC-D-REQUEST-ID
           MOVE PC-LAST-NAME  TO HC-D-LAST-NAME

           IF PC-CASE-VOLUME
               MOVE HC-VOLUME-MULTIPLE TO HC-MULTIPLE-EDIT
               STRING 'LOOKUP VOLUME OVER ' HC-MULTIPLE-EDIT
                      ' TIMES THE ROLE NORM'
                   DELIMITED BY SIZE INTO HC-D-FINDINGS
               WRITE HC-REPORT-LINE FROM HC-CASE-LINE
               GO TO 5300-EXIT
           END-IF

           STRING PC-ACCESS-DATE (1:4) '-' PC-ACCESS-DATE (5:2) '-'
                  PC-ACCESS-DATE (7:2)
               DELIMITED BY SIZE INTO HC-D-ACCESS-DATE
           STRING PC-ACCESS-TIME (1:2) ':' PC-ACCESS-TIME (3:2) ':'
                  PC-ACCESS-TIME (5:2)
               DELIMITED BY SIZE INTO HC-D-ACCESS-TIME
           MOVE PC-PATIENT-ID TO HC-D-PATIENT-ID
           IF PC-LAST-NAME = SPACES
               MOVE '(NOT ON MASTER)' TO HC-D-LAST-NAME
           END-IF

           MOVE 1 TO HC-FINDINGS-PTR
           IF PC-NO-CARE
               STRING 'NO CARE ACTIVITY  ' DELIMITED BY SIZE
                   INTO HC-D-FINDINGS WITH POINTER HC-FINDINGS-PTR
           END-IF
           IF PC-OFF-HOURS
               STRING 'OUTSIDE USUAL HOURS  ' DELIMITED BY SIZE
                   INTO HC-D-FINDINGS WITH POINTER HC-FINDINGS-PTR
           END-IF
           IF PC-NAME-MATCH
               STRING 'NAME MATCHES OPERATOR' DELIMITED BY SIZE
                   INTO HC-D-FINDINGS WITH POINTER HC-FINDINGS-PTR
           END-IF
           WRITE HC-REPORT-LINE FROM HC-CASE-LINE.
       5300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5900-READ-NEXT-CASE                                            *
      *----------------------------------------------------------------*
       5900-READ-NEXT-CASE.
           READ CASE-FILE NEXT RECORD
           IF NOT HC-CASE-OK
               MOVE 'Y' TO HC-CASE-EOF-SW
           END-IF.
       5900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9000-TERMINATE                                                 *
      *----------------------------------------------------------------*
       9000-TERMINATE.
           WRITE HC-REPORT-LINE FROM HC-BLANK-LINE
           MOVE 'AUDIT ENTRIES READ :' TO HC-C-TITLE
           MOVE HC-AUDIT-READ          TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'LOOKUPS IN RANGE   :' TO HC-C-TITLE
           MOVE HC-LOOKUPS-IN-RANGE    TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'ACCESS CASES       :' TO HC-C-TITLE
           MOVE HC-ACCESS-CASES        TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE '  NO CARE ACTIVITY :' TO HC-C-TITLE
           MOVE HC-NO-CARE-CASES       TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE '  OUTSIDE HOURS    :' TO HC-C-TITLE
           MOVE HC-OFF-HOURS-CASES     TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE '  NAME MATCH       :' TO HC-C-TITLE
           MOVE HC-NAME-MATCH-CASES    TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'VOLUME CASES       :' TO HC-C-TITLE
           MOVE HC-VOLUME-CASES        TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'OPERATORS LISTED   :' TO HC-C-TITLE
           MOVE HC-OPERATORS-LISTED    TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'UNTRACKED ENTRIES  :' TO HC-C-TITLE
           MOVE HC-UNTRACKED-ENTRIES   TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE

           IF HC-FILES-OPEN
               CLOSE OPERATOR-FILE
               CLOSE PATIENT-FILE
               CLOSE VISIT-FILE
               CLOSE APPOINTMENT-FILE
               CLOSE ALERT-FILE
               CLOSE ADMISSION-FILE
               IF HC-EPISODE-OPEN
                   CLOSE EPISODE-FILE
               END-IF
           END-IF
           CLOSE CASE-REPORT
           DISPLAY 'HCPRVM01 - CASES RAISED : '
                   HC-ACCESS-CASES ' ACCESS, '
                   HC-VOLUME-CASES ' VOLUME'
           IF HC-READING-ARCHIVE
               GO TO 9000-EXIT
           END-IF

           SET RC-FUNC-END TO TRUE
           MOVE HC-AUDIT-READ   TO RC-RECORDS-READ
           MOVE HC-ACCESS-CASES TO RC-RECORDS-WRITTEN
           CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA.
       9000-EXIT.
           EXIT.
