      ******************************************************************
      * IDENTIFICATION DIVISION                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCQMSR01.
       AUTHOR.        R S GUPTA.
       INSTALLATION.  DEMOHEALTHCARE - PATIENT SERVICES.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      * HCQMSR01 - MONTHLY CLINICAL QUALITY MEASURES                   *
      *                                                                *
      * Monthly batch job producing the clinical director's quality   *
      * measures for the board.  Each measure is shown as numerator,  *
      * denominator and rate for the report month and for each of     *
      * the 12 months before it, with the 12 prior months also added  *
      * together, followed by the report month's exceptions - the     *
      * patients the measure counted against:                         *
      *                                                                *
      *   1. Blood pressure controlled.  Per patient per month, the   *
      *      latest readable VF-BLOOD-PRESSURE on the live visit file *
      *      or the HCVISARC archive; controlled when systolic is     *
      *      under 140 and diastolic under 90.                        *
      *   2. Breach followed up.  Each HR/BP/MS threshold-breach      *
      *      alert on HCALERT, met when the patient has another visit *
      *      within 7 days of the breaching one.  An alert whose 7    *
      *      days have not yet run out is left out until they have.   *
      *   3. Breach acknowledged in time.  The same alerts, met when  *
      *      acknowledged within 60 minutes of the visit time.        *
      *   4. Renewed in time.  Every 18RMED renewal on the HCRENHST   *
      *      renewal history, by the month it was made, met when it   *
      *      was made on or before the end date it replaced.  A       *
      *      prescription renewed twice counts in both months, and a  *
      *      renewal stands whatever has become of the prescription   *
      *      since.  A renewal of a prescription that had no end date *
      *      has nothing to be late against and is only counted.      *
      *                                                                *
      * The latest readings go to the indexed work file HCQMSBP and   *
      * the exceptions to HCQMSEX (read back a measure at a time);    *
      * both are rebuilt every run.                                   *
      *                                                                *
      * The SYSIN card carries the report month (YYYY-MM); blank      *
      * reports the month just ended.  Wired to the HCRUNC01 run-     *
      * control module for double-run protection; the job only reads  *
      * the live files, so an abended run simply reruns from the top. *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original program.                               *
      * 2026-10-15 RSG Measure 4 documented as counting the latest     *
      *                renewal of each prescription only.              *
      * 2026-10-15 RSG Measure 4 counts every renewal from the new     *
      *                HCRENHST renewal history instead of the latest  *
      *                one on the prescription.                        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ARCHIVE-FILE ASSIGN TO HCVISARC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XF-VISIT-KEY
               FILE STATUS IS HC-ARCHIVE-STATUS.

           SELECT ALERT-FILE ASSIGN TO HCALERT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AF-ALERT-KEY
               FILE STATUS IS HC-ALERT-STATUS.

           SELECT RENEWAL-FILE ASSIGN TO HCRENHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-RENEWAL-KEY
               FILE STATUS IS HC-RENEWAL-STATUS.

           SELECT BP-WORK-FILE ASSIGN TO HCQMSBP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QB-READING-KEY
               FILE STATUS IS HC-BP-WORK-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO HCQMSEX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QX-EXCEPTION-KEY
               FILE STATUS IS HC-EXCEPTION-STATUS.

           SELECT MEASURE-REPORT ASSIGN TO HCQMSRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HC-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PATIENT-FILE.
           COPY HCPATREC.

       FD  VISIT-FILE.
           COPY HCVISREC.

       FD  ARCHIVE-FILE.
           COPY HCVARREC.

       FD  ALERT-FILE.
           COPY HCALTREC.

       FD  RENEWAL-FILE.
           COPY HCRNHREC.

       FD  BP-WORK-FILE.
           COPY HCQBPREC.

       FD  EXCEPTION-FILE.
           COPY HCQMXREC.

       FD  MEASURE-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  HC-REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    REPORT PARAMETER CARD (FROM SYSIN)                          *
      *----------------------------------------------------------------*
       01  HC-PARM-CARD.
           05 HC-PARM-REPORT-MONTH       PIC X(07).

      *----------------------------------------------------------------*
      *    FILE STATUS SWITCHES                                        *
      *----------------------------------------------------------------*
       01  HC-PATIENT-STATUS             PIC X(02) VALUE '00'.
           88 HC-PATIENT-OK                        VALUE '00'.

       01  HC-VISIT-STATUS               PIC X(02) VALUE '00'.
           88 HC-VISIT-OK                          VALUE '00'.

       01  HC-ARCHIVE-STATUS             PIC X(02) VALUE '00'.
           88 HC-ARCHIVE-OK                        VALUE '00'.
           88 HC-ARCHIVE-NOT-THERE                 VALUE '35'.

       01  HC-ALERT-STATUS               PIC X(02) VALUE '00'.
           88 HC-ALERT-OK                          VALUE '00'.
           88 HC-ALERT-NOT-THERE                   VALUE '35'.

       01  HC-RENEWAL-STATUS             PIC X(02) VALUE '00'.
           88 HC-RENEWAL-OK                        VALUE '00'.
           88 HC-RENEWAL-NOT-THERE                 VALUE '35'.

       01  HC-BP-WORK-STATUS             PIC X(02) VALUE '00'.
           88 HC-BP-WORK-OK                        VALUE '00'.

       01  HC-EXCEPTION-STATUS           PIC X(02) VALUE '00'.
           88 HC-EXCEPTION-OK                      VALUE '00'.

       01  HC-REPORT-STATUS              PIC X(02) VALUE '00'.
           88 HC-REPORT-OK                         VALUE '00'.

       01  HC-WORK-SWITCHES.
           05 HC-SCAN-EOF-SW             PIC X(01) VALUE 'N'.
              88 HC-NO-MORE-RECORDS                VALUE 'Y'.
           05 HC-FOLLOW-UP-SW            PIC X(01) VALUE 'N'.
              88 HC-FOLLOW-UP-FOUND                VALUE 'Y'.
              88 HC-FOLLOW-UP-NOT-FOUND            VALUE 'N'.
           05 HC-BP-VALID-SW             PIC X(01) VALUE 'N'.
              88 HC-BP-VALID                       VALUE 'Y'.
              88 HC-BP-NOT-VALID                   VALUE 'N'.
           05 HC-ARCHIVE-SW              PIC X(01) VALUE 'N'.
              88 HC-ARCHIVE-FILE-OPEN              VALUE 'Y'.
           05 HC-FILES-SW                PIC X(01) VALUE 'N'.
              88 HC-FILES-OPEN                     VALUE 'Y'.

      *----------------------------------------------------------------*
      *    MEASURE LIMITS                                              *
      *----------------------------------------------------------------*
       01  HC-SYSTOLIC-LIMIT             PIC 9(03) VALUE 140.
       01  HC-DIASTOLIC-LIMIT            PIC 9(03) VALUE 90.
       01  HC-FOLLOW-UP-DAYS             PIC 9(02) VALUE 7.
       01  HC-ACK-MINUTES-LIMIT          PIC 9(03) VALUE 60.

       01  HC-ALERT-TYPE                 PIC X(02).
           88 HC-BREACH-ALERT                      VALUE 'HR' 'BP'
                                                         'MS'.

      *----------------------------------------------------------------*
      *    MEASURE TITLES                                              *
      *----------------------------------------------------------------*
       01  HC-MEASURE-TITLE-VALUES.
           05 FILLER                     PIC X(60) VALUE
              '1. BLOOD PRESSURE CONTROLLED - LATEST UNDER 140/90'.
           05 FILLER                     PIC X(60) VALUE
              '2. BREACH ALERT FOLLOWED BY A VISIT WITHIN 7 DAYS'.
           05 FILLER                     PIC X(60) VALUE
              '3. BREACH ALERT ACKNOWLEDGED WITHIN 1 HOUR OF THE VISIT'.
           05 FILLER                     PIC X(60) VALUE
              '4. PRESCRIPTION RENEWED ON OR BEFORE ITS END DATE'.
       01  HC-MEASURE-TITLES REDEFINES HC-MEASURE-TITLE-VALUES.
           05 HC-MEASURE-TITLE           PIC X(60) OCCURS 4 TIMES.

       01  HC-BP-MEASURE                 PIC 9(01) VALUE 1.
       01  HC-FOLLOW-UP-MEASURE          PIC 9(01) VALUE 2.
       01  HC-ACK-MEASURE                PIC 9(01) VALUE 3.
       01  HC-RENEWAL-MEASURE            PIC 9(01) VALUE 4.

      *----------------------------------------------------------------*
      *    MONTH SLOTS                                                 *
      *       Slot 13 is the report month, slots 1-12 the months       *
      *       before it, oldest first.  A date's slot comes from its   *
      *       month number (year times 12 plus month, less 1) against  *
      *       the first slot's.                                        *
      *----------------------------------------------------------------*
       01  HC-MONTH-TABLE.
           05 HC-MT-MONTH                PIC X(07) OCCURS 13 TIMES.

       01  HC-REPORT-SLOT                PIC 9(02) VALUE 13.
       01  HC-FIRST-MONTH-NUMBER         PIC 9(06).
       01  HC-MONTH-NUMBER               PIC 9(06).
       01  HC-SLOT-NUMBER                PIC S9(06).
       01  HC-SLOT-IDX                   PIC 9(02).
       01  HC-MEASURE-IDX                PIC 9(02).
       01  HC-LABEL-YEAR                 PIC 9(04).
       01  HC-LABEL-MONTH                PIC 9(02).

      *----------------------------------------------------------------*
      *    MEASURE COUNTS                                              *
      *----------------------------------------------------------------*
       01  HC-MEASURE-COUNTS.
           05 HC-MEASURE-ENTRY OCCURS 4 TIMES.
              10 HC-MC-SLOT OCCURS 13 TIMES.
                 15 HC-MC-NUMERATOR      PIC 9(07).
                 15 HC-MC-DENOMINATOR    PIC 9(07).

       01  HC-PRIOR-NUMERATOR            PIC 9(07).
       01  HC-PRIOR-DENOMINATOR          PIC 9(07).
       01  HC-LINE-NUMERATOR             PIC 9(07).
       01  HC-LINE-DENOMINATOR           PIC 9(07).
       01  HC-RATE                       PIC 9(03)V9.

      *----------------------------------------------------------------*
      *    DATE WORK AREAS                                             *
      *       7000-DATE-TO-INTEGER turns a YYYY-MM-DD into a day       *
      *       number (zero when it will not convert); 7100 gives its   *
      *       month slot (zero outside the 13 months).                 *
      *----------------------------------------------------------------*
       01  HC-CURRENT-DATE-TIME          PIC X(21).
       01  HC-BUSINESS-DATE              PIC X(10).
       01  HC-REPORT-MONTH               PIC X(07).
       01  HC-REPORT-MONTH-SPLIT REDEFINES HC-REPORT-MONTH.
           05 HC-RM-YEAR                 PIC X(04).
           05 FILLER                     PIC X(01).
           05 HC-RM-MONTH                PIC X(02).
       01  HC-WINDOW-INTEGER             PIC 9(08).
       01  HC-WINDOW-YYYYMMDD            PIC 9(08).
       01  HC-WINDOW-SPLIT REDEFINES HC-WINDOW-YYYYMMDD.
           05 HC-WIN-YEAR                PIC 9(04).
           05 HC-WIN-MONTH               PIC 9(02).
           05 HC-WIN-DAY                 PIC 9(02).
       01  HC-DATE-COMPACT               PIC 9(08).
       01  HC-DATE-COMPACT-X REDEFINES HC-DATE-COMPACT
                                         PIC X(08).
       01  HC-CONV-DATE                  PIC X(10).
       01  HC-CONV-INTEGER               PIC 9(08).
       01  HC-CONV-SLOT                  PIC 9(02).
       01  HC-CONV-YEAR                  PIC 9(04).
       01  HC-CONV-MONTH                 PIC 9(02).
       01  HC-TODAY-INT                  PIC 9(08).
       01  HC-ALERT-INT                  PIC 9(08).
       01  HC-ACK-INT                    PIC 9(08).
       01  HC-DAYS-LATE                  PIC 9(07).

      *----------------------------------------------------------------*
      *    READING AND ALERT WORK AREAS                                *
      *----------------------------------------------------------------*
       01  HC-READING.
           05 HC-RD-PATIENT-ID           PIC 9(10).
           05 HC-RD-VISIT-DATE           PIC X(10).
           05 HC-RD-VISIT-TIME           PIC X(10).
           05 HC-RD-BLOOD-PRESSURE       PIC X(10).

      *       Same COUNT IN split as HCEWRN01's 2210-EXTRACT-BP-
      *       SYSTOLIC, taking the diastolic half as well.
       01  HC-BP-SPLIT.
           05 HC-BP-SYS-PART             PIC X(10).
           05 HC-BP-SYS-CNT              PIC 9(02).
           05 HC-BP-DIA-PART             PIC X(10).
           05 HC-BP-DIA-CNT              PIC 9(02).
           05 HC-BP-SYSTOLIC-NUM         PIC 9(05).
           05 HC-BP-DIASTOLIC-NUM        PIC 9(05).

       01  HC-VISIT-HH                   PIC 9(02).
       01  HC-VISIT-MM                   PIC 9(02).
       01  HC-ACK-HH                     PIC 9(02).
       01  HC-ACK-MM                     PIC 9(02).
       01  HC-ACK-MINUTES                PIC S9(09).

       01  HC-NUMBER-IN                  PIC 9(07).
       01  HC-NUMBER-EDIT                PIC Z(06)9.
       01  HC-NUMBER-LEAD                PIC 9(02).
       01  HC-NUMBER-TEXT                PIC X(07).
       01  HC-PRESCRIPTION-EDIT          PIC 9(10).

       01  HC-EXCEPTION-SEQ              PIC 9(07) VALUE 0.
       01  HC-MEASURE-EXCEPTIONS         PIC 9(07).

       01  HC-REPORT-COUNTS.
           05 HC-VISITS-READ             PIC 9(07) VALUE 0.
           05 HC-ARCH-VISITS-READ        PIC 9(07) VALUE 0.
           05 HC-BP-UNREADABLE           PIC 9(07) VALUE 0.
           05 HC-ALERTS-READ             PIC 9(07) VALUE 0.
           05 HC-BREACH-ALERTS           PIC 9(07) VALUE 0.
           05 HC-FOLLOW-UPS-PENDING      PIC 9(07) VALUE 0.
           05 HC-RENEWALS-READ           PIC 9(07) VALUE 0.
           05 HC-RENEWALS-OPEN-ENDED     PIC 9(07) VALUE 0.
           05 HC-EXCEPTIONS-LISTED       PIC 9(07) VALUE 0.

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
              VALUE 'DEMOHEALTHCARE - CLINICAL QUALITY MEASURES'.
           05 FILLER                     PIC X(08) VALUE ' MONTH  '.
           05 HC-H-REPORT-MONTH          PIC X(07).
           05 FILLER                     PIC X(75) VALUE SPACES.

       01  HC-SECTION-LINE.
           05 HC-SEC-TITLE               PIC X(60).
           05 FILLER                     PIC X(72) VALUE SPACES.

       01  HC-TREND-COLUMN-LINE.
           05 FILLER                     PIC X(20) VALUE '    MONTH'.
           05 FILLER                     PIC X(09) VALUE 'NUMERATOR'.
           05 FILLER                     PIC X(15)
              VALUE '    DENOMINATOR'.
           05 FILLER                     PIC X(10) VALUE '    RATE %'.
           05 FILLER                     PIC X(78) VALUE SPACES.

       01  HC-TREND-LINE.
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 HC-T-MONTH                 PIC X(16).
           05 HC-T-NUMERATOR             PIC Z,ZZZ,ZZ9.
           05 FILLER                     PIC X(06) VALUE SPACES.
           05 HC-T-DENOMINATOR           PIC Z,ZZZ,ZZ9.
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 HC-T-RATE                  PIC ZZ9.9.
           05 HC-T-RATE-X REDEFINES HC-T-RATE
                                         PIC X(05).
           05 HC-T-PERCENT               PIC X(01).
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 HC-T-MARK                  PIC X(12).
           05 FILLER                     PIC X(62) VALUE SPACES.

       01  HC-EXCEPTION-TITLE-LINE.
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 FILLER                     PIC X(15)
              VALUE 'EXCEPTIONS FOR '.
           05 HC-E-MONTH                 PIC X(07).
           05 FILLER                     PIC X(106) VALUE SPACES.

       01  HC-EXCEPTION-COLUMN-LINE.
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 FILLER                     PIC X(12) VALUE 'PATIENT ID'.
           05 FILLER                     PIC X(33) VALUE 'NAME'.
           05 FILLER                     PIC X(12) VALUE 'DATE'.
           05 FILLER                     PIC X(12) VALUE 'TIME / RX'.
           05 FILLER                     PIC X(59) VALUE 'DETAIL'.

       01  HC-EXCEPTION-LINE.
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 HC-X-PATIENT-ID            PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-X-LAST-NAME             PIC X(20).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 HC-X-FIRST-NAME            PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-X-EVENT-DATE            PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-X-EVENT-REF             PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-X-DETAIL                PIC X(58).
           05 FILLER                     PIC X(01) VALUE SPACES.

       01  HC-NONE-LINE.
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 FILLER                     PIC X(40) VALUE 'NONE'.
           05 FILLER                     PIC X(88) VALUE SPACES.

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
               PERFORM 2000-BP-PASS          THRU 2000-EXIT
               PERFORM 3000-ALERT-PASS       THRU 3000-EXIT
               PERFORM 4000-RENEWAL-PASS     THRU 4000-EXIT
               PERFORM 5000-WRITE-MEASURES   THRU 5000-EXIT
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

           PERFORM 1100-SET-MONTHS THRU 1100-EXIT
           IF HC-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF

           MOVE 'HCQMSR01' TO RC-JOB-NAME
           MOVE HC-BUSINESS-DATE TO RC-RUN-DATE
           SET RC-FUNC-START TO TRUE
           CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA
           IF RC-REPLY-ALREADY-RUN
               DISPLAY 'HCQMSR01 - ALREADY COMPLETE FOR '
                       HC-BUSINESS-DATE ' - RUN REFUSED'
               SET HC-RUN-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF

           MOVE ZEROS TO HC-MEASURE-COUNTS

           OPEN INPUT PATIENT-FILE
           OPEN INPUT VISIT-FILE
           SET HC-FILES-OPEN TO TRUE
           OPEN INPUT ARCHIVE-FILE
           IF HC-ARCHIVE-OK
               SET HC-ARCHIVE-FILE-OPEN TO TRUE
           END-IF

           OPEN OUTPUT EXCEPTION-FILE
           CLOSE EXCEPTION-FILE
           OPEN I-O EXCEPTION-FILE

           OPEN OUTPUT MEASURE-REPORT
           MOVE HC-REPORT-MONTH TO HC-H-REPORT-MONTH
           WRITE HC-REPORT-LINE FROM HC-HEADING-LINE-1.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-SET-MONTHS                                                *
      *     Takes the card's month, or the month before today's, and   *
      *     labels the 13 month slots ending with it.  A month that    *
      *     is not a real YYYY-MM refuses the run.                     *
      *----------------------------------------------------------------*
       1100-SET-MONTHS.
           MOVE HC-CURRENT-DATE-TIME (1:8) TO HC-DATE-COMPACT-X
           COMPUTE HC-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (HC-DATE-COMPACT)

           IF HC-PARM-REPORT-MONTH = SPACES
               MOVE '01' TO HC-DATE-COMPACT-X (7:2)
               COMPUTE HC-WINDOW-INTEGER =
                   FUNCTION INTEGER-OF-DATE (HC-DATE-COMPACT) - 1
               COMPUTE HC-WINDOW-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER (HC-WINDOW-INTEGER)
               STRING HC-WIN-YEAR '-' HC-WIN-MONTH
                   DELIMITED BY SIZE INTO HC-REPORT-MONTH
           ELSE
               MOVE HC-PARM-REPORT-MONTH TO HC-REPORT-MONTH
           END-IF

           IF HC-RM-YEAR IS NOT NUMERIC
                   OR HC-RM-MONTH IS NOT NUMERIC
                   OR HC-RM-MONTH < '01'
                   OR HC-RM-MONTH > '12'
               DISPLAY 'HCQMSR01 - INVALID REPORT MONTH '
                       HC-REPORT-MONTH ' - RUN REFUSED'
               SET HC-RUN-REFUSED TO TRUE
               GO TO 1100-EXIT
           END-IF

           MOVE HC-RM-YEAR  TO HC-CONV-YEAR
           MOVE HC-RM-MONTH TO HC-CONV-MONTH
           COMPUTE HC-FIRST-MONTH-NUMBER =
               HC-CONV-YEAR * 12 + HC-CONV-MONTH - 1 - 12
           PERFORM 1110-LABEL-MONTH THRU 1110-EXIT
               VARYING HC-SLOT-IDX FROM 1 BY 1
               UNTIL HC-SLOT-IDX > 13.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1110-LABEL-MONTH                                               *
      *----------------------------------------------------------------*
       1110-LABEL-MONTH.
           COMPUTE HC-MONTH-NUMBER =
               HC-FIRST-MONTH-NUMBER + HC-SLOT-IDX - 1
           DIVIDE HC-MONTH-NUMBER BY 12 GIVING HC-LABEL-YEAR
               REMAINDER HC-LABEL-MONTH
           ADD 1 TO HC-LABEL-MONTH
           STRING HC-LABEL-YEAR '-' HC-LABEL-MONTH
               DELIMITED BY SIZE INTO HC-MT-MONTH (HC-SLOT-IDX).
       1110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-BP-PASS                                                   *
      *     Measure 1.  Every readable blood pressure in the 13        *
      *     months, live and archived, competes for its patient's      *
      *     month on the work file; the survivors are then tallied.    *
      *----------------------------------------------------------------*
       2000-BP-PASS.
           OPEN OUTPUT BP-WORK-FILE
           CLOSE BP-WORK-FILE
           OPEN I-O BP-WORK-FILE

           MOVE 'N' TO HC-SCAN-EOF-SW
           MOVE ZERO       TO VF-PATIENT-ID
           MOVE LOW-VALUES TO VF-VISIT-DATE
           MOVE LOW-VALUES TO VF-VISIT-TIME
           START VISIT-FILE KEY IS >= VF-VISIT-KEY
           IF NOT HC-VISIT-OK
               MOVE 'Y' TO HC-SCAN-EOF-SW
           ELSE
               PERFORM 2900-READ-NEXT-VISIT THRU 2900-EXIT
           END-IF
           PERFORM 2100-CAPTURE-VISIT THRU 2100-EXIT
               UNTIL HC-NO-MORE-RECORDS

           IF HC-ARCHIVE-FILE-OPEN
               MOVE 'N' TO HC-SCAN-EOF-SW
               MOVE ZERO       TO XF-PATIENT-ID
               MOVE LOW-VALUES TO XF-VISIT-DATE
               MOVE LOW-VALUES TO XF-VISIT-TIME
               START ARCHIVE-FILE KEY IS >= XF-VISIT-KEY
               IF NOT HC-ARCHIVE-OK
                   MOVE 'Y' TO HC-SCAN-EOF-SW
               ELSE
                   PERFORM 2910-READ-NEXT-ARCH-VISIT THRU 2910-EXIT
               END-IF
               PERFORM 2150-CAPTURE-ARCH-VISIT THRU 2150-EXIT
                   UNTIL HC-NO-MORE-RECORDS
           END-IF
           CLOSE BP-WORK-FILE

           MOVE 'N' TO HC-SCAN-EOF-SW
           OPEN INPUT BP-WORK-FILE
           PERFORM 2920-READ-NEXT-BP THRU 2920-EXIT
           PERFORM 2300-TALLY-BP THRU 2300-EXIT
               UNTIL HC-NO-MORE-RECORDS
           CLOSE BP-WORK-FILE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-CAPTURE-VISIT                                             *
      *----------------------------------------------------------------*
       2100-CAPTURE-VISIT.
           ADD 1 TO HC-VISITS-READ
           MOVE VF-PATIENT-ID     TO HC-RD-PATIENT-ID
           MOVE VF-VISIT-DATE     TO HC-RD-VISIT-DATE
           MOVE VF-VISIT-TIME     TO HC-RD-VISIT-TIME
           MOVE VF-BLOOD-PRESSURE TO HC-RD-BLOOD-PRESSURE
           PERFORM 2200-KEEP-LATEST THRU 2200-EXIT
           PERFORM 2900-READ-NEXT-VISIT THRU 2900-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2150-CAPTURE-ARCH-VISIT                                        *
      *----------------------------------------------------------------*
       2150-CAPTURE-ARCH-VISIT.
           ADD 1 TO HC-ARCH-VISITS-READ
           MOVE XF-PATIENT-ID     TO HC-RD-PATIENT-ID
           MOVE XF-VISIT-DATE     TO HC-RD-VISIT-DATE
           MOVE XF-VISIT-TIME     TO HC-RD-VISIT-TIME
           MOVE XF-BLOOD-PRESSURE TO HC-RD-BLOOD-PRESSURE
           PERFORM 2200-KEEP-LATEST THRU 2200-EXIT
           PERFORM 2910-READ-NEXT-ARCH-VISIT THRU 2910-EXIT.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-KEEP-LATEST                                               *
      *     Holds HC-READING on the work file when it is the latest    *
      *     readable blood pressure yet seen for its patient and       *
      *     month.                                                     *
      *----------------------------------------------------------------*
       2200-KEEP-LATEST.
           IF HC-RD-BLOOD-PRESSURE = SPACES
               GO TO 2200-EXIT
           END-IF
           MOVE HC-RD-VISIT-DATE TO HC-CONV-DATE
           PERFORM 7100-DATE-TO-SLOT THRU 7100-EXIT
           IF HC-CONV-SLOT = 0
               GO TO 2200-EXIT
           END-IF
           PERFORM 7200-SPLIT-BP THRU 7200-EXIT
           IF HC-BP-NOT-VALID
               ADD 1 TO HC-BP-UNREADABLE
               GO TO 2200-EXIT
           END-IF

           MOVE HC-RD-PATIENT-ID TO QB-PATIENT-ID
           MOVE HC-CONV-SLOT     TO QB-MONTH-SLOT
           READ BP-WORK-FILE
           IF HC-BP-WORK-OK
               IF HC-RD-VISIT-DATE < QB-VISIT-DATE
                   GO TO 2200-EXIT
               END-IF
               IF HC-RD-VISIT-DATE = QB-VISIT-DATE
                       AND HC-RD-VISIT-TIME NOT > QB-VISIT-TIME
                   GO TO 2200-EXIT
               END-IF
               PERFORM 2210-FILL-BP-RECORD THRU 2210-EXIT
               REWRITE HC-QM-BP-RECORD
           ELSE
               PERFORM 2210-FILL-BP-RECORD THRU 2210-EXIT
               WRITE HC-QM-BP-RECORD
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2210-FILL-BP-RECORD                                            *
      *----------------------------------------------------------------*
       2210-FILL-BP-RECORD.
           MOVE HC-RD-VISIT-DATE     TO QB-VISIT-DATE
           MOVE HC-RD-VISIT-TIME     TO QB-VISIT-TIME
           MOVE HC-RD-BLOOD-PRESSURE TO QB-BLOOD-PRESSURE
           MOVE HC-BP-SYSTOLIC-NUM   TO QB-SYSTOLIC
           MOVE HC-BP-DIASTOLIC-NUM  TO QB-DIASTOLIC.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-TALLY-BP                                                  *
      *----------------------------------------------------------------*
       2300-TALLY-BP.
           ADD 1 TO HC-MC-DENOMINATOR (HC-BP-MEASURE QB-MONTH-SLOT)
           IF QB-SYSTOLIC < HC-SYSTOLIC-LIMIT
                   AND QB-DIASTOLIC < HC-DIASTOLIC-LIMIT
               ADD 1 TO HC-MC-NUMERATOR (HC-BP-MEASURE QB-MONTH-SLOT)
           ELSE
               IF QB-MONTH-SLOT = HC-REPORT-SLOT
                   MOVE HC-BP-MEASURE TO QX-MEASURE
                   MOVE QB-PATIENT-ID TO QX-PATIENT-ID
                   MOVE QB-VISIT-DATE TO QX-EVENT-DATE
                   MOVE QB-VISIT-TIME TO QX-EVENT-REF
                   MOVE SPACES        TO QX-DETAIL
                   STRING 'LATEST BP ' QB-BLOOD-PRESSURE
                          ' NOT UNDER 140/90'
                       DELIMITED BY SIZE INTO QX-DETAIL
                   PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
               END-IF
           END-IF
           PERFORM 2920-READ-NEXT-BP THRU 2920-EXIT.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2900-READ-NEXT-VISIT                                           *
      *----------------------------------------------------------------*
       2900-READ-NEXT-VISIT.
           READ VISIT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO HC-SCAN-EOF-SW
           END-READ.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2910-READ-NEXT-ARCH-VISIT                                      *
      *----------------------------------------------------------------*
       2910-READ-NEXT-ARCH-VISIT.
           READ ARCHIVE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO HC-SCAN-EOF-SW
           END-READ.
       2910-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2920-READ-NEXT-BP                                              *
      *----------------------------------------------------------------*
       2920-READ-NEXT-BP.
           READ BP-WORK-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO HC-SCAN-EOF-SW
           END-READ.
       2920-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-ALERT-PASS                                                *
      *     Measures 2 and 3, one pass over the alert file.  Only the  *
      *     single-reading threshold breaches count; trend,            *
      *     escalation and lab entries are not breaches of a visit.    *
      *----------------------------------------------------------------*
       3000-ALERT-PASS.
           OPEN INPUT ALERT-FILE
           IF HC-ALERT-NOT-THERE
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO HC-SCAN-EOF-SW
           MOVE ZERO       TO AF-PATIENT-ID
           MOVE LOW-VALUES TO AF-VISIT-DATE
           MOVE LOW-VALUES TO AF-VISIT-TIME
           MOVE LOW-VALUES TO AF-ALERT-TYPE
           START ALERT-FILE KEY IS >= AF-ALERT-KEY
           IF NOT HC-ALERT-OK
               MOVE 'Y' TO HC-SCAN-EOF-SW
           ELSE
               PERFORM 3900-READ-NEXT-ALERT THRU 3900-EXIT
           END-IF
           PERFORM 3100-CHECK-ALERT THRU 3100-EXIT
               UNTIL HC-NO-MORE-RECORDS
           CLOSE ALERT-FILE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-CHECK-ALERT                                               *
      *----------------------------------------------------------------*
       3100-CHECK-ALERT.
           ADD 1 TO HC-ALERTS-READ
           MOVE AF-ALERT-TYPE TO HC-ALERT-TYPE
           IF NOT HC-BREACH-ALERT
               GO TO 3100-NEXT
           END-IF
           MOVE AF-VISIT-DATE TO HC-CONV-DATE
           PERFORM 7100-DATE-TO-SLOT THRU 7100-EXIT
           IF HC-CONV-SLOT = 0
               GO TO 3100-NEXT
           END-IF

           ADD 1 TO HC-BREACH-ALERTS
           MOVE HC-CONV-INTEGER TO HC-ALERT-INT
           PERFORM 3200-CHECK-FOLLOW-UP THRU 3200-EXIT
           PERFORM 3300-CHECK-ACKNOWLEDGED THRU 3300-EXIT.

       3100-NEXT.
           PERFORM 3900-READ-NEXT-ALERT THRU 3900-EXIT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3200-CHECK-FOLLOW-UP                                           *
      *     The patient's next visit after the breaching one, live or  *
      *     archived, must fall within 7 days of it.                   *
      *----------------------------------------------------------------*
       3200-CHECK-FOLLOW-UP.
           SET HC-FOLLOW-UP-NOT-FOUND TO TRUE
           MOVE AF-PATIENT-ID TO VF-PATIENT-ID
           MOVE AF-VISIT-DATE TO VF-VISIT-DATE
           MOVE AF-VISIT-TIME TO VF-VISIT-TIME
           START VISIT-FILE KEY IS > VF-VISIT-KEY
           IF HC-VISIT-OK
               READ VISIT-FILE NEXT RECORD
               IF HC-VISIT-OK AND VF-PATIENT-ID = AF-PATIENT-ID
                   MOVE VF-VISIT-DATE TO HC-CONV-DATE
                   PERFORM 3210-CHECK-VISIT-DATE THRU 3210-EXIT
               END-IF
           END-IF

           IF HC-FOLLOW-UP-NOT-FOUND AND HC-ARCHIVE-FILE-OPEN
               MOVE AF-PATIENT-ID TO XF-PATIENT-ID
               MOVE AF-VISIT-DATE TO XF-VISIT-DATE
               MOVE AF-VISIT-TIME TO XF-VISIT-TIME
               START ARCHIVE-FILE KEY IS > XF-VISIT-KEY
               IF HC-ARCHIVE-OK
                   READ ARCHIVE-FILE NEXT RECORD
                   IF HC-ARCHIVE-OK AND XF-PATIENT-ID = AF-PATIENT-ID
                       MOVE XF-VISIT-DATE TO HC-CONV-DATE
                       PERFORM 3210-CHECK-VISIT-DATE THRU 3210-EXIT
                   END-IF
               END-IF
           END-IF

           IF HC-FOLLOW-UP-FOUND
               ADD 1 TO HC-MC-DENOMINATOR (HC-FOLLOW-UP-MEASURE
                                           HC-CONV-SLOT)
               ADD 1 TO HC-MC-NUMERATOR (HC-FOLLOW-UP-MEASURE
                                         HC-CONV-SLOT)
               GO TO 3200-EXIT
           END-IF
           IF HC-ALERT-INT + HC-FOLLOW-UP-DAYS >= HC-TODAY-INT
               ADD 1 TO HC-FOLLOW-UPS-PENDING
               GO TO 3200-EXIT
           END-IF

           ADD 1 TO HC-MC-DENOMINATOR (HC-FOLLOW-UP-MEASURE
                                       HC-CONV-SLOT)
           IF HC-CONV-SLOT = HC-REPORT-SLOT
               MOVE HC-FOLLOW-UP-MEASURE TO QX-MEASURE
               PERFORM 3400-SET-ALERT-EXCEPTION THRU 3400-EXIT
               STRING AF-ALERT-TYPE ' ' AF-READING-VALUE
                      ' - NO VISIT WITHIN 7 DAYS'
                   DELIMITED BY SIZE INTO QX-DETAIL
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3210-CHECK-VISIT-DATE                                          *
      *     HC-CONV-DATE is the visit found after the breach.  The     *
      *     alert's month slot is kept in HC-CONV-SLOT, so only the    *
      *     day number is worked out here.                             *
      *----------------------------------------------------------------*
       3210-CHECK-VISIT-DATE.
           MOVE HC-CONV-DATE (1:4) TO HC-DATE-COMPACT-X (1:4)
           MOVE HC-CONV-DATE (6:2) TO HC-DATE-COMPACT-X (5:2)
           MOVE HC-CONV-DATE (9:2) TO HC-DATE-COMPACT-X (7:2)
           IF HC-DATE-COMPACT-X IS NOT NUMERIC
               GO TO 3210-EXIT
           END-IF
           IF FUNCTION INTEGER-OF-DATE (HC-DATE-COMPACT)
                   <= HC-ALERT-INT + HC-FOLLOW-UP-DAYS
               SET HC-FOLLOW-UP-FOUND TO TRUE
           END-IF.
       3210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3300-CHECK-ACKNOWLEDGED                                        *
      *     Minutes from the visit time (HH:MM) to the acknowledgement *
      *     stamp (YYYYMMDD, HHMMSS).  An acknowledgement stamp that   *
      *     will not read is treated as not acknowledged in time.      *
      *----------------------------------------------------------------*
       3300-CHECK-ACKNOWLEDGED.
           ADD 1 TO HC-MC-DENOMINATOR (HC-ACK-MEASURE HC-CONV-SLOT)
           MOVE 999999 TO HC-ACK-MINUTES
           IF AF-ACKNOWLEDGED
                   AND AF-ACK-DATE IS NUMERIC
                   AND AF-ACK-TIME (1:4) IS NUMERIC
                   AND AF-VISIT-TIME (1:2) IS NUMERIC
                   AND AF-VISIT-TIME (4:2) IS NUMERIC
               MOVE AF-ACK-DATE TO HC-DATE-COMPACT-X
               COMPUTE HC-ACK-INT =
                   FUNCTION INTEGER-OF-DATE (HC-DATE-COMPACT)
               MOVE AF-ACK-TIME (1:2)   TO HC-ACK-HH
               MOVE AF-ACK-TIME (3:2)   TO HC-ACK-MM
               MOVE AF-VISIT-TIME (1:2) TO HC-VISIT-HH
               MOVE AF-VISIT-TIME (4:2) TO HC-VISIT-MM
               IF HC-ACK-INT > 0
                   COMPUTE HC-ACK-MINUTES =
                       (HC-ACK-INT - HC-ALERT-INT) * 1440
                     + HC-ACK-HH * 60 + HC-ACK-MM
                     - HC-VISIT-HH * 60 - HC-VISIT-MM
               END-IF
           END-IF

           IF HC-ACK-MINUTES <= HC-ACK-MINUTES-LIMIT
               ADD 1 TO HC-MC-NUMERATOR (HC-ACK-MEASURE HC-CONV-SLOT)
               GO TO 3300-EXIT
           END-IF
           IF HC-CONV-SLOT NOT = HC-REPORT-SLOT
               GO TO 3300-EXIT
           END-IF

           MOVE HC-ACK-MEASURE TO QX-MEASURE
           PERFORM 3400-SET-ALERT-EXCEPTION THRU 3400-EXIT
           IF AF-NOT-ACKNOWLEDGED
               STRING AF-ALERT-TYPE ' ' AF-READING-VALUE
                      ' - NOT ACKNOWLEDGED'
                   DELIMITED BY SIZE INTO QX-DETAIL
           ELSE
               IF HC-ACK-MINUTES = 999999
                   STRING AF-ALERT-TYPE ' ' AF-READING-VALUE
                          ' - ACKNOWLEDGEMENT TIME UNREADABLE'
                       DELIMITED BY SIZE INTO QX-DETAIL
               ELSE
                   MOVE HC-ACK-MINUTES TO HC-NUMBER-IN
                   PERFORM 7300-EDIT-NUMBER THRU 7300-EXIT
                   STRING AF-ALERT-TYPE ' ' AF-READING-VALUE
                          ' - ACKNOWLEDGED AFTER '
                          HC-NUMBER-TEXT DELIMITED BY SPACE
                          ' MINUTES' DELIMITED BY SIZE
                       INTO QX-DETAIL
               END-IF
           END-IF
           PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3400-SET-ALERT-EXCEPTION                                       *
      *----------------------------------------------------------------*
       3400-SET-ALERT-EXCEPTION.
           MOVE AF-PATIENT-ID TO QX-PATIENT-ID
           MOVE AF-VISIT-DATE TO QX-EVENT-DATE
           MOVE AF-VISIT-TIME TO QX-EVENT-REF
           MOVE SPACES        TO QX-DETAIL.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3900-READ-NEXT-ALERT                                           *
      *----------------------------------------------------------------*
       3900-READ-NEXT-ALERT.
           READ ALERT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO HC-SCAN-EOF-SW
           END-READ.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-RENEWAL-PASS                                              *
      *     Measure 4, one pass over the renewal history.              *
      *----------------------------------------------------------------*
       4000-RENEWAL-PASS.
           OPEN INPUT RENEWAL-FILE
           IF HC-RENEWAL-NOT-THERE
               GO TO 4000-EXIT
           END-IF
           MOVE 'N' TO HC-SCAN-EOF-SW
           MOVE ZERO   TO RH-PATIENT-ID
           MOVE ZERO   TO RH-PRESCRIPTION-ID
           MOVE SPACES TO RH-RENEW-DATE
           MOVE SPACES TO RH-RENEW-TIME
           START RENEWAL-FILE KEY IS >= RH-RENEWAL-KEY
           IF NOT HC-RENEWAL-OK
               MOVE 'Y' TO HC-SCAN-EOF-SW
           ELSE
               PERFORM 4900-READ-NEXT-RENEWAL THRU 4900-EXIT
           END-IF
           PERFORM 4100-CHECK-RENEWAL THRU 4100-EXIT
               UNTIL HC-NO-MORE-RECORDS
           CLOSE RENEWAL-FILE.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-CHECK-RENEWAL                                             *
      *     A renewal is in time when it was made on or before the     *
      *     end date it replaced.                                      *
      *----------------------------------------------------------------*
       4100-CHECK-RENEWAL.
           ADD 1 TO HC-RENEWALS-READ
           MOVE RH-RENEW-DATE TO HC-CONV-DATE
           PERFORM 7100-DATE-TO-SLOT THRU 7100-EXIT
           IF HC-CONV-SLOT = 0
               GO TO 4100-NEXT
           END-IF
           IF RH-REPLACED-END-DATE = SPACES
               ADD 1 TO HC-RENEWALS-OPEN-ENDED
               GO TO 4100-NEXT
           END-IF

           ADD 1 TO HC-MC-DENOMINATOR (HC-RENEWAL-MEASURE
                                       HC-CONV-SLOT)
           IF RH-RENEW-DATE NOT > RH-REPLACED-END-DATE
               ADD 1 TO HC-MC-NUMERATOR (HC-RENEWAL-MEASURE
                                         HC-CONV-SLOT)
               GO TO 4100-NEXT
           END-IF
           IF HC-CONV-SLOT NOT = HC-REPORT-SLOT
               GO TO 4100-NEXT
           END-IF

           MOVE HC-CONV-INTEGER TO HC-DAYS-LATE
           MOVE RH-REPLACED-END-DATE TO HC-CONV-DATE
           PERFORM 7000-DATE-TO-INTEGER THRU 7000-EXIT
           IF HC-CONV-INTEGER > 0
               SUBTRACT HC-CONV-INTEGER FROM HC-DAYS-LATE
           ELSE
               MOVE 0 TO HC-DAYS-LATE
           END-IF
           MOVE HC-DAYS-LATE TO HC-NUMBER-IN
           PERFORM 7300-EDIT-NUMBER THRU 7300-EXIT

           MOVE HC-RENEWAL-MEASURE TO QX-MEASURE
           MOVE RH-PATIENT-ID      TO QX-PATIENT-ID
           MOVE RH-RENEW-DATE      TO QX-EVENT-DATE
           MOVE RH-PRESCRIPTION-ID TO HC-PRESCRIPTION-EDIT
           MOVE HC-PRESCRIPTION-EDIT TO QX-EVENT-REF
           MOVE SPACES             TO QX-DETAIL
           STRING RH-DRUG-NAME (1:20) ' ENDED '
                  RH-REPLACED-END-DATE ' - '
                  HC-NUMBER-TEXT DELIMITED BY SPACE
                  ' DAYS LATE' DELIMITED BY SIZE
               INTO QX-DETAIL
           PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT.

       4100-NEXT.
           PERFORM 4900-READ-NEXT-RENEWAL THRU 4900-EXIT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4900-READ-NEXT-RENEWAL                                         *
      *----------------------------------------------------------------*
       4900-READ-NEXT-RENEWAL.
           READ RENEWAL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO HC-SCAN-EOF-SW
           END-READ.
       4900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-WRITE-MEASURES                                            *
      *     One block per measure: the 13 months, the 12 prior months  *
      *     together, then the report month's exceptions.              *
      *----------------------------------------------------------------*
       5000-WRITE-MEASURES.
           CLOSE EXCEPTION-FILE
           OPEN INPUT EXCEPTION-FILE
           PERFORM 5100-WRITE-MEASURE THRU 5100-EXIT
               VARYING HC-MEASURE-IDX FROM 1 BY 1
               UNTIL HC-MEASURE-IDX > 4
           CLOSE EXCEPTION-FILE.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5100-WRITE-MEASURE                                             *
      *----------------------------------------------------------------*
       5100-WRITE-MEASURE.
           WRITE HC-REPORT-LINE FROM HC-BLANK-LINE
           MOVE HC-MEASURE-TITLE (HC-MEASURE-IDX) TO HC-SEC-TITLE
           WRITE HC-REPORT-LINE FROM HC-SECTION-LINE
           WRITE HC-REPORT-LINE FROM HC-TREND-COLUMN-LINE

           MOVE 0 TO HC-PRIOR-NUMERATOR
           MOVE 0 TO HC-PRIOR-DENOMINATOR
           PERFORM 5200-WRITE-MONTH-LINE THRU 5200-EXIT
               VARYING HC-SLOT-IDX FROM 1 BY 1
               UNTIL HC-SLOT-IDX > 13

           MOVE 'PRIOR 12 MONTHS' TO HC-T-MONTH
           MOVE SPACES            TO HC-T-MARK
           MOVE HC-PRIOR-NUMERATOR   TO HC-LINE-NUMERATOR
           MOVE HC-PRIOR-DENOMINATOR TO HC-LINE-DENOMINATOR
           PERFORM 5210-EDIT-TREND-LINE THRU 5210-EXIT

           WRITE HC-REPORT-LINE FROM HC-BLANK-LINE
           MOVE HC-REPORT-MONTH TO HC-E-MONTH
           WRITE HC-REPORT-LINE FROM HC-EXCEPTION-TITLE-LINE
           WRITE HC-REPORT-LINE FROM HC-EXCEPTION-COLUMN-LINE
           MOVE 0 TO HC-MEASURE-EXCEPTIONS
           MOVE 'N' TO HC-SCAN-EOF-SW
           MOVE HC-MEASURE-IDX TO QX-MEASURE
           MOVE ZERO           TO QX-SEQ
           START EXCEPTION-FILE KEY IS >= QX-EXCEPTION-KEY
           IF NOT HC-EXCEPTION-OK
               MOVE 'Y' TO HC-SCAN-EOF-SW
           ELSE
               PERFORM 5900-READ-NEXT-EXCEPTION THRU 5900-EXIT
           END-IF
           PERFORM 5300-WRITE-EXCEPTION-LINE THRU 5300-EXIT
               UNTIL HC-NO-MORE-RECORDS
           IF HC-MEASURE-EXCEPTIONS = 0
               WRITE HC-REPORT-LINE FROM HC-NONE-LINE
           END-IF.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5200-WRITE-MONTH-LINE                                          *
      *----------------------------------------------------------------*
       5200-WRITE-MONTH-LINE.
           MOVE HC-MT-MONTH (HC-SLOT-IDX) TO HC-T-MONTH
           MOVE HC-MC-NUMERATOR (HC-MEASURE-IDX HC-SLOT-IDX)
               TO HC-LINE-NUMERATOR
           MOVE HC-MC-DENOMINATOR (HC-MEASURE-IDX HC-SLOT-IDX)
               TO HC-LINE-DENOMINATOR
           IF HC-SLOT-IDX = HC-REPORT-SLOT
               MOVE 'REPORT MONTH' TO HC-T-MARK
           ELSE
               MOVE SPACES TO HC-T-MARK
               ADD HC-LINE-NUMERATOR   TO HC-PRIOR-NUMERATOR
               ADD HC-LINE-DENOMINATOR TO HC-PRIOR-DENOMINATOR
           END-IF
           PERFORM 5210-EDIT-TREND-LINE THRU 5210-EXIT.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5210-EDIT-TREND-LINE                                           *
      *     A month with nothing to measure shows N/A, not 0.0.        *
      *----------------------------------------------------------------*
       5210-EDIT-TREND-LINE.
           MOVE HC-LINE-NUMERATOR   TO HC-T-NUMERATOR
           MOVE HC-LINE-DENOMINATOR TO HC-T-DENOMINATOR
           IF HC-LINE-DENOMINATOR > 0
               COMPUTE HC-RATE ROUNDED =
                   HC-LINE-NUMERATOR * 100 / HC-LINE-DENOMINATOR
               MOVE HC-RATE TO HC-T-RATE
               MOVE '%'     TO HC-T-PERCENT
           ELSE
               MOVE '  N/A' TO HC-T-RATE-X
               MOVE SPACE   TO HC-T-PERCENT
           END-IF
           WRITE HC-REPORT-LINE FROM HC-TREND-LINE.
       5210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5300-WRITE-EXCEPTION-LINE                                      *
      *----------------------------------------------------------------*
       5300-WRITE-EXCEPTION-LINE.
           IF QX-MEASURE NOT = HC-MEASURE-IDX
               MOVE 'Y' TO HC-SCAN-EOF-SW
               GO TO 5300-EXIT
           END-IF
           ADD 1 TO HC-MEASURE-EXCEPTIONS
           ADD 1 TO HC-EXCEPTIONS-LISTED
           MOVE QX-PATIENT-ID TO PF-PATIENT-ID
           READ PATIENT-FILE
           IF HC-PATIENT-OK
               MOVE PF-LAST-NAME  TO HC-X-LAST-NAME
               MOVE PF-FIRST-NAME TO HC-X-FIRST-NAME
           ELSE
               MOVE '(NOT ON MASTER)' TO HC-X-LAST-NAME
               MOVE SPACES            TO HC-X-FIRST-NAME
           END-IF
           MOVE QX-PATIENT-ID TO HC-X-PATIENT-ID
           MOVE QX-EVENT-DATE TO HC-X-EVENT-DATE
           MOVE QX-EVENT-REF  TO HC-X-EVENT-REF
           MOVE QX-DETAIL     TO HC-X-DETAIL
           WRITE HC-REPORT-LINE FROM HC-EXCEPTION-LINE
           PERFORM 5900-READ-NEXT-EXCEPTION THRU 5900-EXIT.
       5300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5900-READ-NEXT-EXCEPTION                                       *
      *----------------------------------------------------------------*
       5900-READ-NEXT-EXCEPTION.
           READ EXCEPTION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO HC-SCAN-EOF-SW
           END-READ.
       5900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-WRITE-EXCEPTION                                           *
      *     QX-MEASURE and the detail fields are set by the caller.    *
      *----------------------------------------------------------------*
       6000-WRITE-EXCEPTION.
           ADD 1 TO HC-EXCEPTION-SEQ
           MOVE HC-EXCEPTION-SEQ TO QX-SEQ
           WRITE HC-QM-EXCEPTION-RECORD.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-DATE-TO-INTEGER                                           *
      *     HC-CONV-DATE (YYYY-MM-DD) to day number HC-CONV-INTEGER;   *
      *     zero when the date is blank or not numeric.                *
      *----------------------------------------------------------------*
       7000-DATE-TO-INTEGER.
           MOVE 0 TO HC-CONV-INTEGER
           IF HC-CONV-DATE (1:4) IS NOT NUMERIC
                   OR HC-CONV-DATE (6:2) IS NOT NUMERIC
                   OR HC-CONV-DATE (9:2) IS NOT NUMERIC
               GO TO 7000-EXIT
           END-IF
           MOVE HC-CONV-DATE (1:4) TO HC-DATE-COMPACT-X (1:4)
           MOVE HC-CONV-DATE (6:2) TO HC-DATE-COMPACT-X (5:2)
           MOVE HC-CONV-DATE (9:2) TO HC-DATE-COMPACT-X (7:2)
           COMPUTE HC-CONV-INTEGER =
               FUNCTION INTEGER-OF-DATE (HC-DATE-COMPACT).
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7100-DATE-TO-SLOT                                              *
      *     Month slot (1-13) of HC-CONV-DATE in HC-CONV-SLOT, zero    *
      *     outside the 13 months or when the date will not convert;   *
      *     leaves the day number in HC-CONV-INTEGER as well.          *
      *----------------------------------------------------------------*
       7100-DATE-TO-SLOT.
           MOVE 0 TO HC-CONV-SLOT
           PERFORM 7000-DATE-TO-INTEGER THRU 7000-EXIT
           IF HC-CONV-INTEGER = 0
               GO TO 7100-EXIT
           END-IF
           MOVE HC-CONV-DATE (1:4) TO HC-CONV-YEAR
           MOVE HC-CONV-DATE (6:2) TO HC-CONV-MONTH
           COMPUTE HC-SLOT-NUMBER =
               HC-CONV-YEAR * 12 + HC-CONV-MONTH - 1
             - HC-FIRST-MONTH-NUMBER + 1
           IF HC-SLOT-NUMBER >= 1 AND HC-SLOT-NUMBER <= 13
               MOVE HC-SLOT-NUMBER TO HC-CONV-SLOT
           END-IF.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7200-SPLIT-BP                                                  *
      *     HC-RD-BLOOD-PRESSURE "SYSTOLIC/DIASTOLIC" into its two     *
      *     numbers; the COUNT IN lengths keep the space padding out   *
      *     of the class tests.                                        *
      *----------------------------------------------------------------*
       7200-SPLIT-BP.
           SET HC-BP-NOT-VALID TO TRUE
           MOVE SPACES TO HC-BP-SYS-PART
           MOVE SPACES TO HC-BP-DIA-PART
           MOVE 0 TO HC-BP-SYS-CNT
           MOVE 0 TO HC-BP-DIA-CNT
           UNSTRING HC-RD-BLOOD-PRESSURE
               DELIMITED BY '/' OR ALL ' '
               INTO HC-BP-SYS-PART COUNT IN HC-BP-SYS-CNT
                    HC-BP-DIA-PART COUNT IN HC-BP-DIA-CNT
           END-UNSTRING
           IF HC-BP-SYS-CNT = 0 OR HC-BP-SYS-CNT > 5
                   OR HC-BP-DIA-CNT = 0 OR HC-BP-DIA-CNT > 5
               GO TO 7200-EXIT
           END-IF
           IF HC-BP-SYS-PART (1:HC-BP-SYS-CNT) IS NUMERIC
                   AND HC-BP-DIA-PART (1:HC-BP-DIA-CNT) IS NUMERIC
               MOVE HC-BP-SYS-PART (1:HC-BP-SYS-CNT)
                                        TO HC-BP-SYSTOLIC-NUM
               MOVE HC-BP-DIA-PART (1:HC-BP-DIA-CNT)
                                        TO HC-BP-DIASTOLIC-NUM
               SET HC-BP-VALID TO TRUE
           END-IF.
       7200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7300-EDIT-NUMBER                                               *
      *     HC-NUMBER-IN edited and left-justified into HC-NUMBER-TEXT *
      *     for the exception detail text.                             *
      *----------------------------------------------------------------*
       7300-EDIT-NUMBER.
           MOVE HC-NUMBER-IN TO HC-NUMBER-EDIT
           MOVE 0 TO HC-NUMBER-LEAD
           INSPECT HC-NUMBER-EDIT TALLYING HC-NUMBER-LEAD
               FOR LEADING SPACE
           MOVE SPACES TO HC-NUMBER-TEXT
           MOVE HC-NUMBER-EDIT (HC-NUMBER-LEAD + 1:) TO HC-NUMBER-TEXT.
       7300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9000-TERMINATE                                                 *
      *----------------------------------------------------------------*
       9000-TERMINATE.
           WRITE HC-REPORT-LINE FROM HC-BLANK-LINE
           MOVE 'VISITS READ        :' TO HC-C-TITLE
           MOVE HC-VISITS-READ         TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'ARCHIVED VISITS    :' TO HC-C-TITLE
           MOVE HC-ARCH-VISITS-READ    TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'BP NOT READABLE    :' TO HC-C-TITLE
           MOVE HC-BP-UNREADABLE       TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'ALERTS READ        :' TO HC-C-TITLE
           MOVE HC-ALERTS-READ         TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'BREACH ALERTS      :' TO HC-C-TITLE
           MOVE HC-BREACH-ALERTS       TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'FOLLOW-UP PENDING  :' TO HC-C-TITLE
           MOVE HC-FOLLOW-UPS-PENDING  TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'RENEWALS READ      :' TO HC-C-TITLE
           MOVE HC-RENEWALS-READ       TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'OPEN-ENDED RENEWALS:' TO HC-C-TITLE
           MOVE HC-RENEWALS-OPEN-ENDED TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'EXCEPTIONS LISTED  :' TO HC-C-TITLE
           MOVE HC-EXCEPTIONS-LISTED   TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE

           IF HC-FILES-OPEN
               CLOSE PATIENT-FILE
               CLOSE VISIT-FILE
           END-IF
           IF HC-ARCHIVE-FILE-OPEN
               CLOSE ARCHIVE-FILE
           END-IF
           CLOSE MEASURE-REPORT
           DISPLAY 'HCQMSR01 - MONTH ' HC-REPORT-MONTH
                   ' EXCEPTIONS : ' HC-EXCEPTIONS-LISTED

           SET RC-FUNC-END TO TRUE
           COMPUTE RC-RECORDS-READ = HC-VISITS-READ
                                   + HC-ARCH-VISITS-READ
                                   + HC-ALERTS-READ
                                   + HC-RENEWALS-READ
           MOVE HC-EXCEPTIONS-LISTED TO RC-RECORDS-WRITTEN
           CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA.
       9000-EXIT.
           EXIT.
