      ******************************************************************
      * IDENTIFICATION DIVISION                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCDCSD01.
       AUTHOR.        R S GUPTA.
       INSTALLATION.  DEMOHEALTHCARE - PATIENT SERVICES.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      * HCDCSD01 - DECEASED-PATIENT PURGE LIST BUILDER                 *
      *                                                                *
      * Run as the step ahead of HCPURG01.  Reads the patient master   *
      * for patients whose date of death (PF-DATE-OF-DEATH, stamped   *
      * by HCIPDB01's 27DDTH) is older than the records-retention     *
      * holding period and appends each one to the PURGLIST driver    *
      * file, after any ids the records office has keyed there by     *
      * hand.  A report lists every patient added with the date of    *
      * death and the days elapsed, plus the deceased still inside    *
      * the holding period.                                            *
      *                                                                *
      * Records merged away by 14MPAT are left alone - HCPURG01       *
      * removes them with their survivor.  A patient HCPURG01 has     *
      * destroyed has no master record left, so is never listed       *
      * twice; an id that does appear twice (this step re-run with    *
      * no purge in between) is certified by HCPURG01 as not on file  *
      * and nothing more.                                              *
      *                                                                *
      * The SYSIN parameter card carries the holding period in days   *
      * (PIC 9(05); blank or zero defaults to 2557, seven years).     *
      * A patient is listed once the date of death is on or before    *
      * today less the holding period.                                 *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original program.  Wired to the HCRUNC01 run-  *
      *                control module for double-run protection.      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATIENT-FILE ASSIGN TO PATIENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PF-PATIENT-ID
               ALTERNATE RECORD KEY IS PF-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PF-INS-CARD-NUM
                   WITH DUPLICATES
               FILE STATUS IS HC-PATIENT-STATUS.

           SELECT PURGE-LIST-FILE ASSIGN TO PURGLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HC-PURGE-LIST-STATUS.

           SELECT DECEASED-REPORT ASSIGN TO HCDCSRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HC-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PATIENT-FILE.
           COPY HCPATREC.

      *    Same layout HCPURG01 reads.
       FD  PURGE-LIST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  HC-PURGE-LIST-RECORD.
           05 PG-PATIENT-ID              PIC 9(10).
           05 FILLER                     PIC X(70).

       FD  DECEASED-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  HC-REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    HOLDING-PERIOD PARAMETER CARD (FROM SYSIN)                  *
      *----------------------------------------------------------------*
       01  HC-PARM-CARD.
           05 HC-PARM-HOLDING-DAYS       PIC 9(05).

      *----------------------------------------------------------------*
      *    FILE STATUS SWITCHES                                        *
      *----------------------------------------------------------------*
       01  HC-PATIENT-STATUS             PIC X(02) VALUE '00'.
           88 HC-PATIENT-OK                        VALUE '00'.

       01  HC-PURGE-LIST-STATUS          PIC X(02) VALUE '00'.
           88 HC-PURGE-LIST-OK                     VALUE '00'.
           88 HC-PURGE-LIST-NOT-THERE              VALUE '35'.

       01  HC-REPORT-STATUS              PIC X(02) VALUE '00'.
           88 HC-REPORT-OK                         VALUE '00'.

       01  HC-WORK-SWITCHES.
           05 HC-PATIENT-EOF-SW          PIC X(01) VALUE 'N'.
              88 HC-NO-MORE-PATIENTS               VALUE 'Y'.

      *----------------------------------------------------------------*
      *    CUTOFF DATE WORK AREAS                                      *
      *----------------------------------------------------------------*
       01  HC-CURRENT-DATE-TIME          PIC X(21).
       01  HC-BUSINESS-DATE              PIC X(10).
       01  HC-HOLDING-DAYS               PIC 9(05).
       01  HC-TODAY-INTEGER              PIC 9(08).
       01  HC-CUTOFF-INTEGER             PIC 9(08).
       01  HC-CUTOFF-YYYYMMDD            PIC 9(08).
       01  HC-CUTOFF-SPLIT REDEFINES HC-CUTOFF-YYYYMMDD.
           05 HC-CUT-YEAR                PIC 9(04).
           05 HC-CUT-MONTH               PIC 9(02).
           05 HC-CUT-DAY                 PIC 9(02).
       01  HC-CUTOFF-DATE                PIC X(10).
       01  HC-DEATH-INTEGER              PIC 9(08).
       01  HC-DAYS-SINCE-DEATH           PIC 9(06).
       01  HC-DATE-COMPACT               PIC 9(08).
       01  HC-DATE-COMPACT-X REDEFINES HC-DATE-COMPACT
                                         PIC X(08).

       01  HC-REPORT-COUNTS.
           05 HC-PATIENTS-READ           PIC 9(07) VALUE 0.
           05 HC-DECEASED-FOUND          PIC 9(07) VALUE 0.
           05 HC-DECEASED-HELD           PIC 9(07) VALUE 0.
           05 HC-DECEASED-LISTED         PIC 9(07) VALUE 0.

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
           05 FILLER                     PIC X(40)
              VALUE 'DEMOHEALTHCARE - DECEASED PURGE LIST'.
           05 FILLER                     PIC X(20)
              VALUE '  DIED ON/BEFORE    '.
           05 HC-H-CUTOFF-DATE           PIC X(10).
           05 FILLER                     PIC X(62) VALUE SPACES.

       01  HC-HEADING-LINE-2.
           05 FILLER                     PIC X(24)
              VALUE 'PATIENT ID  NAME        '.
           05 FILLER                     PIC X(20) VALUE SPACES.
           05 FILLER                     PIC X(20)
              VALUE 'DATE OF DEATH DAYS  '.
           05 FILLER                     PIC X(20)
              VALUE 'STATUS'.
           05 FILLER                     PIC X(48) VALUE SPACES.

       01  HC-DETAIL-LINE.
           05 HC-D-PATIENT-ID            PIC 9(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-D-LAST-NAME             PIC X(20).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 HC-D-FIRST-NAME            PIC X(10).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 HC-D-DATE-OF-DEATH         PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-D-DAYS                  PIC ZZZZZ9.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-D-STATUS                PIC X(20).
           05 FILLER                     PIC X(48) VALUE SPACES.

       01  HC-COUNT-LINE.
           05 HC-C-TITLE                 PIC X(20).
           05 HC-C-COUNT                 PIC Z,ZZZ,ZZ9.
           05 FILLER                     PIC X(103) VALUE SPACES.

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
               PERFORM 2000-CHECK-PATIENT THRU 2000-EXIT
                   UNTIL HC-NO-MORE-PATIENTS
               PERFORM 9000-TERMINATE    THRU 9000-EXIT
           END-IF
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE                                                *
      *     The cutoff is today less the holding period, edited to    *
      *     YYYY-MM-DD so it compares directly with PF-DATE-OF-DEATH.  *
      *     The purge list is extended, not replaced, so ids the       *
      *     records office keyed for HCPURG01 are kept; a site with    *
      *     no list yet gets one created.                              *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT HC-PARM-CARD FROM SYSIN
           IF HC-PARM-HOLDING-DAYS IS NUMERIC
                   AND HC-PARM-HOLDING-DAYS > 0
               MOVE HC-PARM-HOLDING-DAYS TO HC-HOLDING-DAYS
           ELSE
               MOVE 2557 TO HC-HOLDING-DAYS
           END-IF
           MOVE FUNCTION CURRENT-DATE TO HC-CURRENT-DATE-TIME
           STRING HC-CURRENT-DATE-TIME (1:4) '-'
                  HC-CURRENT-DATE-TIME (5:2) '-'
                  HC-CURRENT-DATE-TIME (7:2)
                  DELIMITED BY SIZE INTO HC-BUSINESS-DATE
           COMPUTE HC-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (HC-CURRENT-DATE-TIME (1:8)))
           COMPUTE HC-CUTOFF-INTEGER =
               HC-TODAY-INTEGER - HC-HOLDING-DAYS
           COMPUTE HC-CUTOFF-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER (HC-CUTOFF-INTEGER)
           STRING HC-CUT-YEAR '-' HC-CUT-MONTH '-' HC-CUT-DAY
               DELIMITED BY SIZE INTO HC-CUTOFF-DATE

           MOVE 'HCDCSD01' TO RC-JOB-NAME
           MOVE HC-BUSINESS-DATE TO RC-RUN-DATE
           SET RC-FUNC-START TO TRUE
           CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA
           IF RC-REPLY-ALREADY-RUN
               DISPLAY 'HCDCSD01 - ALREADY COMPLETE FOR '
                       HC-BUSINESS-DATE ' - RUN REFUSED'
               SET HC-RUN-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT DECEASED-REPORT
           MOVE HC-CUTOFF-DATE TO HC-H-CUTOFF-DATE
           WRITE HC-REPORT-LINE FROM HC-HEADING-LINE-1
           WRITE HC-REPORT-LINE FROM HC-HEADING-LINE-2

           OPEN EXTEND PURGE-LIST-FILE
           IF HC-PURGE-LIST-NOT-THERE
               OPEN OUTPUT PURGE-LIST-FILE
           END-IF
           OPEN INPUT PATIENT-FILE
           PERFORM 2900-READ-NEXT-PATIENT THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-CHECK-PATIENT                                             *
      *----------------------------------------------------------------*
       2000-CHECK-PATIENT.
           ADD 1 TO HC-PATIENTS-READ
           IF PF-LIVING OR PF-MERGED-INTO-ID NOT = ZERO
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO HC-DECEASED-FOUND

           STRING PF-DATE-OF-DEATH (1:4)
                  PF-DATE-OF-DEATH (6:2)
                  PF-DATE-OF-DEATH (9:2)
                  DELIMITED BY SIZE INTO HC-DATE-COMPACT-X
           COMPUTE HC-DEATH-INTEGER =
               FUNCTION INTEGER-OF-DATE (HC-DATE-COMPACT)
           COMPUTE HC-DAYS-SINCE-DEATH =
               HC-TODAY-INTEGER - HC-DEATH-INTEGER

           MOVE PF-PATIENT-ID       TO HC-D-PATIENT-ID
           MOVE PF-LAST-NAME        TO HC-D-LAST-NAME
           MOVE PF-FIRST-NAME       TO HC-D-FIRST-NAME
           MOVE PF-DATE-OF-DEATH    TO HC-D-DATE-OF-DEATH
           MOVE HC-DAYS-SINCE-DEATH TO HC-D-DAYS
           IF PF-DATE-OF-DEATH > HC-CUTOFF-DATE
               ADD 1 TO HC-DECEASED-HELD
               MOVE 'IN HOLDING PERIOD' TO HC-D-STATUS
           ELSE
               MOVE SPACES        TO HC-PURGE-LIST-RECORD
               MOVE PF-PATIENT-ID TO PG-PATIENT-ID
               WRITE HC-PURGE-LIST-RECORD
               ADD 1 TO HC-DECEASED-LISTED
               MOVE 'LISTED FOR PURGE' TO HC-D-STATUS
           END-IF
           WRITE HC-REPORT-LINE FROM HC-DETAIL-LINE.

       2000-NEXT.
           PERFORM 2900-READ-NEXT-PATIENT THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2900-READ-NEXT-PATIENT                                         *
      *----------------------------------------------------------------*
       2900-READ-NEXT-PATIENT.
           READ PATIENT-FILE NEXT RECORD
           IF NOT HC-PATIENT-OK
               MOVE 'Y' TO HC-PATIENT-EOF-SW
           END-IF.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9000-TERMINATE                                                 *
      *----------------------------------------------------------------*
       9000-TERMINATE.
           MOVE 'PATIENTS READ      :' TO HC-C-TITLE
           MOVE HC-PATIENTS-READ       TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'DECEASED ON FILE   :' TO HC-C-TITLE
           MOVE HC-DECEASED-FOUND      TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'IN HOLDING PERIOD  :' TO HC-C-TITLE
           MOVE HC-DECEASED-HELD       TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'LISTED FOR PURGE   :' TO HC-C-TITLE
           MOVE HC-DECEASED-LISTED     TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           CLOSE PATIENT-FILE
           CLOSE PURGE-LIST-FILE
           CLOSE DECEASED-REPORT

           SET RC-FUNC-END TO TRUE
           MOVE HC-PATIENTS-READ   TO RC-RECORDS-READ
           MOVE HC-DECEASED-LISTED TO RC-RECORDS-WRITTEN
           CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA.
       9000-EXIT.
           EXIT.
