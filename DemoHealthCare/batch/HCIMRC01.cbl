      ******************************************************************
      * IDENTIFICATION DIVISION                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCIMRC01.
       AUTHOR.        R S GUPTA.
       INSTALLATION.  DEMOHEALTHCARE - PATIENT SERVICES.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      * HCIMRC01 - MONTHLY IMMUNIZATION RECALL LIST                    *
      *                                                                *
      * Monthly batch for the immunization recall clerks.  Every      *
      * living patient on the master is read against the HCVXSCHD     *
      * vaccine schedule (HCVXSREC) and the patient's own dose        *
      * history on the HCIMMUN register (HCIMMREC).  For each vaccine *
      * the next dose is the one after the highest dose number given, *
      * and it falls due at the later of:                             *
      *                                                                *
      *   - the schedule's age for the dose, counted from PF-DOB;     *
      *   - the schedule's interval after the previous dose given.    *
      *                                                                *
      * A vaccine whose scheduled doses are all given is complete     *
      * unless its last dose is a recurring booster, which falls due  *
      * again the interval after the latest dose.  A patient already  *
      * past a dose's upper age is not recalled for it.               *
      *                                                                *
      * Every dose due by the end of the recall month is listed under *
      * its patient, with the contact details off the patient master  *
      * and whether the patient's SMS contact consent (HCCONSNT) is   *
      * in effect; a dose due before the month began is flagged       *
      * OVERDUE.  Deceased and merged-away records are skipped, and a *
      * master record without a usable date of birth is counted, not  *
      * guessed at.                                                    *
      *                                                                *
      * The SYSIN parameter card carries the recall month as YYYY-MM; *
      * blank means the current month.  Wired to the HCRUNC01 run-    *
      * control module as HCQMSR01 is: a run date already completed   *
      * is refused.  The job only reads, so an abended run simply     *
      * reruns from the top.                                          *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original program.                               *
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

           SELECT IMMUNIZATION-FILE ASSIGN TO HCIMMUN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-IMMUNIZATION-KEY
               FILE STATUS IS HC-IMMUNIZATION-STATUS.

           SELECT VACCINE-SCHEDULE-FILE ASSIGN TO HCVXSCHD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VS-SCHEDULE-KEY
               FILE STATUS IS HC-SCHEDULE-STATUS.

           SELECT CONSENT-FILE ASSIGN TO HCCONSNT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CN-PATIENT-ID
               FILE STATUS IS HC-CONSENT-STATUS.

           SELECT RECALL-REPORT ASSIGN TO HCIMRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HC-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PATIENT-FILE.
           COPY HCPATREC.

       FD  IMMUNIZATION-FILE.
           COPY HCIMMREC.

       FD  VACCINE-SCHEDULE-FILE.
           COPY HCVXSREC.

       FD  CONSENT-FILE.
           COPY HCCNSREC.

       FD  RECALL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  HC-REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    RECALL PARAMETER CARD (FROM SYSIN)                          *
      *----------------------------------------------------------------*
       01  HC-PARM-CARD.
           05 HC-PARM-RECALL-MONTH       PIC X(07).

      *----------------------------------------------------------------*
      *    FILE STATUS SWITCHES                                        *
      *----------------------------------------------------------------*
       01  HC-PATIENT-STATUS             PIC X(02) VALUE '00'.
           88 HC-PATIENT-OK                        VALUE '00'.

       01  HC-IMMUNIZATION-STATUS        PIC X(02) VALUE '00'.
           88 HC-IMMUNIZATION-OK                   VALUE '00'.

       01  HC-SCHEDULE-STATUS            PIC X(02) VALUE '00'.
           88 HC-SCHEDULE-OK                       VALUE '00'.

       01  HC-CONSENT-STATUS             PIC X(02) VALUE '00'.
           88 HC-CONSENT-OK                        VALUE '00'.

       01  HC-REPORT-STATUS              PIC X(02) VALUE '00'.
           88 HC-REPORT-OK                         VALUE '00'.

       01  HC-WORK-SWITCHES.
           05 HC-PATIENT-EOF-SW          PIC X(01) VALUE 'N'.
              88 HC-NO-MORE-PATIENTS               VALUE 'Y'.
           05 HC-SCAN-EOF-SW             PIC X(01) VALUE 'N'.
              88 HC-SCAN-ENDED                     VALUE 'Y'.
              88 HC-SCAN-CONTINUES                 VALUE 'N'.
           05 HC-IMMUN-FILE-SW           PIC X(01) VALUE 'N'.
              88 HC-IMMUN-FILE-OPEN                VALUE 'Y'.
           05 HC-CONSENT-FILE-SW         PIC X(01) VALUE 'N'.
              88 HC-CONSENT-FILE-OPEN              VALUE 'Y'.
           05 HC-FILES-SW                PIC X(01) VALUE 'N'.
              88 HC-FILES-OPEN                     VALUE 'Y'.
           05 HC-PATIENT-PRINTED-SW      PIC X(01) VALUE 'N'.
              88 HC-PATIENT-PRINTED                VALUE 'Y'.
              88 HC-PATIENT-NOT-PRINTED            VALUE 'N'.
           05 HC-BOOSTER-SW              PIC X(01) VALUE 'N'.
              88 HC-BOOSTER-DOSE                   VALUE 'Y'.
              88 HC-SCHEDULED-DOSE                 VALUE 'N'.

      *----------------------------------------------------------------*
      *    VACCINE SCHEDULE TABLE                                      *
      *       Loaded from HCVXSCHD in key order, so a vaccine's doses  *
      *       sit together in dose-number order.                       *
      *----------------------------------------------------------------*
       01  HC-SCHEDULE-TABLE.
           05 HC-VX-ENTRY OCCURS 200 TIMES.
              10 HC-VX-VACCINE-CODE      PIC X(08).
              10 HC-VX-DOSE-NUMBER       PIC 9(02).
              10 HC-VX-VACCINE-NAME      PIC X(30).
              10 HC-VX-DUE-AGE-MONTHS    PIC 9(03).
              10 HC-VX-INTERVAL-DAYS     PIC 9(04).
              10 HC-VX-MAX-AGE-MONTHS    PIC 9(03).
              10 HC-VX-REPEAT-SW         PIC X(01).
                 88 HC-VX-REPEATS                  VALUE 'Y'.
       01  HC-SCHEDULE-COUNT             PIC 9(03) VALUE 0.
       01  HC-SCHEDULE-MAX               PIC 9(03) VALUE 200.
       01  HC-SCHEDULE-DROPPED           PIC 9(05) VALUE 0.
       01  HC-SCHED-IDX                  PIC 9(03).
       01  HC-ROW-IDX                    PIC 9(03).
       01  HC-LAST-ROW                   PIC 9(03).
       01  HC-TARGET-ROW                 PIC 9(03).

      *----------------------------------------------------------------*
      *    PATIENT'S DOSES GIVEN - HIGHEST DOSE PER VACCINE            *
      *----------------------------------------------------------------*
       01  HC-GIVEN-TABLE.
           05 HC-GV-ENTRY OCCURS 50 TIMES.
              10 HC-GV-VACCINE-CODE      PIC X(08).
              10 HC-GV-HIGHEST-DOSE      PIC 9(02).
              10 HC-GV-LAST-GIVEN        PIC X(10).
       01  HC-GIVEN-COUNT                PIC 9(02) VALUE 0.
       01  HC-GIVEN-MAX                  PIC 9(02) VALUE 50.
       01  HC-GV-IDX                     PIC 9(02).

       01  HC-HIGHEST-DOSE               PIC 9(02).
       01  HC-NEXT-DOSE                  PIC 9(02).
       01  HC-LAST-GIVEN                 PIC X(10).

      *----------------------------------------------------------------*
      *    DATE WORK AREAS                                             *
      *----------------------------------------------------------------*
       01  HC-CURRENT-DATE-TIME          PIC X(21).
       01  HC-BUSINESS-DATE              PIC X(10).
       01  HC-RECALL-MONTH               PIC X(07).
       01  HC-RECALL-MONTH-SPLIT REDEFINES HC-RECALL-MONTH.
           05 HC-RM-YEAR                 PIC X(04).
           05 FILLER                     PIC X(01).
           05 HC-RM-MONTH                PIC X(02).
       01  HC-MONTH-START-INTEGER        PIC 9(08).
       01  HC-MONTH-END-INTEGER          PIC 9(08).
       01  HC-MONTH-START-YEAR           PIC 9(04).
       01  HC-MONTH-START-MONTH          PIC 9(02).

       01  HC-DATE-COMPACT               PIC 9(08).
       01  HC-DATE-COMPACT-X REDEFINES HC-DATE-COMPACT
                                         PIC X(08).
       01  HC-DATE-SPLIT REDEFINES HC-DATE-COMPACT.
           05 HC-DS-YEAR                 PIC 9(04).
           05 HC-DS-MONTH                PIC 9(02).
           05 HC-DS-DAY                  PIC 9(02).

       01  HC-CONV-DATE                  PIC X(10).
       01  HC-CONV-INTEGER               PIC 9(08).
      *       8000's input and output: a YYYY-MM-DD date and its day
      *       number, zero when the date is not usable.

       01  HC-DOB-INTEGER                PIC 9(08).
       01  HC-DOB-YEAR                   PIC 9(04).
       01  HC-DOB-MONTH                  PIC 9(02).
       01  HC-DOB-DAY                    PIC 9(02).
       01  HC-AGE-MONTHS                 PIC S9(05).
       01  HC-MONTH-NUMBER               PIC 9(06).
       01  HC-DUE-YEAR                   PIC 9(04).
       01  HC-DUE-MONTH                  PIC 9(02).
       01  HC-AGE-DUE-INTEGER            PIC 9(08).
       01  HC-INTERVAL-DUE-INTEGER       PIC 9(08).
       01  HC-DUE-INTEGER                PIC 9(08).
       01  HC-DUE-DATE                   PIC X(10).

      *----------------------------------------------------------------*
      *    REPORT COUNTS                                               *
      *----------------------------------------------------------------*
       01  HC-REPORT-COUNTS.
           05 HC-PATIENTS-READ           PIC 9(07) VALUE 0.
           05 HC-PATIENTS-RECALLED       PIC 9(07) VALUE 0.
           05 HC-DOSES-DUE               PIC 9(07) VALUE 0.
           05 HC-DOSES-OVERDUE           PIC 9(07) VALUE 0.
           05 HC-SKIPPED-DECEASED        PIC 9(07) VALUE 0.
           05 HC-SKIPPED-MERGED          PIC 9(07) VALUE 0.
           05 HC-SKIPPED-NO-DOB          PIC 9(07) VALUE 0.

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
           05 FILLER                     PIC X(44)
              VALUE 'DEMOHEALTHCARE - IMMUNIZATION RECALL LIST'.
           05 FILLER                     PIC X(14)
              VALUE 'RECALL MONTH '.
           05 HC-H-RECALL-MONTH          PIC X(07).
           05 FILLER                     PIC X(67) VALUE SPACES.

       01  HC-HEADING-LINE-2.
           05 FILLER                     PIC X(132)
              VALUE '    VACCINE   NAME                            DOSE
      -       '    DUE DATE    STATUS     LAST DOSE GIVEN'.

       01  HC-PATIENT-LINE-1.
           05 HC-P-PATIENT-ID            PIC 9(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-P-LAST-NAME             PIC X(20).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 HC-P-FIRST-NAME            PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 FILLER                     PIC X(05) VALUE 'DOB '.
           05 HC-P-DOB                   PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 FILLER                     PIC X(07) VALUE 'PHONE '.
           05 HC-P-PHONE                 PIC X(20).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-P-SMS-TEXT              PIC X(12).
           05 FILLER                     PIC X(29) VALUE SPACES.

       01  HC-PATIENT-LINE-2.
           05 FILLER                     PIC X(12) VALUE SPACES.
           05 HC-P-ADDRESS               PIC X(20).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 HC-P-CITY                  PIC X(20).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 HC-P-POSTCODE              PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-P-EMAIL                 PIC X(50).
           05 FILLER                     PIC X(16) VALUE SPACES.

       01  HC-ITEM-LINE.
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 HC-I-VACCINE-CODE          PIC X(08).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-I-VACCINE-NAME          PIC X(30).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 FILLER                     PIC X(05) VALUE 'DOSE '.
           05 HC-I-DOSE-NUMBER           PIC Z9.
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 HC-I-DUE-DATE              PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-I-STATUS                PIC X(07).
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 HC-I-LAST-GIVEN            PIC X(10).
           05 FILLER                     PIC X(43) VALUE SPACES.

       01  HC-NONE-LINE.
           05 FILLER                     PIC X(40)
              VALUE 'NO PATIENT IS DUE A VACCINE THIS MONTH'.
           05 FILLER                     PIC X(92) VALUE SPACES.

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
               PERFORM 2000-PROCESS-PATIENT  THRU 2000-EXIT
                   UNTIL HC-NO-MORE-PATIENTS
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

           PERFORM 1100-SET-MONTH THRU 1100-EXIT
           IF HC-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF

           MOVE 'HCIMRC01' TO RC-JOB-NAME
           MOVE HC-BUSINESS-DATE TO RC-RUN-DATE
           SET RC-FUNC-START TO TRUE
           CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA
           IF RC-REPLY-ALREADY-RUN
               DISPLAY 'HCIMRC01 - ALREADY COMPLETE FOR '
                       HC-BUSINESS-DATE ' - RUN REFUSED'
               SET HC-RUN-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT PATIENT-FILE
           SET HC-FILES-OPEN TO TRUE
           OPEN INPUT IMMUNIZATION-FILE
           IF HC-IMMUNIZATION-OK
               SET HC-IMMUN-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT CONSENT-FILE
           IF HC-CONSENT-OK
               SET HC-CONSENT-FILE-OPEN TO TRUE
           END-IF
           OPEN OUTPUT RECALL-REPORT
           MOVE HC-RECALL-MONTH TO HC-H-RECALL-MONTH
           WRITE HC-REPORT-LINE FROM HC-HEADING-LINE-1
           WRITE HC-REPORT-LINE FROM HC-HEADING-LINE-2

           PERFORM 1200-LOAD-SCHEDULE THRU 1200-EXIT
           PERFORM 2900-READ-NEXT-PATIENT THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-SET-MONTH                                                 *
      *     Takes the card's month, or the current one, and works out  *
      *     the day numbers of its first and last days.  A month that  *
      *     is not a real YYYY-MM refuses the run.                     *
      *----------------------------------------------------------------*
       1100-SET-MONTH.
           IF HC-PARM-RECALL-MONTH = SPACES
               MOVE HC-BUSINESS-DATE (1:7) TO HC-RECALL-MONTH
           ELSE
               MOVE HC-PARM-RECALL-MONTH TO HC-RECALL-MONTH
           END-IF

           IF HC-RM-YEAR IS NOT NUMERIC
                   OR HC-RM-MONTH IS NOT NUMERIC
                   OR HC-RM-MONTH < '01'
                   OR HC-RM-MONTH > '12'
               DISPLAY 'HCIMRC01 - INVALID RECALL MONTH '
                       HC-RECALL-MONTH ' - RUN REFUSED'
               SET HC-RUN-REFUSED TO TRUE
               GO TO 1100-EXIT
           END-IF

           MOVE HC-RM-YEAR  TO HC-MONTH-START-YEAR
           MOVE HC-RM-MONTH TO HC-MONTH-START-MONTH
           MOVE HC-MONTH-START-YEAR  TO HC-DS-YEAR
           MOVE HC-MONTH-START-MONTH TO HC-DS-MONTH
           MOVE 1                    TO HC-DS-DAY
           COMPUTE HC-MONTH-START-INTEGER =
               FUNCTION INTEGER-OF-DATE (HC-DATE-COMPACT)

      *    The month ends the day before the first of the next one.
           IF HC-MONTH-START-MONTH = 12
               COMPUTE HC-DS-YEAR = HC-MONTH-START-YEAR + 1
               MOVE 1 TO HC-DS-MONTH
           ELSE
               COMPUTE HC-DS-MONTH = HC-MONTH-START-MONTH + 1
           END-IF
           COMPUTE HC-MONTH-END-INTEGER =
               FUNCTION INTEGER-OF-DATE (HC-DATE-COMPACT) - 1.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1200-LOAD-SCHEDULE                                             *
      *----------------------------------------------------------------*
       1200-LOAD-SCHEDULE.
           OPEN INPUT VACCINE-SCHEDULE-FILE
           IF NOT HC-SCHEDULE-OK
               DISPLAY 'HCIMRC01 - VACCINE SCHEDULE HCVXSCHD '
                       'UNAVAILABLE - NOTHING CAN BE RECALLED'
               GO TO 1200-EXIT
           END-IF
           SET HC-SCAN-CONTINUES TO TRUE
           PERFORM 1210-LOAD-ONE-ENTRY THRU 1210-EXIT
               UNTIL HC-SCAN-ENDED
           CLOSE VACCINE-SCHEDULE-FILE
           IF HC-SCHEDULE-DROPPED > 0
               DISPLAY 'HCIMRC01 - SCHEDULE OVER ' HC-SCHEDULE-MAX
                       ' DOSES - ' HC-SCHEDULE-DROPPED ' IGNORED'
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1210-LOAD-ONE-ENTRY                                            *
      *----------------------------------------------------------------*
       1210-LOAD-ONE-ENTRY.
           READ VACCINE-SCHEDULE-FILE NEXT RECORD
           IF NOT HC-SCHEDULE-OK
               SET HC-SCAN-ENDED TO TRUE
               GO TO 1210-EXIT
           END-IF
           IF HC-SCHEDULE-COUNT NOT < HC-SCHEDULE-MAX
               ADD 1 TO HC-SCHEDULE-DROPPED
               GO TO 1210-EXIT
           END-IF
           ADD 1 TO HC-SCHEDULE-COUNT
           MOVE HC-SCHEDULE-COUNT    TO HC-SCHED-IDX
           MOVE VS-VACCINE-CODE
                               TO HC-VX-VACCINE-CODE (HC-SCHED-IDX)
           MOVE VS-DOSE-NUMBER
                               TO HC-VX-DOSE-NUMBER (HC-SCHED-IDX)
           MOVE VS-VACCINE-NAME
                               TO HC-VX-VACCINE-NAME (HC-SCHED-IDX)
           MOVE VS-DUE-AGE-MONTHS
                               TO HC-VX-DUE-AGE-MONTHS (HC-SCHED-IDX)
           MOVE VS-MIN-INTERVAL-DAYS
                               TO HC-VX-INTERVAL-DAYS (HC-SCHED-IDX)
           MOVE VS-MAX-AGE-MONTHS
                               TO HC-VX-MAX-AGE-MONTHS (HC-SCHED-IDX)
           MOVE VS-REPEAT-SW
                               TO HC-VX-REPEAT-SW (HC-SCHED-IDX).
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESS-PATIENT                                           *
      *----------------------------------------------------------------*
       2000-PROCESS-PATIENT.
           ADD 1 TO HC-PATIENTS-READ
           IF NOT PF-LIVING
               ADD 1 TO HC-SKIPPED-DECEASED
               GO TO 2000-NEXT
           END-IF
           IF PF-MERGED-INTO-ID NOT = ZERO
               ADD 1 TO HC-SKIPPED-MERGED
               GO TO 2000-NEXT
           END-IF

           MOVE PF-DOB TO HC-CONV-DATE
           PERFORM 8000-DATE-TO-INTEGER THRU 8000-EXIT
           IF HC-CONV-INTEGER = 0
                   OR HC-CONV-INTEGER > HC-MONTH-END-INTEGER
               ADD 1 TO HC-SKIPPED-NO-DOB
               GO TO 2000-NEXT
           END-IF
           MOVE HC-CONV-INTEGER TO HC-DOB-INTEGER
           MOVE HC-DS-YEAR      TO HC-DOB-YEAR
           MOVE HC-DS-MONTH     TO HC-DOB-MONTH
           MOVE HC-DS-DAY       TO HC-DOB-DAY

      *    Age in whole months on the first day of the recall month.
           COMPUTE HC-AGE-MONTHS =
               (HC-MONTH-START-YEAR - HC-DOB-YEAR) * 12
               + HC-MONTH-START-MONTH - HC-DOB-MONTH
           IF HC-DOB-DAY > 1
               SUBTRACT 1 FROM HC-AGE-MONTHS
           END-IF

           PERFORM 2100-LOAD-DOSES-GIVEN THRU 2100-EXIT
           SET HC-PATIENT-NOT-PRINTED TO TRUE
           PERFORM 3000-CHECK-VACCINE THRU 3000-EXIT
               VARYING HC-SCHED-IDX FROM 1 BY 1
               UNTIL HC-SCHED-IDX > HC-SCHEDULE-COUNT
           IF HC-PATIENT-PRINTED
               ADD 1 TO HC-PATIENTS-RECALLED
           END-IF.

       2000-NEXT.
           PERFORM 2900-READ-NEXT-PATIENT THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-LOAD-DOSES-GIVEN                                          *
      *     The register is keyed patient / vaccine / dose, so the     *
      *     last dose read for each vaccine is its highest.            *
      *----------------------------------------------------------------*
       2100-LOAD-DOSES-GIVEN.
           MOVE 0 TO HC-GIVEN-COUNT
           IF NOT HC-IMMUN-FILE-OPEN
               GO TO 2100-EXIT
           END-IF
           SET HC-SCAN-CONTINUES TO TRUE
           MOVE PF-PATIENT-ID TO IM-PATIENT-ID
           MOVE LOW-VALUES    TO IM-VACCINE-CODE
           MOVE ZERO          TO IM-DOSE-NUMBER
           START IMMUNIZATION-FILE KEY IS >= IM-IMMUNIZATION-KEY
           IF NOT HC-IMMUNIZATION-OK
               SET HC-SCAN-ENDED TO TRUE
           END-IF
           PERFORM 2110-LOAD-ONE-DOSE THRU 2110-EXIT
               UNTIL HC-SCAN-ENDED.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2110-LOAD-ONE-DOSE                                             *
      *----------------------------------------------------------------*
       2110-LOAD-ONE-DOSE.
           READ IMMUNIZATION-FILE NEXT RECORD
           IF NOT HC-IMMUNIZATION-OK
                   OR IM-PATIENT-ID NOT = PF-PATIENT-ID
               SET HC-SCAN-ENDED TO TRUE
               GO TO 2110-EXIT
           END-IF
           IF HC-GIVEN-COUNT > 0
               IF HC-GV-VACCINE-CODE (HC-GIVEN-COUNT) = IM-VACCINE-CODE
                   MOVE IM-DOSE-NUMBER
                               TO HC-GV-HIGHEST-DOSE (HC-GIVEN-COUNT)
                   MOVE IM-DATE-GIVEN
                               TO HC-GV-LAST-GIVEN (HC-GIVEN-COUNT)
                   GO TO 2110-EXIT
               END-IF
           END-IF
           IF HC-GIVEN-COUNT NOT < HC-GIVEN-MAX
               GO TO 2110-EXIT
           END-IF
           ADD 1 TO HC-GIVEN-COUNT
           MOVE IM-VACCINE-CODE TO HC-GV-VACCINE-CODE (HC-GIVEN-COUNT)
           MOVE IM-DOSE-NUMBER  TO HC-GV-HIGHEST-DOSE (HC-GIVEN-COUNT)
           MOVE IM-DATE-GIVEN   TO HC-GV-LAST-GIVEN (HC-GIVEN-COUNT).
       2110-EXIT.
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
      * 3000-CHECK-VACCINE                                             *
      *     Entered for every schedule row; only a vaccine's first     *
      *     row does the work, for the whole vaccine.                  *
      *----------------------------------------------------------------*
       3000-CHECK-VACCINE.
           IF HC-SCHED-IDX > 1
               IF HC-VX-VACCINE-CODE (HC-SCHED-IDX) =
                       HC-VX-VACCINE-CODE (HC-SCHED-IDX - 1)
                   GO TO 3000-EXIT
               END-IF
           END-IF

           MOVE HC-SCHED-IDX TO HC-LAST-ROW
           SET HC-SCAN-CONTINUES TO TRUE
           PERFORM 3010-FIND-LAST-ROW THRU 3010-EXIT
               UNTIL HC-SCAN-ENDED

           MOVE 0      TO HC-HIGHEST-DOSE
           MOVE SPACES TO HC-LAST-GIVEN
           PERFORM 3020-FIND-DOSES-GIVEN THRU 3020-EXIT
               VARYING HC-GV-IDX FROM 1 BY 1
               UNTIL HC-GV-IDX > HC-GIVEN-COUNT
           IF HC-HIGHEST-DOSE = 99
               GO TO 3000-EXIT
           END-IF
           COMPUTE HC-NEXT-DOSE = HC-HIGHEST-DOSE + 1

           MOVE 0 TO HC-TARGET-ROW
           SET HC-SCHEDULED-DOSE TO TRUE
           PERFORM 3030-FIND-NEXT-DOSE-ROW THRU 3030-EXIT
               VARYING HC-ROW-IDX FROM HC-SCHED-IDX BY 1
               UNTIL HC-ROW-IDX > HC-LAST-ROW
           IF HC-TARGET-ROW = 0
               IF HC-VX-REPEATS (HC-LAST-ROW)
                       AND HC-HIGHEST-DOSE > 0
                       AND HC-HIGHEST-DOSE NOT <
                           HC-VX-DOSE-NUMBER (HC-LAST-ROW)
                   MOVE HC-LAST-ROW TO HC-TARGET-ROW
                   SET HC-BOOSTER-DOSE TO TRUE
               ELSE
                   GO TO 3000-EXIT
               END-IF
           END-IF

           IF HC-VX-MAX-AGE-MONTHS (HC-TARGET-ROW) > 0
                   AND HC-AGE-MONTHS >
                       HC-VX-MAX-AGE-MONTHS (HC-TARGET-ROW)
               GO TO 3000-EXIT
           END-IF

           PERFORM 3100-COMPUTE-DUE-DATE THRU 3100-EXIT
           IF HC-DUE-INTEGER > HC-MONTH-END-INTEGER
               GO TO 3000-EXIT
           END-IF
           PERFORM 4000-PRINT-DOSE-DUE THRU 4000-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3010-FIND-LAST-ROW                                             *
      *     Steps HC-LAST-ROW to the vaccine's last schedule row.      *
      *----------------------------------------------------------------*
       3010-FIND-LAST-ROW.
           IF HC-LAST-ROW NOT < HC-SCHEDULE-COUNT
               SET HC-SCAN-ENDED TO TRUE
               GO TO 3010-EXIT
           END-IF
           IF HC-VX-VACCINE-CODE (HC-LAST-ROW + 1) NOT =
                   HC-VX-VACCINE-CODE (HC-SCHED-IDX)
               SET HC-SCAN-ENDED TO TRUE
               GO TO 3010-EXIT
           END-IF
           ADD 1 TO HC-LAST-ROW.
       3010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3020-FIND-DOSES-GIVEN                                          *
      *----------------------------------------------------------------*
       3020-FIND-DOSES-GIVEN.
           IF HC-GV-VACCINE-CODE (HC-GV-IDX) =
                   HC-VX-VACCINE-CODE (HC-SCHED-IDX)
               MOVE HC-GV-HIGHEST-DOSE (HC-GV-IDX) TO HC-HIGHEST-DOSE
               MOVE HC-GV-LAST-GIVEN (HC-GV-IDX)   TO HC-LAST-GIVEN
           END-IF.
       3020-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3030-FIND-NEXT-DOSE-ROW                                        *
      *----------------------------------------------------------------*
       3030-FIND-NEXT-DOSE-ROW.
           IF HC-VX-DOSE-NUMBER (HC-ROW-IDX) = HC-NEXT-DOSE
               MOVE HC-ROW-IDX TO HC-TARGET-ROW
           END-IF.
       3030-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-COMPUTE-DUE-DATE                                          *
      *     The later of the age the dose is due at and the interval   *
      *     after the previous dose.  A recurring booster goes by the  *
      *     interval alone.  The age date keeps the birth day of the   *
      *     month; one past the month's end rolls into the next.       *
      *----------------------------------------------------------------*
       3100-COMPUTE-DUE-DATE.
           MOVE 0 TO HC-AGE-DUE-INTEGER
           IF HC-SCHEDULED-DOSE
               COMPUTE HC-MONTH-NUMBER = HC-DOB-YEAR * 12
                   + HC-DOB-MONTH - 1
                   + HC-VX-DUE-AGE-MONTHS (HC-TARGET-ROW)
               DIVIDE HC-MONTH-NUMBER BY 12 GIVING HC-DUE-YEAR
                   REMAINDER HC-DUE-MONTH
               ADD 1 TO HC-DUE-MONTH
               MOVE HC-DUE-YEAR  TO HC-DS-YEAR
               MOVE HC-DUE-MONTH TO HC-DS-MONTH
               MOVE 1            TO HC-DS-DAY
               COMPUTE HC-AGE-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (HC-DATE-COMPACT)
                   + HC-DOB-DAY - 1
           END-IF

           MOVE 0 TO HC-INTERVAL-DUE-INTEGER
           IF HC-HIGHEST-DOSE > 0
               MOVE HC-LAST-GIVEN TO HC-CONV-DATE
               PERFORM 8000-DATE-TO-INTEGER THRU 8000-EXIT
               IF HC-CONV-INTEGER > 0
                   COMPUTE HC-INTERVAL-DUE-INTEGER = HC-CONV-INTEGER
                       + HC-VX-INTERVAL-DAYS (HC-TARGET-ROW)
               END-IF
           END-IF

           IF HC-INTERVAL-DUE-INTEGER > HC-AGE-DUE-INTEGER
               MOVE HC-INTERVAL-DUE-INTEGER TO HC-DUE-INTEGER
           ELSE
               MOVE HC-AGE-DUE-INTEGER TO HC-DUE-INTEGER
           END-IF
           IF HC-DUE-INTEGER = 0
               MOVE HC-DOB-INTEGER TO HC-DUE-INTEGER
           END-IF

           COMPUTE HC-DATE-COMPACT =
               FUNCTION DATE-OF-INTEGER (HC-DUE-INTEGER)
           STRING HC-DATE-COMPACT-X (1:4) '-'
                  HC-DATE-COMPACT-X (5:2) '-'
                  HC-DATE-COMPACT-X (7:2)
                  DELIMITED BY SIZE INTO HC-DUE-DATE.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-PRINT-DOSE-DUE                                            *
      *     The patient's contact lines go out ahead of their first    *
      *     dose due.                                                  *
      *----------------------------------------------------------------*
       4000-PRINT-DOSE-DUE.
           IF HC-PATIENT-NOT-PRINTED
               PERFORM 4100-PRINT-PATIENT THRU 4100-EXIT
           END-IF
           MOVE HC-VX-VACCINE-CODE (HC-TARGET-ROW) TO HC-I-VACCINE-CODE
           MOVE HC-VX-VACCINE-NAME (HC-TARGET-ROW) TO HC-I-VACCINE-NAME
           MOVE HC-NEXT-DOSE TO HC-I-DOSE-NUMBER
           MOVE HC-DUE-DATE  TO HC-I-DUE-DATE
           IF HC-DUE-INTEGER < HC-MONTH-START-INTEGER
               MOVE 'OVERDUE' TO HC-I-STATUS
               ADD 1 TO HC-DOSES-OVERDUE
           ELSE
               MOVE 'DUE'     TO HC-I-STATUS
               ADD 1 TO HC-DOSES-DUE
           END-IF
           IF HC-HIGHEST-DOSE > 0
               MOVE HC-LAST-GIVEN TO HC-I-LAST-GIVEN
           ELSE
               MOVE 'NONE'        TO HC-I-LAST-GIVEN
           END-IF
           WRITE HC-REPORT-LINE FROM HC-ITEM-LINE.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-PRINT-PATIENT                                             *
      *     SMS is offered only on a 'Y' SMS contact answer whose      *
      *     effective date has arrived, as HCRMDO01 sends reminders.   *
      *----------------------------------------------------------------*
       4100-PRINT-PATIENT.
           SET HC-PATIENT-PRINTED TO TRUE
           MOVE 'NO SMS' TO HC-P-SMS-TEXT
           IF HC-CONSENT-FILE-OPEN
               MOVE PF-PATIENT-ID TO CN-PATIENT-ID
               READ CONSENT-FILE
               IF HC-CONSENT-OK
                       AND CN-SMS-GIVEN
                       AND CN-SMS-EFF-DATE NOT > HC-BUSINESS-DATE
                   MOVE 'SMS OK' TO HC-P-SMS-TEXT
               END-IF
           END-IF
           MOVE PF-PATIENT-ID    TO HC-P-PATIENT-ID
           MOVE PF-LAST-NAME     TO HC-P-LAST-NAME
           MOVE PF-FIRST-NAME    TO HC-P-FIRST-NAME
           MOVE PF-DOB           TO HC-P-DOB
           MOVE PF-PHONE-MOBILE  TO HC-P-PHONE
           MOVE PF-ADDRESS       TO HC-P-ADDRESS
           MOVE PF-CITY          TO HC-P-CITY
           MOVE PF-POSTCODE      TO HC-P-POSTCODE
           MOVE PF-EMAIL-ADDRESS TO HC-P-EMAIL
           WRITE HC-REPORT-LINE FROM HC-BLANK-LINE
           WRITE HC-REPORT-LINE FROM HC-PATIENT-LINE-1
           WRITE HC-REPORT-LINE FROM HC-PATIENT-LINE-2.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-DATE-TO-INTEGER                                           *
      *     HC-CONV-DATE (YYYY-MM-DD) to its day number in             *
      *     HC-CONV-INTEGER, leaving the parts in HC-DATE-SPLIT; zero  *
      *     when the date is not a real one.                           *
      *----------------------------------------------------------------*
       8000-DATE-TO-INTEGER.
           MOVE 0 TO HC-CONV-INTEGER
           IF HC-CONV-DATE (1:4) IS NOT NUMERIC
                   OR HC-CONV-DATE (6:2) IS NOT NUMERIC
                   OR HC-CONV-DATE (9:2) IS NOT NUMERIC
               GO TO 8000-EXIT
           END-IF
           STRING HC-CONV-DATE (1:4)
                  HC-CONV-DATE (6:2)
                  HC-CONV-DATE (9:2)
                  DELIMITED BY SIZE INTO HC-DATE-COMPACT-X
           IF HC-DS-YEAR < 1601
                   OR HC-DS-MONTH < 1 OR HC-DS-MONTH > 12
                   OR HC-DS-DAY < 1 OR HC-DS-DAY > 31
               GO TO 8000-EXIT
           END-IF
           COMPUTE HC-CONV-INTEGER =
               FUNCTION INTEGER-OF-DATE (HC-DATE-COMPACT).
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9000-TERMINATE                                                 *
      *----------------------------------------------------------------*
       9000-TERMINATE.
           IF HC-PATIENTS-RECALLED = 0
               WRITE HC-REPORT-LINE FROM HC-NONE-LINE
           END-IF
           WRITE HC-REPORT-LINE FROM HC-BLANK-LINE
           MOVE 'PATIENTS READ      :' TO HC-C-TITLE
           MOVE HC-PATIENTS-READ       TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'PATIENTS RECALLED  :' TO HC-C-TITLE
           MOVE HC-PATIENTS-RECALLED   TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'DOSES DUE          :' TO HC-C-TITLE
           MOVE HC-DOSES-DUE           TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'DOSES OVERDUE      :' TO HC-C-TITLE
           MOVE HC-DOSES-OVERDUE       TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'SKIPPED - DECEASED :' TO HC-C-TITLE
           MOVE HC-SKIPPED-DECEASED    TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'SKIPPED - MERGED   :' TO HC-C-TITLE
           MOVE HC-SKIPPED-MERGED      TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'SKIPPED - NO DOB   :' TO HC-C-TITLE
           MOVE HC-SKIPPED-NO-DOB      TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'SCHEDULE DOSES     :' TO HC-C-TITLE
           MOVE HC-SCHEDULE-COUNT      TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE

           CLOSE PATIENT-FILE
           IF HC-IMMUN-FILE-OPEN
               CLOSE IMMUNIZATION-FILE
           END-IF
           IF HC-CONSENT-FILE-OPEN
               CLOSE CONSENT-FILE
           END-IF
           CLOSE RECALL-REPORT

           SET RC-FUNC-END TO TRUE
           MOVE HC-PATIENTS-READ TO RC-RECORDS-READ
           COMPUTE RC-RECORDS-WRITTEN =
               HC-DOSES-DUE + HC-DOSES-OVERDUE
           CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA.
       9000-EXIT.
           EXIT.
