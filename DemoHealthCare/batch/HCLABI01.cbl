      ******************************************************************
      * IDENTIFICATION DIVISION                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCLABI01.
       AUTHOR.        R S GUPTA.
       INSTALLATION.  DEMOHEALTHCARE - PATIENT SERVICES.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      * HCLABI01 - REFERENCE LAB RESULT INTERFACE                      *
      *                                                                *
      * Batch job run against the reference lab's result file         *
      * (HCLBRREC).  Each result is matched to the HCLBOREC order     *
      * HCIPDB01's 26ILAB request wrote under the same patient and    *
      * order id, and the value, units, reference range, abnormal     *
      * flag and result date/time are filed on the order, which is    *
      * then LO-STATUS-RESULTED.  A result for an order already       *
      * resulted is the lab's correction: it replaces the earlier     *
      * values and the order's correction count goes up by one.       *
      * An unacknowledged LR alert raised from the earlier values is  *
      * cleared, so a result corrected back to normal leaves nothing  *
      * on the ward work list; one a nurse has already acknowledged   *
      * is kept as the record of what was seen.                        *
      *                                                                *
      * A result flagged abnormal or critical writes an LR alert on   *
      * HCALERT stamped with the patient's ward from the current-     *
      * admission file (HCIPDB01's 5110/5115 convention), so it       *
      * shows on the ward's HCALST01 work list and HCAESC01 escalates *
      * it if nobody acknowledges it.  An alert already written for   *
      * the same result by an earlier run is a duplicate key, not an  *
      * error - the HCEWRN01 convention.  The alert's threshold is    *
      * the bound of the reference range the result breached - the    *
      * low bound for an L or LL flag, the high for H or HH - since   *
      * the whole range will not fit the alert's ten characters.  An  *
      * A or AA flag, or a range with no '-' between two bounds,      *
      * carries the range itself, cut to ten characters.              *
      *                                                                *
      * A result with no order - unknown patient/order id, or a test  *
      * code different from the one ordered - or with a flag the lab  *
      * convention does not know is listed as unmatched on the        *
      * filing report for the lab liaison to work by hand.  An order  *
      * not found under the lab's patient id is looked for under the  *
      * surviving patient when 14MPAT has merged that patient away.   *
      *                                                                *
      * The SYSIN parameter card carries the business date (blank     *
      * defaults to today, the HCEHRX01 convention); it stamps        *
      * LO-FILED-DATE and stands in for a blank result date.  Wired   *
      * to the HCRUNC01 run-control module as HCCLMR01 is: a business *
      * date already run to completion is refused, and the result     *
      * reader checkpoints every 1000 records so an abended run       *
      * restarts past the results it has already filed; the report    *
      * counts ride in the checkpoint key and are restored with it.   *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original program.                               *
      * 2026-10-15 RSG HCLABORD open checked (created when absent,     *
      *               refused otherwise); report counts checkpointed; *
      *               earlier LR alert cleared on a correction;       *
      *               merged patient's orders found under survivor.   *
      * 2026-10-15 RSG LR alert threshold is the breached bound of the *
      *               reference range rather than the range cut short.*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE ASSIGN TO HCLABIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HC-RESULT-STATUS.

           SELECT LAB-ORDER-FILE ASSIGN TO HCLABORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LO-ORDER-KEY
               FILE STATUS IS HC-LAB-ORDER-STATUS.

           SELECT PATIENT-FILE ASSIGN TO PATIENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-PATIENT-ID
               ALTERNATE RECORD KEY IS PF-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PF-INS-CARD-NUM
                   WITH DUPLICATES
               FILE STATUS IS HC-PATIENT-STATUS.

           SELECT ADMISSION-FILE ASSIGN TO HCADMIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-PATIENT-ID
               FILE STATUS IS HC-ADMISSION-STATUS.

           SELECT ALERT-FILE ASSIGN TO HCALERT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AF-ALERT-KEY
               FILE STATUS IS HC-ALERT-STATUS.

           SELECT FILING-REPORT ASSIGN TO HCLABRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HC-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY HCLBRREC.

       FD  LAB-ORDER-FILE.
           COPY HCLBOREC.

       FD  PATIENT-FILE.
           COPY HCPATREC.

       FD  ADMISSION-FILE.
           COPY HCADMREC.

       FD  ALERT-FILE.
           COPY HCALTREC.

       FD  FILING-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  HC-REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    FILING PARAMETER CARD (FROM SYSIN)                          *
      *----------------------------------------------------------------*
       01  HC-PARM-CARD.
           05 HC-PARM-BUSINESS-DATE      PIC X(10).

      *----------------------------------------------------------------*
      *    FILE STATUS SWITCHES                                        *
      *----------------------------------------------------------------*
       01  HC-RESULT-STATUS              PIC X(02) VALUE '00'.
           88 HC-RESULT-OK                         VALUE '00'.
           88 HC-RESULT-EOF                        VALUE '10'.

       01  HC-LAB-ORDER-STATUS           PIC X(02) VALUE '00'.
           88 HC-LAB-ORDER-OK                      VALUE '00'.
           88 HC-LAB-ORDER-NOTFND                  VALUE '23'.
           88 HC-LAB-ORDER-NOT-THERE               VALUE '35'.

       01  HC-PATIENT-STATUS             PIC X(02) VALUE '00'.
           88 HC-PATIENT-OK                        VALUE '00'.

       01  HC-ADMISSION-STATUS           PIC X(02) VALUE '00'.
           88 HC-ADMISSION-OK                      VALUE '00'.
           88 HC-ADMISSION-NOT-THERE               VALUE '35'.

       01  HC-ALERT-STATUS               PIC X(02) VALUE '00'.
           88 HC-ALERT-OK                          VALUE '00'.
           88 HC-ALERT-DUPKEY                      VALUE '22'.
           88 HC-ALERT-NOT-THERE                   VALUE '35'.

       01  HC-REPORT-STATUS              PIC X(02) VALUE '00'.
           88 HC-REPORT-OK                         VALUE '00'.

       01  HC-WORK-SWITCHES.
           05 HC-RESULT-EOF-SW           PIC X(01) VALUE 'N'.
              88 HC-NO-MORE-RESULTS                VALUE 'Y'.
           05 HC-MATCH-SW                PIC X(01) VALUE 'N'.
              88 HC-RESULT-MATCHED                 VALUE 'Y'.
              88 HC-RESULT-NOT-MATCHED             VALUE 'N'.
           05 HC-ADMIT-FILE-SW           PIC X(01) VALUE 'N'.
              88 HC-ADMIT-FILE-OPEN                VALUE 'Y'.
              88 HC-ADMIT-FILE-ABSENT              VALUE 'N'.
           05 HC-PATIENT-FILE-SW         PIC X(01) VALUE 'N'.
              88 HC-PATIENT-FILE-OPEN              VALUE 'Y'.
              88 HC-PATIENT-FILE-ABSENT            VALUE 'N'.
           05 HC-CORRECTION-SW           PIC X(01) VALUE 'N'.
              88 HC-RESULT-IS-CORRECTION           VALUE 'Y'.
              88 HC-RESULT-IS-FIRST                VALUE 'N'.

      *----------------------------------------------------------------*
      *    FILING WORK AREAS                                           *
      *----------------------------------------------------------------*
       01  HC-UNMATCHED-REASON           PIC X(30).
       01  HC-PATIENT-WARD               PIC X(04).

       01  HC-RANGE-LOW                  PIC X(20).
       01  HC-RANGE-HIGH                 PIC X(20).
       01  HC-RANGE-BOUND                PIC X(20).
       01  HC-BOUND-LEAD                 PIC 9(02).

       01  HC-EARLIER-RESULT.
           05 HC-EARLIER-FLAG            PIC X(02).
              88 HC-EARLIER-ALERTED
                                 VALUE 'L ' 'H ' 'A ' 'LL' 'HH' 'AA'.
           05 HC-EARLIER-DATE            PIC X(10).
           05 HC-EARLIER-TIME            PIC X(05).

       01  HC-CURRENT-DATE-TIME          PIC X(21).
       01  HC-BUSINESS-DATE              PIC X(10).

      *----------------------------------------------------------------*
      *    REPORT COUNTS                                               *
      *----------------------------------------------------------------*
       01  HC-REPORT-COUNTS.
           05 HC-RESULTS-READ            PIC 9(07) VALUE 0.
           05 HC-RESULTS-FILED           PIC 9(07) VALUE 0.
           05 HC-RESULTS-CORRECTED       PIC 9(07) VALUE 0.
           05 HC-RESULTS-UNMATCHED       PIC 9(07) VALUE 0.
           05 HC-RESULTS-ABNORMAL        PIC 9(07) VALUE 0.
           05 HC-RESULTS-CRITICAL        PIC 9(07) VALUE 0.
           05 HC-ALERTS-WRITTEN          PIC 9(07) VALUE 0.

      *----------------------------------------------------------------*
      *    RUN-CONTROL WORK AREAS                                      *
      *----------------------------------------------------------------*
       COPY HCRUNCA.

       01  HC-RUN-REFUSED-SW             PIC X(01) VALUE 'N'.
           88 HC-RUN-REFUSED                       VALUE 'Y'.
           88 HC-RUN-ALLOWED                       VALUE 'N'.

       01  HC-CHECKPOINT-COUNT           PIC 9(04) VALUE 0.
       01  HC-CHECKPOINT-INTERVAL        PIC 9(04) VALUE 1000.
       01  HC-RESTART-SKIP-COUNT         PIC 9(09) VALUE 0.

      *----------------------------------------------------------------*
      *    REPORT LINES                                                *
      *----------------------------------------------------------------*
       01  HC-HEADING-LINE-1.
           05 FILLER                     PIC X(44)
              VALUE 'DEMOHEALTHCARE - LAB RESULT FILING'.
           05 FILLER                     PIC X(15)
              VALUE 'BUSINESS DATE '.
           05 HC-H-BUSINESS-DATE         PIC X(10).
           05 FILLER                     PIC X(63) VALUE SPACES.

       01  HC-HEADING-LINE-2.
           05 FILLER                     PIC X(24)
              VALUE 'PATIENT ID  ORDER ID    '.
           05 FILLER                     PIC X(20)
              VALUE 'TEST      RESULT    '.
           05 FILLER                     PIC X(20)
              VALUE '  UNITS       RANGE '.
           05 FILLER                     PIC X(20)
              VALUE '                FLAG'.
           05 FILLER                     PIC X(48)
              VALUE 'NOTE'.

       01  HC-DETAIL-LINE.
           05 HC-D-PATIENT-ID            PIC 9(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-D-ORDER-ID              PIC 9(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-D-TEST-CODE             PIC X(08).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-D-RESULT-VALUE          PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-D-RESULT-UNITS          PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-D-REFERENCE-RANGE       PIC X(20).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-D-ABNORMAL-FLAG         PIC X(02).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-D-NOTE                  PIC X(40).
           05 FILLER                     PIC X(08) VALUE SPACES.

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
               PERFORM 2000-FILE-RESULT      THRU 2000-EXIT
                   UNTIL HC-NO-MORE-RESULTS
               PERFORM 9000-TERMINATE        THRU 9000-EXIT
           END-IF
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE                                                *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT HC-PARM-CARD FROM SYSIN
           MOVE FUNCTION CURRENT-DATE TO HC-CURRENT-DATE-TIME
           IF HC-PARM-BUSINESS-DATE = SPACES
               STRING HC-CURRENT-DATE-TIME (1:4) '-'
                      HC-CURRENT-DATE-TIME (5:2) '-'
                      HC-CURRENT-DATE-TIME (7:2)
                      DELIMITED BY SIZE INTO HC-BUSINESS-DATE
           ELSE
               MOVE HC-PARM-BUSINESS-DATE TO HC-BUSINESS-DATE
           END-IF

           MOVE 'HCLABI01' TO RC-JOB-NAME
           MOVE HC-BUSINESS-DATE TO RC-RUN-DATE
           SET RC-FUNC-START TO TRUE
           CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA
           IF RC-REPLY-ALREADY-RUN
               DISPLAY 'HCLABI01 - ALREADY COMPLETE FOR '
                       HC-BUSINESS-DATE ' - RUN REFUSED'
               SET HC-RUN-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT RESULT-FILE
           OPEN I-O   LAB-ORDER-FILE
           IF HC-LAB-ORDER-NOT-THERE
               OPEN OUTPUT LAB-ORDER-FILE
               CLOSE LAB-ORDER-FILE
               OPEN I-O LAB-ORDER-FILE
           END-IF
           IF NOT HC-LAB-ORDER-OK
               DISPLAY 'HCLABI01 - HCLABORD OPEN FAILED, STATUS '
                       HC-LAB-ORDER-STATUS ' - RUN REFUSED'
               CLOSE RESULT-FILE
               SET HC-RUN-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT PATIENT-FILE
           IF HC-PATIENT-OK
               SET HC-PATIENT-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT ADMISSION-FILE
           IF HC-ADMISSION-OK
               SET HC-ADMIT-FILE-OPEN TO TRUE
           END-IF
           OPEN I-O   ALERT-FILE
           IF HC-ALERT-NOT-THERE
               OPEN OUTPUT ALERT-FILE
               CLOSE ALERT-FILE
               OPEN I-O ALERT-FILE
           END-IF
           IF RC-REPLY-RESTART
               OPEN EXTEND FILING-REPORT
               MOVE RC-RECORDS-READ    TO HC-RESTART-SKIP-COUNT
               MOVE RC-RECORDS-READ    TO HC-RESULTS-READ
               MOVE RC-RECORDS-WRITTEN TO HC-RESULTS-FILED
               MOVE RC-CHECKPOINT-KEY (1:7)  TO HC-RESULTS-CORRECTED
               MOVE RC-CHECKPOINT-KEY (8:7)  TO HC-RESULTS-ABNORMAL
               MOVE RC-CHECKPOINT-KEY (15:7) TO HC-RESULTS-CRITICAL
               MOVE RC-CHECKPOINT-KEY (22:7) TO HC-ALERTS-WRITTEN
               COMPUTE HC-RESULTS-UNMATCHED =
                       HC-RESULTS-READ - HC-RESULTS-FILED
               PERFORM 1100-SKIP-FILED-RESULTS THRU 1100-EXIT
           ELSE
               OPEN OUTPUT FILING-REPORT
               MOVE HC-BUSINESS-DATE TO HC-H-BUSINESS-DATE
               WRITE HC-REPORT-LINE FROM HC-HEADING-LINE-1
               WRITE HC-REPORT-LINE FROM HC-HEADING-LINE-2
           END-IF
           PERFORM 2900-READ-NEXT-RESULT THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-SKIP-FILED-RESULTS                                        *
      *     The result file is plain sequential, so a restart          *
      *     positions by record count: the checkpointed results are    *
      *     already filed and must not be counted as corrections.      *
      *----------------------------------------------------------------*
       1100-SKIP-FILED-RESULTS.
           PERFORM 1110-SKIP-ONE-RESULT THRU 1110-EXIT
               UNTIL HC-RESTART-SKIP-COUNT = 0
                  OR HC-NO-MORE-RESULTS.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1110-SKIP-ONE-RESULT                                           *
      *----------------------------------------------------------------*
       1110-SKIP-ONE-RESULT.
           READ RESULT-FILE
           IF HC-RESULT-OK
               SUBTRACT 1 FROM HC-RESTART-SKIP-COUNT
           ELSE
               MOVE 'Y' TO HC-RESULT-EOF-SW
           END-IF.
       1110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-FILE-RESULT                                               *
      *----------------------------------------------------------------*
       2000-FILE-RESULT.
           ADD 1 TO HC-RESULTS-READ
           MOVE LR-PATIENT-ID      TO HC-D-PATIENT-ID
           MOVE LR-ORDER-ID        TO HC-D-ORDER-ID
           MOVE LR-TEST-CODE       TO HC-D-TEST-CODE
           MOVE LR-RESULT-VALUE    TO HC-D-RESULT-VALUE
           MOVE LR-RESULT-UNITS    TO HC-D-RESULT-UNITS
           MOVE LR-REFERENCE-RANGE TO HC-D-REFERENCE-RANGE
           MOVE LR-ABNORMAL-FLAG   TO HC-D-ABNORMAL-FLAG
           MOVE SPACES             TO HC-D-NOTE

           PERFORM 3000-MATCH-ORDER THRU 3000-EXIT
           IF HC-RESULT-MATCHED
               ADD 1 TO HC-RESULTS-FILED
               IF HC-RESULT-IS-CORRECTION AND HC-EARLIER-ALERTED
                   PERFORM 4200-CLEAR-EARLIER-ALERT THRU 4200-EXIT
               END-IF
               IF LR-FLAG-ABNORMAL OR LR-FLAG-CRITICAL
                   PERFORM 4000-RAISE-ALERT THRU 4000-EXIT
               END-IF
           ELSE
               ADD 1 TO HC-RESULTS-UNMATCHED
               MOVE SPACES TO HC-D-NOTE
               STRING 'UNMATCHED - ' HC-UNMATCHED-REASON
                   DELIMITED BY SIZE INTO HC-D-NOTE
           END-IF
           WRITE HC-REPORT-LINE FROM HC-DETAIL-LINE

           ADD 1 TO HC-CHECKPOINT-COUNT
           IF HC-CHECKPOINT-COUNT >= HC-CHECKPOINT-INTERVAL
               MOVE 0 TO HC-CHECKPOINT-COUNT
               PERFORM 8900-TAKE-CHECKPOINT THRU 8900-EXIT
           END-IF
           PERFORM 2900-READ-NEXT-RESULT THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2900-READ-NEXT-RESULT                                          *
      *----------------------------------------------------------------*
       2900-READ-NEXT-RESULT.
           READ RESULT-FILE
           IF NOT HC-RESULT-OK
               MOVE 'Y' TO HC-RESULT-EOF-SW
           END-IF.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-MATCH-ORDER                                               *
      *     The order must exist under the lab's patient/order id and  *
      *     carry the test code the lab quotes, and the flag must be   *
      *     one HCLBOREC knows.  A second result for a resulted order  *
      *     is filed over the first as the lab's correction; the       *
      *     earlier flag, date and time are kept for 4200.             *
      *----------------------------------------------------------------*
       3000-MATCH-ORDER.
           SET HC-RESULT-NOT-MATCHED TO TRUE
           SET HC-RESULT-IS-FIRST    TO TRUE
           IF NOT LR-FLAG-NORMAL AND NOT LR-FLAG-ABNORMAL
                   AND NOT LR-FLAG-CRITICAL
               MOVE 'ABNORMAL FLAG NOT RECOGNISED'
                                   TO HC-UNMATCHED-REASON
               GO TO 3000-EXIT
           END-IF
           MOVE LR-ORDER-KEY TO LO-ORDER-KEY
           READ LAB-ORDER-FILE
           IF HC-LAB-ORDER-NOTFND
               PERFORM 3100-FIND-UNDER-SURVIVOR THRU 3100-EXIT
           END-IF
           IF NOT HC-LAB-ORDER-OK
               MOVE 'NO ORDER FOR PATIENT/ORDER ID'
                                   TO HC-UNMATCHED-REASON
               GO TO 3000-EXIT
           END-IF
           IF LO-TEST-CODE NOT = LR-TEST-CODE
               MOVE 'TEST CODE DOES NOT MATCH ORDER'
                                   TO HC-UNMATCHED-REASON
               GO TO 3000-EXIT
           END-IF

           IF LO-STATUS-RESULTED
               SET HC-RESULT-IS-CORRECTION TO TRUE
               MOVE LO-ABNORMAL-FLAG      TO HC-EARLIER-FLAG
               MOVE LO-RESULT-DATE        TO HC-EARLIER-DATE
               MOVE LO-RESULT-TIME (1:5)  TO HC-EARLIER-TIME
               ADD 1 TO LO-CORRECTION-COUNT
               ADD 1 TO HC-RESULTS-CORRECTED
               MOVE 'CORRECTED RESULT FILED' TO HC-D-NOTE
           ELSE
               MOVE 'FILED' TO HC-D-NOTE
           END-IF
           MOVE LR-RESULT-VALUE    TO LO-RESULT-VALUE
           MOVE LR-RESULT-UNITS    TO LO-RESULT-UNITS
           MOVE LR-REFERENCE-RANGE TO LO-REFERENCE-RANGE
           MOVE LR-ABNORMAL-FLAG   TO LO-ABNORMAL-FLAG
           IF LR-RESULT-DATE = SPACES
               MOVE HC-BUSINESS-DATE TO LR-RESULT-DATE
           END-IF
           MOVE LR-RESULT-DATE     TO LO-RESULT-DATE
           MOVE LR-RESULT-TIME     TO LO-RESULT-TIME
           MOVE HC-BUSINESS-DATE   TO LO-FILED-DATE
           SET LO-STATUS-RESULTED  TO TRUE
           REWRITE HC-LAB-ORDER-RECORD
           IF NOT HC-LAB-ORDER-OK
               MOVE 'ORDER UPDATE FAILED' TO HC-UNMATCHED-REASON
               GO TO 3000-EXIT
           END-IF
           SET HC-RESULT-MATCHED TO TRUE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-FIND-UNDER-SURVIVOR                                       *
      *     14MPAT re-keys a duplicate patient's lab orders under the  *
      *     surviving patient and stamps PF-MERGED-INTO-ID; the lab    *
      *     still quotes the id the order went out under.  No patient  *
      *     file, or a patient never merged, leaves the status 23.     *
      *----------------------------------------------------------------*
       3100-FIND-UNDER-SURVIVOR.
           IF HC-PATIENT-FILE-ABSENT
               GO TO 3100-EXIT
           END-IF
           MOVE LR-PATIENT-ID TO PF-PATIENT-ID
           READ PATIENT-FILE
           IF NOT HC-PATIENT-OK
               MOVE '23' TO HC-LAB-ORDER-STATUS
               GO TO 3100-EXIT
           END-IF
           IF PF-MERGED-INTO-ID = 0
               MOVE '23' TO HC-LAB-ORDER-STATUS
               GO TO 3100-EXIT
           END-IF
           MOVE PF-MERGED-INTO-ID TO LO-PATIENT-ID
           MOVE LR-ORDER-ID       TO LO-ORDER-ID
           READ LAB-ORDER-FILE.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-RAISE-ALERT                                               *
      *     The LR entry is keyed on the result date and the HH:MM     *
      *     result time with the order id's last five digits behind    *
      *     it, so two tests of one panel do not collide.              *
      *----------------------------------------------------------------*
       4000-RAISE-ALERT.
           IF LR-FLAG-CRITICAL
               ADD 1 TO HC-RESULTS-CRITICAL
           ELSE
               ADD 1 TO HC-RESULTS-ABNORMAL
           END-IF
           PERFORM 4100-GET-PATIENT-WARD THRU 4100-EXIT

           MOVE LO-PATIENT-ID        TO AF-PATIENT-ID
           MOVE LO-RESULT-DATE       TO AF-VISIT-DATE
           MOVE SPACES               TO AF-VISIT-TIME
           STRING LO-RESULT-TIME (1:5) LO-ORDER-ID (6:5)
               DELIMITED BY SIZE INTO AF-VISIT-TIME
           MOVE 'LR'                 TO AF-ALERT-TYPE
           MOVE LO-RESULT-VALUE      TO AF-READING-VALUE
           PERFORM 4010-SET-THRESHOLD THRU 4010-EXIT
           SET AF-NOT-ACKNOWLEDGED   TO TRUE
           MOVE SPACES               TO AF-ACK-OPERATOR-ID
           MOVE SPACES               TO AF-ACK-DATE
           MOVE SPACES               TO AF-ACK-TIME
           MOVE HC-PATIENT-WARD      TO AF-WARD
           WRITE HC-ALERT-RECORD
           EVALUATE TRUE
               WHEN HC-ALERT-OK
                   ADD 1 TO HC-ALERTS-WRITTEN
                   IF LR-FLAG-CRITICAL
                       MOVE 'FILED - CRITICAL ALERT RAISED'
                                       TO HC-D-NOTE
                   ELSE
                       MOVE 'FILED - ABNORMAL ALERT RAISED'
                                       TO HC-D-NOTE
                   END-IF
               WHEN HC-ALERT-DUPKEY
                   MOVE 'FILED - ALERT ALREADY RAISED' TO HC-D-NOTE
               WHEN OTHER
                   MOVE 'FILED - ALERT WRITE FAILED' TO HC-D-NOTE
           END-EVALUATE.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4010-SET-THRESHOLD                                             *
      *     Splits the range at its first '-' (3.5-5.1, 3.5 - 5.1) and *
      *     takes the bound the flag says was breached, without its    *
      *     leading spaces.  A one-sided range (<5.0, >60) or a flag   *
      *     with no direction keeps the range as the threshold.        *
      *----------------------------------------------------------------*
       4010-SET-THRESHOLD.
           MOVE LO-REFERENCE-RANGE TO HC-RANGE-BOUND
           MOVE SPACES TO HC-RANGE-LOW
           MOVE SPACES TO HC-RANGE-HIGH
           UNSTRING LO-REFERENCE-RANGE DELIMITED BY '-'
               INTO HC-RANGE-LOW HC-RANGE-HIGH
           IF HC-RANGE-LOW NOT = SPACES
                   AND HC-RANGE-HIGH NOT = SPACES
               IF LO-ABNORMAL-FLAG = 'L ' OR 'LL'
                   MOVE HC-RANGE-LOW  TO HC-RANGE-BOUND
               END-IF
               IF LO-ABNORMAL-FLAG = 'H ' OR 'HH'
                   MOVE HC-RANGE-HIGH TO HC-RANGE-BOUND
               END-IF
           END-IF

           MOVE ZERO TO HC-BOUND-LEAD
           INSPECT HC-RANGE-BOUND TALLYING HC-BOUND-LEAD
               FOR LEADING SPACES
           IF HC-BOUND-LEAD < 20
               MOVE HC-RANGE-BOUND (HC-BOUND-LEAD + 1:)
                   TO AF-THRESHOLD-VALUE
           ELSE
               MOVE SPACES TO AF-THRESHOLD-VALUE
           END-IF.
       4010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4200-CLEAR-EARLIER-ALERT                                       *
      *     The earlier result's LR alert is keyed as 4000 built it    *
      *     from the values now replaced.  Still unacknowledged, it    *
      *     is deleted - 4000 raises a fresh one if the corrected      *
      *     value is still out of range.  Acknowledged, it is kept.    *
      *----------------------------------------------------------------*
       4200-CLEAR-EARLIER-ALERT.
           MOVE LO-PATIENT-ID        TO AF-PATIENT-ID
           MOVE HC-EARLIER-DATE      TO AF-VISIT-DATE
           MOVE SPACES               TO AF-VISIT-TIME
           STRING HC-EARLIER-TIME LO-ORDER-ID (6:5)
               DELIMITED BY SIZE INTO AF-VISIT-TIME
           MOVE 'LR'                 TO AF-ALERT-TYPE
           READ ALERT-FILE
           IF NOT HC-ALERT-OK
               GO TO 4200-EXIT
           END-IF
           IF NOT AF-NOT-ACKNOWLEDGED
               MOVE 'CORRECTED - EARLIER ALERT WAS ACKED'
                                      TO HC-D-NOTE
               GO TO 4200-EXIT
           END-IF
           DELETE ALERT-FILE
           IF HC-ALERT-OK
               MOVE 'CORRECTED - EARLIER ALERT CLEARED'
                                      TO HC-D-NOTE
           END-IF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-GET-PATIENT-WARD                                          *
      *     No admission record, a discharged one, or no admission     *
      *     file at all leaves the ward SPACES and the alert           *
      *     hospital-wide.                                             *
      *----------------------------------------------------------------*
       4100-GET-PATIENT-WARD.
           MOVE SPACES TO HC-PATIENT-WARD
           IF HC-ADMIT-FILE-ABSENT
               GO TO 4100-EXIT
           END-IF
           MOVE LO-PATIENT-ID TO AD-PATIENT-ID
           READ ADMISSION-FILE
           IF HC-ADMISSION-OK AND AD-ADMITTED
               MOVE AD-WARD TO HC-PATIENT-WARD
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8900-TAKE-CHECKPOINT                                           *
      *     Taken after the result's order update and alert are on     *
      *     file, so a restart resumes with the next result record.    *
      *     The key carries corrected, abnormal, critical and alerts-  *
      *     written; unmatched is read less filed, so it is not kept.  *
      *----------------------------------------------------------------*
       8900-TAKE-CHECKPOINT.
           SET RC-FUNC-CHECKPOINT TO TRUE
           MOVE HC-RESULTS-READ  TO RC-RECORDS-READ
           MOVE HC-RESULTS-FILED TO RC-RECORDS-WRITTEN
           MOVE SPACES           TO RC-CHECKPOINT-KEY
           MOVE HC-RESULTS-CORRECTED TO RC-CHECKPOINT-KEY (1:7)
           MOVE HC-RESULTS-ABNORMAL  TO RC-CHECKPOINT-KEY (8:7)
           MOVE HC-RESULTS-CRITICAL  TO RC-CHECKPOINT-KEY (15:7)
           MOVE HC-ALERTS-WRITTEN    TO RC-CHECKPOINT-KEY (22:7)
           CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA.
       8900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9000-TERMINATE                                                 *
      *----------------------------------------------------------------*
       9000-TERMINATE.
           MOVE 'RESULTS READ       :' TO HC-C-TITLE
           MOVE HC-RESULTS-READ        TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'RESULTS FILED      :' TO HC-C-TITLE
           MOVE HC-RESULTS-FILED       TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'CORRECTIONS FILED  :' TO HC-C-TITLE
           MOVE HC-RESULTS-CORRECTED   TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'RESULTS UNMATCHED  :' TO HC-C-TITLE
           MOVE HC-RESULTS-UNMATCHED   TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'ABNORMAL RESULTS   :' TO HC-C-TITLE
           MOVE HC-RESULTS-ABNORMAL    TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'CRITICAL RESULTS   :' TO HC-C-TITLE
           MOVE HC-RESULTS-CRITICAL    TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'ALERTS WRITTEN     :' TO HC-C-TITLE
           MOVE HC-ALERTS-WRITTEN      TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE

           CLOSE RESULT-FILE
           CLOSE LAB-ORDER-FILE
           IF HC-PATIENT-FILE-OPEN
               CLOSE PATIENT-FILE
           END-IF
           IF HC-ADMIT-FILE-OPEN
               CLOSE ADMISSION-FILE
           END-IF
           CLOSE ALERT-FILE
           CLOSE FILING-REPORT

           SET RC-FUNC-END TO TRUE
           MOVE HC-RESULTS-READ  TO RC-RECORDS-READ
           MOVE HC-RESULTS-FILED TO RC-RECORDS-WRITTEN
           CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA.
       9000-EXIT.
           EXIT.
