      ******************************************************************
      * IDENTIFICATION DIVISION                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCCLMR01.
       AUTHOR.        R S GUPTA.
       INSTALLATION.  DEMOHEALTHCARE - PATIENT SERVICES.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      * HCCLMR01 - INSURANCE REMITTANCE POSTING AND DENIALS WORKLIST   *
      *                                                                *
      * Batch job run against the insurer's remittance file           *
      * (HCCRMREC).  Each record is matched to the HCCLLREC claim     *
      * line HCCLMX01 wrote for the same charge key and claim number, *
      * and the insurer's paid, adjusted and denied amounts, denial   *
      * code and the business date are posted to it.  A line with     *
      * anything paid is marked PAID, a line with nothing paid and an *
      * amount denied is marked DENIED.  HCSTMT01 then bills the      *
      * patient for the billed amount less paid and adjusted on the   *
      * statement for the month the remittance posted.                *
      *                                                                *
      * A remittance with no submitted claim line - wrong key, wrong  *
      * claim number, already posted on an earlier run, or amounts    *
      * adding up to more than was billed - is listed as unmatched on *
      * the posting report for the billing office to work by hand.    *
      * Every line denied tonight goes on the denials worklist with   *
      * the patient's name and telephone number, so billing can       *
      * appeal or correct and resubmit.                                *
      *                                                                *
      * The SYSIN parameter card carries the business date (blank     *
      * defaults to today, the HCEHRX01 convention).  Wired to the    *
      * HCRUNC01 run-control module as HCPLPY01 is: a business date   *
      * already run to completion is refused, and the remittance      *
      * reader checkpoints every 1000 records so an abended run       *
      * restarts past the lines it has already posted.  The counts    *
      * and the paid, adjusted and denied totals ride in the          *
      * checkpoint key, so a restarted run's report totals the whole  *
      * file.  Remittance amounts are signed: an insurer's take-back  *
      * of an earlier payment comes through as a negative amount.     *
      * A remittance, claim-line or patient file that will not open   *
      * refuses the run (return code 8) and leaves it in flight, so   *
      * it can be rerun once the file is put right.                   *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original program.                               *
      * 2026-10-15 RSG Counts and amount totals carried in the         *
      *                checkpoint key and restored on restart; OPENs   *
      *                status-checked; signed amounts on the report.   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMITTANCE-FILE ASSIGN TO HCCRMIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HC-REMIT-STATUS.

           SELECT CLAIM-LINE-FILE ASSIGN TO HCCLAIM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CHARGE-KEY
               FILE STATUS IS HC-CLAIM-LINE-STATUS.

           SELECT PATIENT-FILE ASSIGN TO PATIENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PF-PATIENT-ID
               ALTERNATE RECORD KEY IS PF-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PF-INS-CARD-NUM
                   WITH DUPLICATES
               FILE STATUS IS HC-PATIENT-STATUS.

           SELECT POSTING-REPORT ASSIGN TO HCCRMRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HC-REPORT-STATUS.

           SELECT DENIALS-WORKLIST ASSIGN TO HCDENWRK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HC-WORKLIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REMITTANCE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY HCCRMREC.

       FD  CLAIM-LINE-FILE.
           COPY HCCLLREC.

       FD  PATIENT-FILE.
           COPY HCPATREC.

       FD  POSTING-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  HC-REPORT-LINE                PIC X(132).

       FD  DENIALS-WORKLIST
           RECORD CONTAINS 132 CHARACTERS.
       01  HC-WORKLIST-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    POSTING PARAMETER CARD (FROM SYSIN)                         *
      *----------------------------------------------------------------*
       01  HC-PARM-CARD.
           05 HC-PARM-BUSINESS-DATE      PIC X(10).

      *----------------------------------------------------------------*
      *    FILE STATUS SWITCHES                                        *
      *----------------------------------------------------------------*
       01  HC-REMIT-STATUS               PIC X(02) VALUE '00'.
           88 HC-REMIT-OK                          VALUE '00'.
           88 HC-REMIT-EOF                         VALUE '10'.

       01  HC-CLAIM-LINE-STATUS          PIC X(02) VALUE '00'.
           88 HC-CLAIM-LINE-OK                     VALUE '00'.
           88 HC-CLAIM-LINE-NOTFND                 VALUE '23'.

       01  HC-PATIENT-STATUS             PIC X(02) VALUE '00'.
           88 HC-PATIENT-OK                        VALUE '00'.
           88 HC-PATIENT-NOTFND                    VALUE '23'.

       01  HC-REPORT-STATUS              PIC X(02) VALUE '00'.
           88 HC-REPORT-OK                         VALUE '00'.

       01  HC-WORKLIST-STATUS            PIC X(02) VALUE '00'.
           88 HC-WORKLIST-OK                       VALUE '00'.

       01  HC-WORK-SWITCHES.
           05 HC-REMIT-EOF-SW            PIC X(01) VALUE 'N'.
              88 HC-NO-MORE-REMITS                 VALUE 'Y'.
           05 HC-MATCH-SW                PIC X(01) VALUE 'N'.
              88 HC-REMIT-MATCHED                  VALUE 'Y'.
              88 HC-REMIT-NOT-MATCHED              VALUE 'N'.

      *----------------------------------------------------------------*
      *    MATCHING WORK AREAS                                         *
      *----------------------------------------------------------------*
       01  HC-REMIT-TOTAL                PIC S9(9)V99 COMP-3.
       01  HC-UNMATCHED-REASON           PIC X(30).

       01  HC-CURRENT-DATE-TIME          PIC X(21).
       01  HC-BUSINESS-DATE              PIC X(10).

      *----------------------------------------------------------------*
      *    REPORT COUNTS AND AMOUNT TOTALS                             *
      *----------------------------------------------------------------*
       01  HC-REPORT-COUNTS.
           05 HC-REMITS-READ             PIC 9(07) VALUE 0.
           05 HC-REMITS-POSTED           PIC 9(07) VALUE 0.
           05 HC-REMITS-UNMATCHED        PIC 9(07) VALUE 0.
           05 HC-LINES-PAID              PIC 9(07) VALUE 0.
           05 HC-LINES-DENIED            PIC 9(07) VALUE 0.

       01  HC-AMOUNT-TOTALS.
           05 HC-PAID-TOTAL              PIC S9(11)V99 COMP-3 VALUE 0.
           05 HC-ADJUSTED-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.
           05 HC-DENIED-TOTAL            PIC S9(11)V99 COMP-3 VALUE 0.

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

      *    Carried in the checkpoint key.  The unmatched and paid-line
      *    counts follow from these and the records read and posted,
      *    so they are not carried.
       01  HC-CHECKPOINT-COUNTS.
           05 HC-CK-LINES-DENIED         PIC 9(07) COMP-3.
           05 HC-CK-PAID-TOTAL           PIC S9(11)V99 COMP-3.
           05 HC-CK-ADJUSTED-TOTAL       PIC S9(11)V99 COMP-3.
           05 HC-CK-DENIED-TOTAL         PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------*
      *    REPORT LINES                                                *
      *----------------------------------------------------------------*
       01  HC-HEADING-LINE-1.
           05 FILLER                     PIC X(44)
              VALUE 'DEMOHEALTHCARE - INSURANCE REMITTANCE POST'.
           05 FILLER                     PIC X(15)
              VALUE 'BUSINESS DATE '.
           05 HC-H-BUSINESS-DATE         PIC X(10).
           05 FILLER                     PIC X(63) VALUE SPACES.

       01  HC-UNMATCHED-LINE.
           05 FILLER                     PIC X(12)
              VALUE 'UNMATCHED   '.
           05 HC-U-CLAIM-NUMBER          PIC 9(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-U-PATIENT-ID            PIC 9(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-U-VISIT-DATE            PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-U-PROCEDURE             PIC X(08).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-U-PAID                  PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-U-REASON                PIC X(30).
           05 FILLER                     PIC X(29) VALUE SPACES.

       01  HC-DENIAL-HEADING-LINE-1.
           05 FILLER                     PIC X(44)
              VALUE 'DEMOHEALTHCARE - CLAIM DENIALS WORKLIST'.
           05 FILLER                     PIC X(15)
              VALUE 'BUSINESS DATE '.
           05 HC-DH-BUSINESS-DATE        PIC X(10).
           05 FILLER                     PIC X(63) VALUE SPACES.

       01  HC-DENIAL-HEADING-LINE-2.
           05 FILLER                     PIC X(132)
              VALUE 'PATIENT ID  NAME                            TELEPHO
      -       'NE             CLAIM       VISIT DATE  PROCEDURE       DE
      -       'NIED  CODE'.

       01  HC-DENIAL-LINE.
           05 HC-DL-PATIENT-ID           PIC 9(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-DL-LAST-NAME            PIC X(20).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 HC-DL-FIRST-NAME           PIC X(10).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 HC-DL-PHONE                PIC X(20).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-DL-CLAIM-NUMBER         PIC 9(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-DL-VISIT-DATE           PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-DL-PROCEDURE            PIC X(08).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-DL-DENIED               PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-DL-DENIAL-CODE          PIC X(05).
           05 FILLER                     PIC X(12) VALUE SPACES.

       01  HC-COUNT-LINE.
           05 HC-C-TITLE                 PIC X(20).
           05 HC-C-COUNT                 PIC Z,ZZZ,ZZ9.
           05 FILLER                     PIC X(103) VALUE SPACES.

       01  HC-AMOUNT-LINE.
           05 HC-M-TITLE                 PIC X(20).
           05 HC-M-AMOUNT                PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                     PIC X(93) VALUE SPACES.

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
               PERFORM 2000-POST-REMITTANCE  THRU 2000-EXIT
                   UNTIL HC-NO-MORE-REMITS
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

           MOVE 'HCCLMR01' TO RC-JOB-NAME
           MOVE HC-BUSINESS-DATE TO RC-RUN-DATE
           SET RC-FUNC-START TO TRUE
           CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA
           IF RC-REPLY-ALREADY-RUN
               DISPLAY 'HCCLMR01 - ALREADY COMPLETE FOR '
                       HC-BUSINESS-DATE ' - RUN REFUSED'
               SET HC-RUN-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT REMITTANCE-FILE
           IF NOT HC-REMIT-OK
               DISPLAY 'HCCLMR01 - HCCRMIN OPEN FAILED, STATUS '
                       HC-REMIT-STATUS ' - RUN REFUSED'
               SET HC-RUN-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O   CLAIM-LINE-FILE
           IF NOT HC-CLAIM-LINE-OK
               DISPLAY 'HCCLMR01 - HCCLAIM OPEN FAILED, STATUS '
                       HC-CLAIM-LINE-STATUS ' - RUN REFUSED'
               CLOSE REMITTANCE-FILE
               SET HC-RUN-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT PATIENT-FILE
           IF NOT HC-PATIENT-OK
               DISPLAY 'HCCLMR01 - PATIENT OPEN FAILED, STATUS '
                       HC-PATIENT-STATUS ' - RUN REFUSED'
               CLOSE REMITTANCE-FILE
               CLOSE CLAIM-LINE-FILE
               SET HC-RUN-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF
           IF RC-REPLY-RESTART
               OPEN EXTEND POSTING-REPORT
               OPEN EXTEND DENIALS-WORKLIST
               MOVE RC-RECORDS-READ    TO HC-RESTART-SKIP-COUNT
               MOVE RC-RECORDS-READ    TO HC-REMITS-READ
               MOVE RC-RECORDS-WRITTEN TO HC-REMITS-POSTED
               COMPUTE HC-REMITS-UNMATCHED =
                   HC-REMITS-READ - HC-REMITS-POSTED
               MOVE HC-REMITS-POSTED   TO HC-LINES-PAID
               IF RC-CHECKPOINT-KEY NOT = SPACES
                   PERFORM 1200-RESTORE-COUNTS THRU 1200-EXIT
               END-IF
               PERFORM 1100-SKIP-POSTED-REMITS THRU 1100-EXIT
           ELSE
               OPEN OUTPUT POSTING-REPORT
               OPEN OUTPUT DENIALS-WORKLIST
               MOVE HC-BUSINESS-DATE TO HC-H-BUSINESS-DATE
               WRITE HC-REPORT-LINE FROM HC-HEADING-LINE-1
               MOVE HC-BUSINESS-DATE TO HC-DH-BUSINESS-DATE
               WRITE HC-WORKLIST-LINE FROM HC-DENIAL-HEADING-LINE-1
               WRITE HC-WORKLIST-LINE FROM HC-DENIAL-HEADING-LINE-2
           END-IF
           PERFORM 2900-READ-NEXT-REMIT THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-SKIP-POSTED-REMITS                                        *
      *     The remittance file is plain sequential, so a restart      *
      *     positions by record count: the checkpointed records are    *
      *     already on the claim-line file and must not be reported    *
      *     as unmatched (already posted) a second time.               *
      *----------------------------------------------------------------*
       1100-SKIP-POSTED-REMITS.
           PERFORM 1110-SKIP-ONE-REMIT THRU 1110-EXIT
               UNTIL HC-RESTART-SKIP-COUNT = 0
                  OR HC-NO-MORE-REMITS.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1110-SKIP-ONE-REMIT                                            *
      *----------------------------------------------------------------*
       1110-SKIP-ONE-REMIT.
           READ REMITTANCE-FILE
           IF HC-REMIT-OK
               SUBTRACT 1 FROM HC-RESTART-SKIP-COUNT
           ELSE
               MOVE 'Y' TO HC-REMIT-EOF-SW
           END-IF.
       1110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1200-RESTORE-COUNTS                                            *
      *     Every posted remittance marks its line either paid or      *
      *     denied, so the paid-line count is rebuilt from the posted  *
      *     count and the denied lines carried.                        *
      *----------------------------------------------------------------*
       1200-RESTORE-COUNTS.
           MOVE RC-CHECKPOINT-KEY (1:25) TO HC-CHECKPOINT-COUNTS
           MOVE HC-CK-LINES-DENIED   TO HC-LINES-DENIED
           MOVE HC-CK-PAID-TOTAL     TO HC-PAID-TOTAL
           MOVE HC-CK-ADJUSTED-TOTAL TO HC-ADJUSTED-TOTAL
           MOVE HC-CK-DENIED-TOTAL   TO HC-DENIED-TOTAL
           COMPUTE HC-LINES-PAID =
               HC-REMITS-POSTED - HC-LINES-DENIED.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-POST-REMITTANCE                                           *
      *----------------------------------------------------------------*
       2000-POST-REMITTANCE.
           ADD 1 TO HC-REMITS-READ
           PERFORM 3000-MATCH-CLAIM-LINE THRU 3000-EXIT
           IF HC-REMIT-MATCHED
               ADD 1 TO HC-REMITS-POSTED
               IF CL-STATUS-DENIED
                   PERFORM 5000-LIST-DENIAL THRU 5000-EXIT
               END-IF
           ELSE
               ADD 1 TO HC-REMITS-UNMATCHED
               PERFORM 4000-REPORT-UNMATCHED THRU 4000-EXIT
           END-IF

           ADD 1 TO HC-CHECKPOINT-COUNT
           IF HC-CHECKPOINT-COUNT >= HC-CHECKPOINT-INTERVAL
               MOVE 0 TO HC-CHECKPOINT-COUNT
               PERFORM 8900-TAKE-CHECKPOINT THRU 8900-EXIT
           END-IF
           PERFORM 2900-READ-NEXT-REMIT THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2900-READ-NEXT-REMIT                                           *
      *----------------------------------------------------------------*
       2900-READ-NEXT-REMIT.
           READ REMITTANCE-FILE
           IF NOT HC-REMIT-OK
               MOVE 'Y' TO HC-REMIT-EOF-SW
           END-IF.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-MATCH-CLAIM-LINE                                          *
      *     The claim line must exist under the same charge key, carry *
      *     the claim number the insurer quotes, still be awaiting     *
      *     remittance, and the three amounts together must not        *
      *     exceed what was billed.                                    *
      *----------------------------------------------------------------*
       3000-MATCH-CLAIM-LINE.
           SET HC-REMIT-NOT-MATCHED TO TRUE
           MOVE RR-CHARGE-KEY TO CL-CHARGE-KEY
           READ CLAIM-LINE-FILE
           IF NOT HC-CLAIM-LINE-OK
               MOVE 'NO CLAIM LINE FOR CHARGE' TO HC-UNMATCHED-REASON
               GO TO 3000-EXIT
           END-IF
           IF CL-CLAIM-NUMBER NOT = RR-CLAIM-NUMBER
               MOVE 'CLAIM NUMBER DOES NOT MATCH' TO HC-UNMATCHED-REASON
               GO TO 3000-EXIT
           END-IF
           IF NOT CL-STATUS-SUBMITTED
               MOVE 'ALREADY POSTED' TO HC-UNMATCHED-REASON
               GO TO 3000-EXIT
           END-IF
           COMPUTE HC-REMIT-TOTAL = RR-PAID-AMOUNT
                                  + RR-ADJUSTED-AMOUNT
                                  + RR-DENIED-AMOUNT
           IF HC-REMIT-TOTAL > CL-BILLED-AMOUNT
               MOVE 'AMOUNTS EXCEED BILLED' TO HC-UNMATCHED-REASON
               GO TO 3000-EXIT
           END-IF

           MOVE RR-PAID-AMOUNT     TO CL-PAID-AMOUNT
           MOVE RR-ADJUSTED-AMOUNT TO CL-ADJUSTED-AMOUNT
           MOVE RR-DENIED-AMOUNT   TO CL-DENIED-AMOUNT
           MOVE RR-DENIAL-CODE     TO CL-DENIAL-CODE
           MOVE HC-BUSINESS-DATE   TO CL-REMIT-DATE
           IF RR-PAID-AMOUNT = ZERO AND RR-DENIED-AMOUNT > ZERO
               SET CL-STATUS-DENIED TO TRUE
           ELSE
               SET CL-STATUS-PAID TO TRUE
           END-IF
           REWRITE HC-CLAIM-LINE-RECORD
           IF NOT HC-CLAIM-LINE-OK
               MOVE 'CLAIM LINE UPDATE FAILED' TO HC-UNMATCHED-REASON
               GO TO 3000-EXIT
           END-IF

           SET HC-REMIT-MATCHED TO TRUE
           ADD RR-PAID-AMOUNT     TO HC-PAID-TOTAL
           ADD RR-ADJUSTED-AMOUNT TO HC-ADJUSTED-TOTAL
           ADD RR-DENIED-AMOUNT   TO HC-DENIED-TOTAL
           IF CL-STATUS-DENIED
               ADD 1 TO HC-LINES-DENIED
           ELSE
               ADD 1 TO HC-LINES-PAID
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-REPORT-UNMATCHED                                          *
      *----------------------------------------------------------------*
       4000-REPORT-UNMATCHED.
           MOVE RR-CLAIM-NUMBER     TO HC-U-CLAIM-NUMBER
           MOVE RR-PATIENT-ID       TO HC-U-PATIENT-ID
           MOVE RR-VISIT-DATE       TO HC-U-VISIT-DATE
           MOVE RR-PROCEDURE-CODE   TO HC-U-PROCEDURE
           MOVE RR-PAID-AMOUNT      TO HC-U-PAID
           MOVE HC-UNMATCHED-REASON TO HC-U-REASON
           WRITE HC-REPORT-LINE FROM HC-UNMATCHED-LINE.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-LIST-DENIAL                                               *
      *     A denied line goes to billing with the patient's telephone *
      *     number, since most denials are worked by calling the       *
      *     patient for a corrected card or referral.                  *
      *----------------------------------------------------------------*
       5000-LIST-DENIAL.
           MOVE CL-PATIENT-ID TO PF-PATIENT-ID
           READ PATIENT-FILE
           IF NOT HC-PATIENT-OK
               MOVE SPACES TO PF-LAST-NAME
               MOVE SPACES TO PF-FIRST-NAME
               MOVE SPACES TO PF-PHONE-MOBILE
           END-IF
           MOVE CL-PATIENT-ID      TO HC-DL-PATIENT-ID
           MOVE PF-LAST-NAME       TO HC-DL-LAST-NAME
           MOVE PF-FIRST-NAME      TO HC-DL-FIRST-NAME
           MOVE PF-PHONE-MOBILE    TO HC-DL-PHONE
           MOVE CL-CLAIM-NUMBER    TO HC-DL-CLAIM-NUMBER
           MOVE CL-VISIT-DATE      TO HC-DL-VISIT-DATE
           MOVE CL-PROCEDURE-CODE  TO HC-DL-PROCEDURE
           MOVE CL-DENIED-AMOUNT   TO HC-DL-DENIED
           MOVE CL-DENIAL-CODE     TO HC-DL-DENIAL-CODE
           WRITE HC-WORKLIST-LINE FROM HC-DENIAL-LINE.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8900-TAKE-CHECKPOINT                                           *
      *     Taken after the remittance's claim-line update is on the   *
      *     file, so a restart resumes with the next remittance record *
      *     and never posts a line twice.  The denied-line count and   *
      *     the three amount totals go in the checkpoint key.          *
      *----------------------------------------------------------------*
       8900-TAKE-CHECKPOINT.
           SET RC-FUNC-CHECKPOINT TO TRUE
           MOVE HC-REMITS-READ       TO RC-RECORDS-READ
           MOVE HC-REMITS-POSTED     TO RC-RECORDS-WRITTEN
           MOVE HC-LINES-DENIED      TO HC-CK-LINES-DENIED
           MOVE HC-PAID-TOTAL        TO HC-CK-PAID-TOTAL
           MOVE HC-ADJUSTED-TOTAL    TO HC-CK-ADJUSTED-TOTAL
           MOVE HC-DENIED-TOTAL      TO HC-CK-DENIED-TOTAL
           MOVE SPACES               TO RC-CHECKPOINT-KEY
           MOVE HC-CHECKPOINT-COUNTS TO RC-CHECKPOINT-KEY (1:25)
           CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA.
       8900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9000-TERMINATE                                                 *
      *----------------------------------------------------------------*
       9000-TERMINATE.
           MOVE 'REMITTANCES READ   :' TO HC-C-TITLE
           MOVE HC-REMITS-READ         TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'REMITTANCES POSTED :' TO HC-C-TITLE
           MOVE HC-REMITS-POSTED       TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'REMITS UNMATCHED   :' TO HC-C-TITLE
           MOVE HC-REMITS-UNMATCHED    TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'LINES PAID         :' TO HC-C-TITLE
           MOVE HC-LINES-PAID          TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'LINES DENIED       :' TO HC-C-TITLE
           MOVE HC-LINES-DENIED        TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'INSURER PAID       :' TO HC-M-TITLE
           MOVE HC-PAID-TOTAL          TO HC-M-AMOUNT
           WRITE HC-REPORT-LINE FROM HC-AMOUNT-LINE
           MOVE 'INSURER ADJUSTED   :' TO HC-M-TITLE
           MOVE HC-ADJUSTED-TOTAL      TO HC-M-AMOUNT
           WRITE HC-REPORT-LINE FROM HC-AMOUNT-LINE
           MOVE 'INSURER DENIED     :' TO HC-M-TITLE
           MOVE HC-DENIED-TOTAL        TO HC-M-AMOUNT
           WRITE HC-REPORT-LINE FROM HC-AMOUNT-LINE

           MOVE 'LINES DENIED       :' TO HC-C-TITLE
           MOVE HC-LINES-DENIED        TO HC-C-COUNT
           WRITE HC-WORKLIST-LINE FROM HC-COUNT-LINE

           CLOSE REMITTANCE-FILE
           CLOSE CLAIM-LINE-FILE
           CLOSE PATIENT-FILE
           CLOSE POSTING-REPORT
           CLOSE DENIALS-WORKLIST

           SET RC-FUNC-END TO TRUE
           MOVE HC-REMITS-READ   TO RC-RECORDS-READ
           MOVE HC-REMITS-POSTED TO RC-RECORDS-WRITTEN
           CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA.
       9000-EXIT.
           EXIT.
