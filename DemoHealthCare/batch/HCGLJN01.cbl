      ******************************************************************
      * IDENTIFICATION DIVISION                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCGLJN01.
       AUTHOR.        R S GUPTA.
       INSTALLATION.  DEMOHEALTHCARE - PATIENT SERVICES.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      * HCGLJN01 - DAILY GENERAL-LEDGER JOURNAL INTERFACE              *
      *                                                                *
      * Builds the day's balanced journal file (HCGLJREC) for the     *
      * general ledger, replacing the entries finance used to rekey   *
      * from the statement printouts:                                  *
      *                                                                *
      *   - revenue: every HCCHARGE row with a charge date equal to   *
      *     the business date, summarized by CH-PROCEDURE-CODE and    *
      *     credited to the revenue account HCGLMAP maps the code to, *
      *     with one debit to patient receivable for the day's total; *
      *   - cash: every HCPLIREC installment HCPLPY01 marked paid off *
      *     the lockbox file on the business date (PI-PAID-DATE),     *
      *     debited to lockbox cash with one credit to receivable.    *
      *                                                                *
      * A procedure code with no mapping record is credited to the    *
      * suspense account and flagged on the report so finance can     *
      * reclass it; the journal still balances.  The control accounts *
      * (*RECEIVB, *CASH, *SUSPENS) must be on HCGLMAP or the run is  *
      * refused before anything is written.                           *
      *                                                                *
      * The control report lists every entry written and proves the   *
      * file: total debits equal total credits, and the charges and   *
      * payments summarized into the entries equal the records        *
      * selected from the source files.  Anything else ends with      *
      * return code 8, the journal must not be released, and the run  *
      * is left in flight so the corrected rerun is not refused.      *
      * The same goes for an entry whose amount will not fit          *
      * GJ-E-AMOUNT: it is listed but kept off the journal, never     *
      * written cut short.  A journal or report file that will not    *
      * open refuses the run, also left in flight.                    *
      *                                                                *
      * The SYSIN parameter card carries the business date (blank     *
      * defaults to today, the HCEHRX01 convention).  Wired to the    *
      * HCRUNC01 run-control module: a business date already run to   *
      * completion is refused, so a day cannot be journaled twice.    *
      * The job takes no checkpoints - a restart after an abend       *
      * rebuilds the whole journal from the source files.              *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original program.                               *
      * 2026-10-15 RSG An out-of-balance journal no longer marks the  *
      *                business date complete on HCRUNC01.            *
      * 2026-10-15 RSG An entry too large for GJ-E-AMOUNT is kept off *
      *                the journal and holds it back; journal and     *
      *                report OPENs status-checked.                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGE-FILE ASSIGN TO HCCHARGE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CH-CHARGE-KEY
               FILE STATUS IS HC-CHARGE-STATUS.

           SELECT INSTALLMENT-FILE ASSIGN TO HCPLINS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PI-INSTALLMENT-KEY
               FILE STATUS IS HC-INSTALLMENT-STATUS.

           SELECT GL-MAP-FILE ASSIGN TO HCGLMAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GM-MAP-KEY
               FILE STATUS IS HC-GL-MAP-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO HCGLJOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HC-JOURNAL-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO HCGLJRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HC-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARGE-FILE.
           COPY HCCHGREC.

       FD  INSTALLMENT-FILE.
           COPY HCPLIREC.

       FD  GL-MAP-FILE.
           COPY HCGLMREC.

       FD  JOURNAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  HC-JOURNAL-RECORD             PIC X(80).

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  HC-REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    JOURNAL PARAMETER CARD (FROM SYSIN)                         *
      *----------------------------------------------------------------*
       01  HC-PARM-CARD.
           05 HC-PARM-BUSINESS-DATE      PIC X(10).

      *----------------------------------------------------------------*
      *    FILE STATUS SWITCHES                                        *
      *----------------------------------------------------------------*
       01  HC-CHARGE-STATUS              PIC X(02) VALUE '00'.
           88 HC-CHARGE-OK                         VALUE '00'.
           88 HC-CHARGE-EOF                        VALUE '10'.
           88 HC-CHARGE-NOT-THERE                  VALUE '35'.

       01  HC-INSTALLMENT-STATUS         PIC X(02) VALUE '00'.
           88 HC-INSTALLMENT-OK                    VALUE '00'.
           88 HC-INSTALLMENT-EOF                   VALUE '10'.
           88 HC-INSTALLMENT-NOT-THERE             VALUE '35'.

       01  HC-GL-MAP-STATUS              PIC X(02) VALUE '00'.
           88 HC-GL-MAP-OK                         VALUE '00'.
           88 HC-GL-MAP-NOTFND                     VALUE '23'.

       01  HC-JOURNAL-STATUS             PIC X(02) VALUE '00'.
           88 HC-JOURNAL-OK                        VALUE '00'.

       01  HC-REPORT-STATUS              PIC X(02) VALUE '00'.
           88 HC-REPORT-OK                         VALUE '00'.

       01  HC-WORK-SWITCHES.
           05 HC-CHARGE-EOF-SW           PIC X(01) VALUE 'N'.
              88 HC-NO-MORE-CHARGES                VALUE 'Y'.
           05 HC-INSTALLMENT-EOF-SW      PIC X(01) VALUE 'N'.
              88 HC-NO-MORE-INSTALLMENTS           VALUE 'Y'.
           05 HC-SLOT-SW                 PIC X(01) VALUE 'N'.
              88 HC-SLOT-FOUND                     VALUE 'Y'.
              88 HC-SLOT-NOT-FOUND                 VALUE 'N'.
           05 HC-CONTROL-SW              PIC X(01) VALUE 'Y'.
              88 HC-CONTROLS-LOADED                VALUE 'Y'.
              88 HC-CONTROL-MISSING                VALUE 'N'.
           05 HC-BALANCE-SW              PIC X(01) VALUE 'Y'.
              88 HC-JOURNAL-BALANCED               VALUE 'Y'.
              88 HC-JOURNAL-OUT-OF-BALANCE         VALUE 'N'.
           05 HC-ENTRY-SIZE-SW           PIC X(01) VALUE 'Y'.
              88 HC-ENTRY-FITS                     VALUE 'Y'.
              88 HC-ENTRY-TOO-LARGE                VALUE 'N'.
           05 HC-OVERSIZE-SW             PIC X(01) VALUE 'N'.
              88 HC-AMOUNT-TOO-LARGE               VALUE 'Y'.

       01  HC-CURRENT-DATE-TIME          PIC X(21).
       01  HC-BUSINESS-DATE              PIC X(10).

      *----------------------------------------------------------------*
      *    CONTROL ACCOUNTS FROM THE MAPPING FILE                      *
      *----------------------------------------------------------------*
       01  HC-CONTROL-ACCOUNTS.
           05 HC-RECEIVABLE-ACCOUNT      PIC X(12) VALUE SPACES.
           05 HC-CASH-ACCOUNT            PIC X(12) VALUE SPACES.
           05 HC-SUSPENSE-ACCOUNT        PIC X(12) VALUE SPACES.
       01  HC-CONTROL-KEY                PIC X(08).
       01  HC-CONTROL-ACCOUNT            PIC X(12).

      *----------------------------------------------------------------*
      *    REVENUE BY PROCEDURE CODE                                   *
      *----------------------------------------------------------------*
       01  HC-PROCEDURE-SUMMARY.
           05 HC-NUM-PROCEDURES          PIC 9(03) VALUE 0.
           05 HC-PROCEDURE-ENTRY OCCURS 300 TIMES.
              10 HC-PR-PROCEDURE-CODE    PIC X(08).
              10 HC-PR-COUNT             PIC 9(07).
              10 HC-PR-AMOUNT            PIC S9(11)V99 COMP-3.
      *       Anything past the 300th distinct procedure code is
      *       credited to suspense as OTHERS rather than dropped, so
      *       the journal still balances and finance sees it.
           05 HC-PR-OTHER-COUNT          PIC 9(07) VALUE 0.
           05 HC-PR-OTHER-AMOUNT         PIC S9(11)V99 COMP-3 VALUE 0.

       01  HC-SCAN-IDX                   PIC 9(03) VALUE 0.
       01  HC-FOUND-IDX                  PIC 9(03) VALUE 0.

      *----------------------------------------------------------------*
      *    ENTRY BEING WRITTEN                                         *
      *----------------------------------------------------------------*
       01  HC-ENTRY-WORK.
           05 HC-ENTRY-ACCOUNT           PIC X(12).
           05 HC-ENTRY-SIDE              PIC X(01).
              88 HC-ENTRY-DEBIT                    VALUE 'D'.
              88 HC-ENTRY-CREDIT                   VALUE 'C'.
           05 HC-ENTRY-AMOUNT            PIC S9(11)V99 COMP-3.
           05 HC-ENTRY-SOURCE            PIC X(08).
           05 HC-ENTRY-COUNT             PIC 9(07).
           05 HC-ENTRY-DESCRIPTION       PIC X(30).
           05 HC-ENTRY-NOTE              PIC X(12).

      *----------------------------------------------------------------*
      *    JOURNAL RECORD LAYOUTS                                      *
      *----------------------------------------------------------------*
       COPY HCGLJREC.

      *----------------------------------------------------------------*
      *    CONTROL TOTALS                                              *
      *----------------------------------------------------------------*
       01  HC-CONTROL-TOTALS.
           05 HC-CHARGES-READ            PIC 9(07) VALUE 0.
           05 HC-CHARGES-SELECTED        PIC 9(07) VALUE 0.
           05 HC-CHARGES-JOURNALED       PIC 9(07) VALUE 0.
           05 HC-INSTALLMENTS-READ       PIC 9(07) VALUE 0.
           05 HC-PAYMENTS-SELECTED       PIC 9(07) VALUE 0.
           05 HC-PAYMENTS-JOURNALED      PIC 9(07) VALUE 0.
           05 HC-UNMAPPED-CODES          PIC 9(07) VALUE 0.
           05 HC-ENTRIES-WRITTEN         PIC 9(07) VALUE 0.
           05 HC-CHARGE-TOTAL            PIC S9(11)V99 COMP-3 VALUE 0.
           05 HC-PAYMENT-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.
           05 HC-DEBIT-TOTAL             PIC S9(11)V99 COMP-3 VALUE 0.
           05 HC-CREDIT-TOTAL            PIC S9(11)V99 COMP-3 VALUE 0.

      *----------------------------------------------------------------*
      *    RUN-CONTROL WORK AREAS                                      *
      *----------------------------------------------------------------*
       COPY HCRUNCA.

       01  HC-RUN-REFUSED-SW             PIC X(01) VALUE 'N'.
           88 HC-RUN-REFUSED                       VALUE 'Y'.
           88 HC-RUN-ALLOWED                       VALUE 'N'.

      *----------------------------------------------------------------*
      *    CONTROL REPORT LINES                                        *
      *----------------------------------------------------------------*
       01  HC-HEADING-LINE-1.
           05 FILLER                     PIC X(44)
              VALUE 'DEMOHEALTHCARE - GENERAL LEDGER JOURNAL'.
           05 FILLER                     PIC X(15)
              VALUE 'JOURNAL DATE  '.
           05 HC-H-BUSINESS-DATE         PIC X(10).
           05 FILLER                     PIC X(63) VALUE SPACES.

       01  HC-HEADING-LINE-2.
           05 FILLER                     PIC X(132)
              VALUE 'GL ACCOUNT   D/C             AMOUNT  SOURCE        
      -       'ITEMS  DESCRIPTION'.

       01  HC-ENTRY-LINE.
           05 HC-E-GL-ACCOUNT            PIC X(12).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-E-SIDE                  PIC X(01).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-E-AMOUNT                PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-E-SOURCE                PIC X(08).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-E-COUNT                 PIC Z,ZZZ,ZZ9.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-E-DESCRIPTION           PIC X(30).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-E-NOTE                  PIC X(12).
           05 FILLER                     PIC X(30) VALUE SPACES.

       01  HC-COUNT-LINE.
           05 HC-C-TITLE                 PIC X(20).
           05 HC-C-COUNT                 PIC Z,ZZZ,ZZ9.
           05 FILLER                     PIC X(103) VALUE SPACES.

       01  HC-AMOUNT-LINE.
           05 HC-M-TITLE                 PIC X(20).
           05 HC-M-AMOUNT                PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                     PIC X(93) VALUE SPACES.

       01  HC-RESULT-LINE.
           05 HC-R-TEXT                  PIC X(40).
           05 FILLER                     PIC X(92) VALUE SPACES.

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
               PERFORM 2000-CHARGE-PASS      THRU 2000-EXIT
               PERFORM 3000-PAYMENT-PASS     THRU 3000-EXIT
               PERFORM 4000-WRITE-JOURNAL    THRU 4000-EXIT
               PERFORM 9000-TERMINATE        THRU 9000-EXIT
           END-IF
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE                                                *
      *     The control accounts are checked before the run-control   *
      *     start, so a mapping file that is not ready refuses the     *
      *     run without registering the business date as journaled.   *
      *     An output file refused after the start leaves the run in   *
      *     flight for the rerun.                                      *
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

           PERFORM 1100-LOAD-CONTROL-ACCOUNTS THRU 1100-EXIT
           IF HC-CONTROL-MISSING
               SET HC-RUN-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF

           MOVE 'HCGLJN01' TO RC-JOB-NAME
           MOVE HC-BUSINESS-DATE TO RC-RUN-DATE
           SET RC-FUNC-START TO TRUE
           CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA
           IF RC-REPLY-ALREADY-RUN
               DISPLAY 'HCGLJN01 - ALREADY COMPLETE FOR '
                       HC-BUSINESS-DATE ' - RUN REFUSED'
               CLOSE GL-MAP-FILE
               SET HC-RUN-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT JOURNAL-FILE
           IF NOT HC-JOURNAL-OK
               DISPLAY 'HCGLJN01 - HCGLJOUT OPEN FAILED, STATUS '
                       HC-JOURNAL-STATUS ' - RUN REFUSED'
               CLOSE GL-MAP-FILE
               SET HC-RUN-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT CONTROL-REPORT
           IF NOT HC-REPORT-OK
               DISPLAY 'HCGLJN01 - HCGLJRPT OPEN FAILED, STATUS '
                       HC-REPORT-STATUS ' - RUN REFUSED'
               CLOSE GL-MAP-FILE
               CLOSE JOURNAL-FILE
               SET HC-RUN-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE HC-BUSINESS-DATE TO HC-H-BUSINESS-DATE
           WRITE HC-REPORT-LINE FROM HC-HEADING-LINE-1
           WRITE HC-REPORT-LINE FROM HC-BLANK-LINE
           WRITE HC-REPORT-LINE FROM HC-HEADING-LINE-2.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-LOAD-CONTROL-ACCOUNTS                                     *
      *----------------------------------------------------------------*
       1100-LOAD-CONTROL-ACCOUNTS.
           SET HC-CONTROLS-LOADED TO TRUE
           OPEN INPUT GL-MAP-FILE
           IF NOT HC-GL-MAP-OK
               DISPLAY 'HCGLJN01 - HCGLMAP MAPPING FILE NOT AVAILABLE'
                       ' - RUN REFUSED'
               SET HC-CONTROL-MISSING TO TRUE
               GO TO 1100-EXIT
           END-IF

           MOVE '*RECEIVB' TO HC-CONTROL-KEY
           PERFORM 1110-GET-CONTROL-ACCOUNT THRU 1110-EXIT
           MOVE HC-CONTROL-ACCOUNT TO HC-RECEIVABLE-ACCOUNT
           MOVE '*CASH'    TO HC-CONTROL-KEY
           PERFORM 1110-GET-CONTROL-ACCOUNT THRU 1110-EXIT
           MOVE HC-CONTROL-ACCOUNT TO HC-CASH-ACCOUNT
           MOVE '*SUSPENS' TO HC-CONTROL-KEY
           PERFORM 1110-GET-CONTROL-ACCOUNT THRU 1110-EXIT
           MOVE HC-CONTROL-ACCOUNT TO HC-SUSPENSE-ACCOUNT

           IF HC-CONTROL-MISSING
               CLOSE GL-MAP-FILE
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1110-GET-CONTROL-ACCOUNT                                       *
      *----------------------------------------------------------------*
       1110-GET-CONTROL-ACCOUNT.
           MOVE SPACES TO HC-CONTROL-ACCOUNT
           MOVE HC-CONTROL-KEY TO GM-MAP-KEY
           READ GL-MAP-FILE
           IF HC-GL-MAP-OK AND GM-GL-ACCOUNT NOT = SPACES
               MOVE GM-GL-ACCOUNT TO HC-CONTROL-ACCOUNT
           ELSE
               DISPLAY 'HCGLJN01 - CONTROL ACCOUNT ' HC-CONTROL-KEY
                       ' NOT ON HCGLMAP - RUN REFUSED'
               SET HC-CONTROL-MISSING TO TRUE
           END-IF.
       1110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-CHARGE-PASS                                               *
      *     Full sweep of the charge file: the charges entered on the  *
      *     business date are totalled by procedure code.  A site     *
      *     that has never captured a charge has no file to read.     *
      *----------------------------------------------------------------*
       2000-CHARGE-PASS.
           OPEN INPUT CHARGE-FILE
           IF HC-CHARGE-NOT-THERE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2900-READ-NEXT-CHARGE THRU 2900-EXIT
           PERFORM 2100-SELECT-CHARGE THRU 2100-EXIT
               UNTIL HC-NO-MORE-CHARGES
           CLOSE CHARGE-FILE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-SELECT-CHARGE                                             *
      *----------------------------------------------------------------*
       2100-SELECT-CHARGE.
           ADD 1 TO HC-CHARGES-READ
           IF CH-CHARGE-DATE = HC-BUSINESS-DATE
               ADD 1         TO HC-CHARGES-SELECTED
               ADD CH-AMOUNT TO HC-CHARGE-TOTAL
               PERFORM 2200-SUMMARIZE-PROCEDURE THRU 2200-EXIT
           END-IF
           PERFORM 2900-READ-NEXT-CHARGE THRU 2900-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-SUMMARIZE-PROCEDURE                                       *
      *----------------------------------------------------------------*
       2200-SUMMARIZE-PROCEDURE.
           SET HC-SLOT-NOT-FOUND TO TRUE
           PERFORM 2210-MATCH-PROCEDURE THRU 2210-EXIT
               VARYING HC-SCAN-IDX FROM 1 BY 1
               UNTIL HC-SCAN-IDX > HC-NUM-PROCEDURES
                  OR HC-SLOT-FOUND
           IF HC-SLOT-NOT-FOUND
               IF HC-NUM-PROCEDURES < 300
                   ADD 1 TO HC-NUM-PROCEDURES
                   MOVE HC-NUM-PROCEDURES TO HC-FOUND-IDX
                   MOVE CH-PROCEDURE-CODE
                       TO HC-PR-PROCEDURE-CODE (HC-FOUND-IDX)
                   MOVE 0 TO HC-PR-COUNT (HC-FOUND-IDX)
                   MOVE 0 TO HC-PR-AMOUNT (HC-FOUND-IDX)
                   SET HC-SLOT-FOUND TO TRUE
               END-IF
           END-IF
           IF HC-SLOT-FOUND
               ADD 1         TO HC-PR-COUNT (HC-FOUND-IDX)
               ADD CH-AMOUNT TO HC-PR-AMOUNT (HC-FOUND-IDX)
           ELSE
               ADD 1         TO HC-PR-OTHER-COUNT
               ADD CH-AMOUNT TO HC-PR-OTHER-AMOUNT
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2210-MATCH-PROCEDURE                                           *
      *----------------------------------------------------------------*
       2210-MATCH-PROCEDURE.
           IF HC-PR-PROCEDURE-CODE (HC-SCAN-IDX) = CH-PROCEDURE-CODE
               SET HC-SLOT-FOUND TO TRUE
               MOVE HC-SCAN-IDX TO HC-FOUND-IDX
           END-IF.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2900-READ-NEXT-CHARGE                                          *
      *----------------------------------------------------------------*
       2900-READ-NEXT-CHARGE.
           READ CHARGE-FILE NEXT RECORD
           IF NOT HC-CHARGE-OK
               MOVE 'Y' TO HC-CHARGE-EOF-SW
           END-IF.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-PAYMENT-PASS                                              *
      *     Full sweep of the installment file: the installments      *
      *     HCPLPY01 marked paid on the business date are the day's   *
      *     lockbox cash.                                              *
      *----------------------------------------------------------------*
       3000-PAYMENT-PASS.
           OPEN INPUT INSTALLMENT-FILE
           IF HC-INSTALLMENT-NOT-THERE
               GO TO 3000-EXIT
           END-IF
           PERFORM 3900-READ-NEXT-INSTALLMENT THRU 3900-EXIT
           PERFORM 3100-SELECT-PAYMENT THRU 3100-EXIT
               UNTIL HC-NO-MORE-INSTALLMENTS
           CLOSE INSTALLMENT-FILE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-SELECT-PAYMENT                                            *
      *----------------------------------------------------------------*
       3100-SELECT-PAYMENT.
           ADD 1 TO HC-INSTALLMENTS-READ
           IF PI-PAID AND PI-PAID-DATE = HC-BUSINESS-DATE
               ADD 1             TO HC-PAYMENTS-SELECTED
               ADD PI-AMOUNT-DUE TO HC-PAYMENT-TOTAL
           END-IF
           PERFORM 3900-READ-NEXT-INSTALLMENT THRU 3900-EXIT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3900-READ-NEXT-INSTALLMENT                                     *
      *----------------------------------------------------------------*
       3900-READ-NEXT-INSTALLMENT.
           READ INSTALLMENT-FILE NEXT RECORD
           IF NOT HC-INSTALLMENT-OK
               MOVE 'Y' TO HC-INSTALLMENT-EOF-SW
           END-IF.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-WRITE-JOURNAL                                             *
      *     Header, one revenue credit per procedure code, the         *
      *     receivable debit for the day's charges, the cash debit    *
      *     and receivable credit for the day's payments, trailer.    *
      *----------------------------------------------------------------*
       4000-WRITE-JOURNAL.
           MOVE SPACES TO HC-GJ-HEADER
           MOVE 'H' TO GJ-H-RECORD-TYPE
           MOVE HC-BUSINESS-DATE TO GJ-H-JOURNAL-DATE
           MOVE 'HCGLJN01' TO GJ-H-SOURCE-SYSTEM
           WRITE HC-JOURNAL-RECORD FROM HC-GJ-HEADER

           PERFORM 4100-JOURNAL-PROCEDURE THRU 4100-EXIT
               VARYING HC-SCAN-IDX FROM 1 BY 1
               UNTIL HC-SCAN-IDX > HC-NUM-PROCEDURES

           IF HC-PR-OTHER-COUNT > 0
               MOVE HC-SUSPENSE-ACCOUNT TO HC-ENTRY-ACCOUNT
               SET HC-ENTRY-CREDIT TO TRUE
               MOVE HC-PR-OTHER-AMOUNT TO HC-ENTRY-AMOUNT
               MOVE 'OTHERS' TO HC-ENTRY-SOURCE
               MOVE HC-PR-OTHER-COUNT TO HC-ENTRY-COUNT
               MOVE 'REVENUE - CODES PAST TABLE' TO HC-ENTRY-DESCRIPTION
               MOVE 'SUSPENSE' TO HC-ENTRY-NOTE
               ADD HC-PR-OTHER-COUNT TO HC-CHARGES-JOURNALED
               PERFORM 4900-WRITE-ENTRY THRU 4900-EXIT
           END-IF

           IF HC-CHARGES-SELECTED > 0
               MOVE HC-RECEIVABLE-ACCOUNT TO HC-ENTRY-ACCOUNT
               SET HC-ENTRY-DEBIT TO TRUE
               MOVE HC-CHARGE-TOTAL TO HC-ENTRY-AMOUNT
               MOVE 'CHARGES' TO HC-ENTRY-SOURCE
               MOVE HC-CHARGES-SELECTED TO HC-ENTRY-COUNT
               MOVE 'PATIENT CHARGES RECEIVABLE' TO HC-ENTRY-DESCRIPTION
               MOVE SPACES TO HC-ENTRY-NOTE
               PERFORM 4900-WRITE-ENTRY THRU 4900-EXIT
           END-IF

           IF HC-PAYMENTS-SELECTED > 0
               MOVE HC-CASH-ACCOUNT TO HC-ENTRY-ACCOUNT
               SET HC-ENTRY-DEBIT TO TRUE
               MOVE HC-PAYMENT-TOTAL TO HC-ENTRY-AMOUNT
               MOVE 'LOCKBOX' TO HC-ENTRY-SOURCE
               MOVE HC-PAYMENTS-SELECTED TO HC-ENTRY-COUNT
               MOVE 'LOCKBOX PAYMENT-PLAN CASH' TO HC-ENTRY-DESCRIPTION
               MOVE SPACES TO HC-ENTRY-NOTE
               MOVE HC-PAYMENTS-SELECTED TO HC-PAYMENTS-JOURNALED
               PERFORM 4900-WRITE-ENTRY THRU 4900-EXIT

               MOVE HC-RECEIVABLE-ACCOUNT TO HC-ENTRY-ACCOUNT
               SET HC-ENTRY-CREDIT TO TRUE
               MOVE HC-PAYMENT-TOTAL TO HC-ENTRY-AMOUNT
               MOVE 'LOCKBOX' TO HC-ENTRY-SOURCE
               MOVE HC-PAYMENTS-SELECTED TO HC-ENTRY-COUNT
               MOVE 'PAYMENTS APPLIED TO RECEIVABLE'
                                      TO HC-ENTRY-DESCRIPTION
               PERFORM 4900-WRITE-ENTRY THRU 4900-EXIT
           END-IF

           MOVE SPACES TO HC-GJ-TRAILER
           MOVE 'T' TO GJ-T-RECORD-TYPE
           MOVE HC-ENTRIES-WRITTEN   TO GJ-T-ENTRY-COUNT
           MOVE HC-DEBIT-TOTAL       TO GJ-T-DEBIT-TOTAL
           MOVE HC-CREDIT-TOTAL      TO GJ-T-CREDIT-TOTAL
           MOVE HC-CHARGES-SELECTED  TO GJ-T-CHARGE-COUNT
           MOVE HC-PAYMENTS-SELECTED TO GJ-T-PAYMENT-COUNT
           WRITE HC-JOURNAL-RECORD FROM HC-GJ-TRAILER.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-JOURNAL-PROCEDURE                                         *
      *     One revenue credit per procedure code, to the mapped       *
      *     account or, unmapped, to suspense.                         *
      *----------------------------------------------------------------*
       4100-JOURNAL-PROCEDURE.
           MOVE HC-PR-PROCEDURE-CODE (HC-SCAN-IDX) TO GM-MAP-KEY
           READ GL-MAP-FILE
           IF HC-GL-MAP-OK AND GM-GL-ACCOUNT NOT = SPACES
               MOVE GM-GL-ACCOUNT  TO HC-ENTRY-ACCOUNT
               MOVE GM-DESCRIPTION TO HC-ENTRY-DESCRIPTION
               MOVE SPACES         TO HC-ENTRY-NOTE
           ELSE
               MOVE HC-SUSPENSE-ACCOUNT TO HC-ENTRY-ACCOUNT
               MOVE 'REVENUE - UNMAPPED PROCEDURE'
                                        TO HC-ENTRY-DESCRIPTION
               MOVE 'UNMAPPED' TO HC-ENTRY-NOTE
               ADD 1 TO HC-UNMAPPED-CODES
           END-IF
           SET HC-ENTRY-CREDIT TO TRUE
           MOVE HC-PR-AMOUNT (HC-SCAN-IDX) TO HC-ENTRY-AMOUNT
           MOVE HC-PR-PROCEDURE-CODE (HC-SCAN-IDX) TO HC-ENTRY-SOURCE
           MOVE HC-PR-COUNT (HC-SCAN-IDX) TO HC-ENTRY-COUNT
           ADD HC-PR-COUNT (HC-SCAN-IDX) TO HC-CHARGES-JOURNALED
           PERFORM 4900-WRITE-ENTRY THRU 4900-EXIT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4900-WRITE-ENTRY                                               *
      *     A net negative amount (credits outweighing charges for a   *
      *     code) goes out as a positive amount on the opposite side;  *
      *     its offset turns the same way, so the journal balances.    *
      *     An amount past GJ-E-AMOUNT's nine whole digits is listed   *
      *     as TOO LARGE but not written, and holds the journal back.  *
      *----------------------------------------------------------------*
       4900-WRITE-ENTRY.
           IF HC-ENTRY-AMOUNT < 0
               COMPUTE HC-ENTRY-AMOUNT = 0 - HC-ENTRY-AMOUNT
               IF HC-ENTRY-DEBIT
                   SET HC-ENTRY-CREDIT TO TRUE
               ELSE
                   SET HC-ENTRY-DEBIT TO TRUE
               END-IF
           END-IF

           MOVE SPACES TO HC-GJ-ENTRY
           MOVE 'E' TO GJ-E-RECORD-TYPE
           MOVE HC-BUSINESS-DATE     TO GJ-E-JOURNAL-DATE
           MOVE HC-ENTRY-ACCOUNT     TO GJ-E-GL-ACCOUNT
           MOVE HC-ENTRY-SIDE        TO GJ-E-SIDE
           MOVE HC-ENTRY-SOURCE      TO GJ-E-SOURCE-CODE
           MOVE HC-ENTRY-COUNT       TO GJ-E-ITEM-COUNT
           MOVE HC-ENTRY-DESCRIPTION TO GJ-E-DESCRIPTION
           SET HC-ENTRY-FITS TO TRUE
           COMPUTE GJ-E-AMOUNT = HC-ENTRY-AMOUNT
               ON SIZE ERROR
                   SET HC-ENTRY-TOO-LARGE  TO TRUE
                   SET HC-AMOUNT-TOO-LARGE TO TRUE
                   MOVE 'TOO LARGE' TO HC-ENTRY-NOTE
           END-COMPUTE
           IF HC-ENTRY-FITS
               WRITE HC-JOURNAL-RECORD FROM HC-GJ-ENTRY
               ADD 1 TO HC-ENTRIES-WRITTEN
               IF HC-ENTRY-DEBIT
                   ADD HC-ENTRY-AMOUNT TO HC-DEBIT-TOTAL
               ELSE
                   ADD HC-ENTRY-AMOUNT TO HC-CREDIT-TOTAL
               END-IF
           END-IF

           MOVE HC-ENTRY-ACCOUNT     TO HC-E-GL-ACCOUNT
           MOVE HC-ENTRY-SIDE        TO HC-E-SIDE
           MOVE HC-ENTRY-AMOUNT      TO HC-E-AMOUNT
           MOVE HC-ENTRY-SOURCE      TO HC-E-SOURCE
           MOVE HC-ENTRY-COUNT       TO HC-E-COUNT
           MOVE HC-ENTRY-DESCRIPTION TO HC-E-DESCRIPTION
           MOVE HC-ENTRY-NOTE        TO HC-E-NOTE
           WRITE HC-REPORT-LINE FROM HC-ENTRY-LINE.
       4900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9000-TERMINATE                                                 *
      *     The control report proves the journal: debits equal        *
      *     credits, and every charge and payment selected from the    *
      *     source files was summarized into an entry.                 *
      *----------------------------------------------------------------*
       9000-TERMINATE.
           WRITE HC-REPORT-LINE FROM HC-BLANK-LINE
           MOVE 'CHARGES READ       :' TO HC-C-TITLE
           MOVE HC-CHARGES-READ        TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'CHARGES FOR DATE   :' TO HC-C-TITLE
           MOVE HC-CHARGES-SELECTED    TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'CHARGES JOURNALED  :' TO HC-C-TITLE
           MOVE HC-CHARGES-JOURNALED   TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'INSTALLMENTS READ  :' TO HC-C-TITLE
           MOVE HC-INSTALLMENTS-READ   TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'PAYMENTS FOR DATE  :' TO HC-C-TITLE
           MOVE HC-PAYMENTS-SELECTED   TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'PAYMENTS JOURNALED :' TO HC-C-TITLE
           MOVE HC-PAYMENTS-JOURNALED  TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'UNMAPPED CODES     :' TO HC-C-TITLE
           MOVE HC-UNMAPPED-CODES      TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'ENTRIES WRITTEN    :' TO HC-C-TITLE
           MOVE HC-ENTRIES-WRITTEN     TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'CHARGE TOTAL       :' TO HC-M-TITLE
           MOVE HC-CHARGE-TOTAL        TO HC-M-AMOUNT
           WRITE HC-REPORT-LINE FROM HC-AMOUNT-LINE
           MOVE 'PAYMENT TOTAL      :' TO HC-M-TITLE
           MOVE HC-PAYMENT-TOTAL       TO HC-M-AMOUNT
           WRITE HC-REPORT-LINE FROM HC-AMOUNT-LINE
           MOVE 'TOTAL DEBITS       :' TO HC-M-TITLE
           MOVE HC-DEBIT-TOTAL         TO HC-M-AMOUNT
           WRITE HC-REPORT-LINE FROM HC-AMOUNT-LINE
           MOVE 'TOTAL CREDITS      :' TO HC-M-TITLE
           MOVE HC-CREDIT-TOTAL        TO HC-M-AMOUNT
           WRITE HC-REPORT-LINE FROM HC-AMOUNT-LINE

           EVALUATE TRUE
               WHEN HC-AMOUNT-TOO-LARGE
                   MOVE 'ENTRY TOO LARGE - DO NOT RELEASE'
                                         TO HC-R-TEXT
                   SET HC-JOURNAL-OUT-OF-BALANCE TO TRUE
                   MOVE 8 TO RETURN-CODE
               WHEN HC-DEBIT-TOTAL = HC-CREDIT-TOTAL
                       AND HC-CHARGES-JOURNALED = HC-CHARGES-SELECTED
                       AND HC-PAYMENTS-JOURNALED = HC-PAYMENTS-SELECTED
                   MOVE 'JOURNAL BALANCED - COUNTS TIE'
                                         TO HC-R-TEXT
               WHEN OTHER
                   MOVE 'OUT OF BALANCE - DO NOT RELEASE'
                                         TO HC-R-TEXT
                   SET HC-JOURNAL-OUT-OF-BALANCE TO TRUE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           WRITE HC-REPORT-LINE FROM HC-RESULT-LINE

           CLOSE GL-MAP-FILE
           CLOSE JOURNAL-FILE
           CLOSE CONTROL-REPORT

      *    An unbalanced journal ends the job in flight, so it can be
      *    rerun for the same date once put right.
           IF HC-JOURNAL-OUT-OF-BALANCE
               GO TO 9000-EXIT
           END-IF

           SET RC-FUNC-END TO TRUE
           COMPUTE RC-RECORDS-READ =
               HC-CHARGES-READ + HC-INSTALLMENTS-READ
           MOVE HC-ENTRIES-WRITTEN TO RC-RECORDS-WRITTEN
           CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA.
       9000-EXIT.
           EXIT.
