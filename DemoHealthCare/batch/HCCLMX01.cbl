      ******************************************************************
      * IDENTIFICATION DIVISION                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCCLMX01.
       AUTHOR.        R S GUPTA.
       INSTALLATION.  DEMOHEALTHCARE - PATIENT SERVICES.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      * HCCLMX01 - NIGHTLY INSURANCE CLAIM EXTRACT                     *
      *                                                                *
      * Bundles the unbilled HCCHARGE charges of every patient the    *
      * insurer has confirmed eligible (PF-ELIG-STATUS E) into the    *
      * fixed-format claim file the insurer receives (layouts in      *
      * HCCLXREC): a header carrying the run date and a file sequence *
      * number drawn from the HCSEQ key generator (key CLMXTRCT), one *
      * C claim record per visit followed by one L line per charge,   *
      * and a trailer repeating the sequence number with the claim    *
      * and line counts, billed total and patient-id hash total - the *
      * HCEHRX01 pattern.  A charge is unbilled when it has no        *
      * HCCLLREC claim line; each charge sent is written to the       *
      * claim-line file as SUBMITTED so it is never claimed twice,    *
      * and HCCLMR01 later applies the insurer's remittance to it.    *
      * Charges captured after the business date wait for the next    *
      * night; patients not confirmed eligible are left to the        *
      * patient statement and counted on the report.  HCSTMT01 bills  *
      * the patient in full only for an unclaimed charge of a patient *
      * not confirmed eligible, and shows an eligible patient's       *
      * unclaimed charge as awaiting the insurer, so a charge this    *
      * job claims - late or held - has not been billed already.      *
      *                                                                *
      * The SYSIN parameter card carries the business date (blank     *
      * defaults to today).  An R in the retransmit flag column with  *
      * the sequence number being replaced rebuilds that file from    *
      * the claim lines still SUBMITTED under it, without a new HCSEQ *
      * draw and without picking up new charges.  The sequence number *
      * is checkpointed on HCRUNC01 as soon as it is drawn, so an     *
      * abended night restarts under the same number and re-sends     *
      * the lines it had already marked.                               *
      *                                                                *
      * The claim number leaves four digits for the claim's ordinal   *
      * in the file, so a file holds at most 9999 claims.  A charge   *
      * that would open claim 10000 is held back unmarked for the     *
      * next night; the file that goes out is complete and balanced,  *
      * and the run ends RC 8 with the held count on the report so    *
      * operations know the backlog is there.                         *
      *                                                                *
      * A file out of balance - a selected line not written, or a     *
      * claim line that could not be marked - is reported DO NOT      *
      * TRANSMIT and ends RC 8 without completing the run, so the     *
      * rerun restarts under the same sequence number, re-sends what  *
      * was marked and picks up again what was not.                    *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original program.                               *
      * 2026-10-15 RSG A full file (9999 claims) holds the remaining  *
      *                charges for the next night and ends RC 8       *
      *                instead of letting the claim ordinal wrap.     *
      * 2026-10-15 RSG Header states the billing rule shared with     *
      *                HCSTMT01.                                       *
      * 2026-10-15 RSG Claim amounts signed on the extract and the    *
      *                billed total on the report.                     *
      * 2026-10-15 RSG A claim line that cannot be written is counted *
      *                as a write failure, not billed; the file goes  *
      *                out of balance and the run stays in flight.    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGE-FILE ASSIGN TO HCCHARGE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CH-CHARGE-KEY
               FILE STATUS IS HC-CHARGE-STATUS.

           SELECT PATIENT-FILE ASSIGN TO PATIENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PF-PATIENT-ID
               ALTERNATE RECORD KEY IS PF-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PF-INS-CARD-NUM
                   WITH DUPLICATES
               FILE STATUS IS HC-PATIENT-STATUS.

           SELECT CLAIM-LINE-FILE ASSIGN TO HCCLAIM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CHARGE-KEY
               FILE STATUS IS HC-CLAIM-LINE-STATUS.

           SELECT SEQUENCE-FILE ASSIGN TO HCSEQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SF-SEQUENCE-NAME
               FILE STATUS IS HC-SEQUENCE-STATUS.

           SELECT INTERCHANGE-FILE ASSIGN TO HCCLMOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HC-INTERCHANGE-STATUS.

           SELECT RECON-REPORT ASSIGN TO HCCLMRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HC-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARGE-FILE.
           COPY HCCHGREC.

       FD  PATIENT-FILE.
           COPY HCPATREC.

       FD  CLAIM-LINE-FILE.
           COPY HCCLLREC.

       FD  SEQUENCE-FILE.
           COPY HCSEQREC.

       FD  INTERCHANGE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  HC-INTERCHANGE-RECORD         PIC X(80).

       FD  RECON-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  HC-REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    EXTRACT PARAMETER CARD (FROM SYSIN)                         *
      *----------------------------------------------------------------*
       01  HC-PARM-CARD.
           05 HC-PARM-BUSINESS-DATE      PIC X(10).
           05 HC-PARM-RETRANS-SW         PIC X(01).
              88 HC-RETRANSMIT-RUN                 VALUE 'R'.
           05 HC-PARM-RETRANS-SEQ        PIC 9(06).
      *       Only read in retransmit mode: the sequence number the
      *       rejected claim file originally carried.

      *----------------------------------------------------------------*
      *    FILE STATUS SWITCHES                                        *
      *----------------------------------------------------------------*
       01  HC-CHARGE-STATUS              PIC X(02) VALUE '00'.
           88 HC-CHARGE-OK                         VALUE '00'.
           88 HC-CHARGE-EOF                        VALUE '10'.
           88 HC-CHARGE-NOT-THERE                  VALUE '35'.

       01  HC-PATIENT-STATUS             PIC X(02) VALUE '00'.
           88 HC-PATIENT-OK                        VALUE '00'.
           88 HC-PATIENT-NOTFND                    VALUE '23'.

       01  HC-CLAIM-LINE-STATUS          PIC X(02) VALUE '00'.
           88 HC-CLAIM-LINE-OK                     VALUE '00'.
           88 HC-CLAIM-LINE-NOTFND                 VALUE '23'.
           88 HC-CLAIM-LINE-NOT-THERE              VALUE '35'.

       01  HC-SEQUENCE-STATUS            PIC X(02) VALUE '00'.
           88 HC-SEQUENCE-OK                       VALUE '00'.
           88 HC-SEQUENCE-NOTFND                   VALUE '23'.

       01  HC-INTERCHANGE-STATUS         PIC X(02) VALUE '00'.
           88 HC-INTERCHANGE-OK                    VALUE '00'.

       01  HC-REPORT-STATUS              PIC X(02) VALUE '00'.
           88 HC-REPORT-OK                         VALUE '00'.

       01  HC-WORK-SWITCHES.
           05 HC-CHARGE-EOF-SW           PIC X(01) VALUE 'N'.
              88 HC-NO-MORE-CHARGES                VALUE 'Y'.
           05 HC-ELIGIBLE-SW             PIC X(01) VALUE 'N'.
              88 HC-PATIENT-ELIGIBLE               VALUE 'Y'.
              88 HC-PATIENT-NOT-ELIGIBLE           VALUE 'N'.
           05 HC-SELECT-SW               PIC X(01) VALUE 'N'.
              88 HC-CHARGE-SELECTED                VALUE 'Y'.
              88 HC-CHARGE-NOT-SELECTED            VALUE 'N'.
           05 HC-CHARGE-FILE-SW          PIC X(01) VALUE 'Y'.
              88 HC-CHARGE-FILE-PRESENT            VALUE 'Y'.
              88 HC-CHARGE-FILE-ABSENT             VALUE 'N'.
           05 HC-NEW-CHARGES-SW          PIC X(01) VALUE 'Y'.
              88 HC-TAKE-NEW-CHARGES               VALUE 'Y'.
              88 HC-RESEND-ONLY                    VALUE 'N'.
           05 HC-FILE-FULL-SW            PIC X(01) VALUE 'N'.
              88 HC-FILE-FULL                      VALUE 'Y'.
           05 HC-BALANCE-SW              PIC X(01) VALUE 'Y'.
              88 HC-EXTRACT-BALANCED               VALUE 'Y'.
              88 HC-EXTRACT-OUT-OF-BALANCE         VALUE 'N'.

      *----------------------------------------------------------------*
      *    INTERCHANGE RECORD LAYOUTS                                  *
      *----------------------------------------------------------------*
       COPY HCCLXREC.

       01  HC-CURRENT-DATE-TIME          PIC X(21).
       01  HC-BUSINESS-DATE              PIC X(10).
       01  HC-FILE-SEQUENCE-NUM          PIC 9(06) VALUE 0.
       01  HC-SEQUENCE-KEY               PIC X(08) VALUE 'CLMXTRCT'.
       01  HC-LAST-PATIENT-ID            PIC 9(10) VALUE 0.

      *----------------------------------------------------------------*
      *    CLAIM BEING BUILT                                           *
      *       The charges of one visit are held here until the visit   *
      *       key changes, so the C record can carry its line count    *
      *       and claim total ahead of its lines.  A visit with more   *
      *       than fifty charges is split across a second claim.       *
      *----------------------------------------------------------------*
       01  HC-CLAIM-VISIT.
           05 HC-CV-PATIENT-ID           PIC 9(10) VALUE 0.
           05 HC-CV-VISIT-DATE           PIC X(10) VALUE SPACES.
           05 HC-CV-VISIT-TIME           PIC X(10) VALUE SPACES.
           05 HC-CV-INS-CARD-NUM         PIC X(10) VALUE SPACES.
           05 HC-CV-DOB                  PIC X(10) VALUE SPACES.

       01  HC-CLAIM-TABLE.
           05 HC-NUM-LINES               PIC 9(02) VALUE 0.
           05 HC-CLAIM-ENTRY OCCURS 50 TIMES.
              10 HC-CT-PROCEDURE-CODE    PIC X(08).
              10 HC-CT-AMOUNT            PIC S9(7)V99 COMP-3.
           05 HC-LINE-IDX                PIC 9(02).

       01  HC-CLAIM-ORDINAL              PIC 9(04) VALUE 0.
       01  HC-MAX-CLAIMS                 PIC 9(04) VALUE 9999.
       01  HC-CLAIM-NUMBER               PIC 9(10) VALUE 0.
       01  HC-CLAIM-TOTAL                PIC S9(9)V99 COMP-3 VALUE 0.

      *----------------------------------------------------------------*
      *    CONTROL TOTALS                                              *
      *----------------------------------------------------------------*
       01  HC-CONTROL-TOTALS.
           05 HC-CHARGES-READ            PIC 9(07) VALUE 0.
           05 HC-NOT-ELIGIBLE-COUNT      PIC 9(07) VALUE 0.
           05 HC-LINES-SELECTED          PIC 9(07) VALUE 0.
           05 HC-LINES-WRITTEN           PIC 9(07) VALUE 0.
           05 HC-CLAIMS-WRITTEN          PIC 9(07) VALUE 0.
           05 HC-LINES-HELD              PIC 9(07) VALUE 0.
           05 HC-LINE-WRITE-FAILURES     PIC 9(07) VALUE 0.
           05 HC-BILLED-TOTAL            PIC S9(11)V99 COMP-3 VALUE 0.
           05 HC-PATIENT-HASH            PIC 9(15) VALUE 0.

      *----------------------------------------------------------------*
      *    RUN-CONTROL WORK AREAS                                      *
      *----------------------------------------------------------------*
       COPY HCRUNCA.

       01  HC-RUN-REFUSED-SW             PIC X(01) VALUE 'N'.
           88 HC-RUN-REFUSED                       VALUE 'Y'.
           88 HC-RUN-ALLOWED                       VALUE 'N'.

      *----------------------------------------------------------------*
      *    RECONCILIATION REPORT LINES                                 *
      *----------------------------------------------------------------*
       01  HC-HEADING-LINE-1.
           05 FILLER                     PIC X(42)
              VALUE 'DEMOHEALTHCARE - CLAIM EXTRACT RECONCILE'.
           05 HC-H-BUSINESS-DATE         PIC X(10).
           05 FILLER                     PIC X(06) VALUE ' SEQ '.
           05 HC-H-SEQUENCE-NUM          PIC 9(06).
           05 FILLER                     PIC X(68) VALUE SPACES.

       01  HC-COUNT-LINE.
           05 HC-C-TITLE                 PIC X(20).
           05 HC-C-COUNT                 PIC Z,ZZZ,ZZ9.
           05 FILLER                     PIC X(103) VALUE SPACES.

       01  HC-AMOUNT-LINE.
           05 HC-M-TITLE                 PIC X(20).
           05 HC-M-AMOUNT                PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                     PIC X(93) VALUE SPACES.

       01  HC-HASH-LINE.
           05 HC-X-TITLE                 PIC X(20).
           05 HC-X-HASH                  PIC 9(15).
           05 FILLER                     PIC X(97) VALUE SPACES.

       01  HC-RESULT-LINE.
           05 HC-R-TEXT                  PIC X(40).
           05 FILLER                     PIC X(92) VALUE SPACES.

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
               PERFORM 2000-PROCESS-CHARGE   THRU 2000-EXIT
                   UNTIL HC-NO-MORE-CHARGES
               PERFORM 3000-FLUSH-CLAIM      THRU 3000-EXIT
               PERFORM 4000-WRITE-TRAILER    THRU 4000-EXIT
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

      *    A retransmit rebuilds a file that already went out, so the
      *    run-control start is skipped, the original sequence number
      *    is reused and only that file's claim lines are re-sent.
           IF HC-RETRANSMIT-RUN
               MOVE HC-PARM-RETRANS-SEQ TO HC-FILE-SEQUENCE-NUM
               SET HC-RESEND-ONLY TO TRUE
           ELSE
               MOVE 'HCCLMX01' TO RC-JOB-NAME
               MOVE HC-BUSINESS-DATE TO RC-RUN-DATE
               SET RC-FUNC-START TO TRUE
               CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA
               IF RC-REPLY-ALREADY-RUN
                   DISPLAY 'HCCLMX01 - ALREADY COMPLETE FOR '
                           HC-BUSINESS-DATE ' - RUN REFUSED'
                   SET HC-RUN-REFUSED TO TRUE
                   GO TO 1000-EXIT
               END-IF
               IF RC-REPLY-RESTART
                   MOVE RC-CHECKPOINT-KEY (1:6) TO HC-FILE-SEQUENCE-NUM
               ELSE
                   PERFORM 1100-GET-SEQUENCE-NUM THRU 1100-EXIT
                   PERFORM 1200-CHECKPOINT-SEQUENCE THRU 1200-EXIT
               END-IF
           END-IF

           OPEN INPUT PATIENT-FILE
           PERFORM 1300-OPEN-CLAIM-LINE-FILE THRU 1300-EXIT
           OPEN OUTPUT INTERCHANGE-FILE
           OPEN OUTPUT RECON-REPORT

      *    A site that has never captured a charge has no file to
      *    read; the claim file goes out as a header and trailer.
           OPEN INPUT CHARGE-FILE
           IF HC-CHARGE-NOT-THERE
               SET HC-CHARGE-FILE-ABSENT TO TRUE
               MOVE 'Y' TO HC-CHARGE-EOF-SW
           ELSE
               PERFORM 2900-READ-NEXT-CHARGE THRU 2900-EXIT
           END-IF

           MOVE SPACES TO HC-CX-HEADER
           MOVE 'H' TO CX-H-RECORD-TYPE
           MOVE HC-BUSINESS-DATE TO CX-H-RUN-DATE
           MOVE HC-FILE-SEQUENCE-NUM TO CX-H-SEQUENCE-NUM
           WRITE HC-INTERCHANGE-RECORD FROM HC-CX-HEADER

           MOVE HC-BUSINESS-DATE     TO HC-H-BUSINESS-DATE
           MOVE HC-FILE-SEQUENCE-NUM TO HC-H-SEQUENCE-NUM
           WRITE HC-REPORT-LINE FROM HC-HEADING-LINE-1.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-GET-SEQUENCE-NUM                                          *
      *     Draws the next claim file sequence number from the HCSEQ   *
      *     key generator under its own sequence name.                 *
      *----------------------------------------------------------------*
       1100-GET-SEQUENCE-NUM.
           MOVE HC-SEQUENCE-KEY TO SF-SEQUENCE-NAME
           OPEN I-O SEQUENCE-FILE
           READ SEQUENCE-FILE
           IF HC-SEQUENCE-NOTFND
               MOVE 0 TO SF-LAST-PATIENT-ID
               ADD 1 TO SF-LAST-PATIENT-ID
               WRITE HC-SEQUENCE-RECORD
           ELSE
               ADD 1 TO SF-LAST-PATIENT-ID
               REWRITE HC-SEQUENCE-RECORD
           END-IF
           MOVE SF-LAST-PATIENT-ID TO HC-FILE-SEQUENCE-NUM
           CLOSE SEQUENCE-FILE.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1200-CHECKPOINT-SEQUENCE                                       *
      *     Claim lines are marked as they are written, so an abended  *
      *     night must restart under the same sequence number to       *
      *     pick them up again; the number is parked on the run-       *
      *     control record as the checkpoint key.                      *
      *----------------------------------------------------------------*
       1200-CHECKPOINT-SEQUENCE.
           SET RC-FUNC-CHECKPOINT TO TRUE
           MOVE 0 TO RC-RECORDS-READ
           MOVE 0 TO RC-RECORDS-WRITTEN
           MOVE SPACES TO RC-CHECKPOINT-KEY
           MOVE HC-FILE-SEQUENCE-NUM TO RC-CHECKPOINT-KEY (1:6)
           CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1300-OPEN-CLAIM-LINE-FILE                                      *
      *     Created on first use, the HCRUNC01 convention.             *
      *----------------------------------------------------------------*
       1300-OPEN-CLAIM-LINE-FILE.
           OPEN I-O CLAIM-LINE-FILE
           IF HC-CLAIM-LINE-NOT-THERE
               OPEN OUTPUT CLAIM-LINE-FILE
               CLOSE CLAIM-LINE-FILE
               OPEN I-O CLAIM-LINE-FILE
           END-IF.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESS-CHARGE                                            *
      *     One charge in key order.  A change of visit closes the     *
      *     claim being built; a change of patient re-reads the        *
      *     patient master for eligibility and member details.  A      *
      *     claim at its 50-line limit is closed before the next       *
      *     charge is looked at, so a charge always knows whether it   *
      *     opens a new claim.                                         *
      *----------------------------------------------------------------*
       2000-PROCESS-CHARGE.
           ADD 1 TO HC-CHARGES-READ
           IF CH-PATIENT-ID NOT = HC-CV-PATIENT-ID
                   OR CH-VISIT-DATE NOT = HC-CV-VISIT-DATE
                   OR CH-VISIT-TIME NOT = HC-CV-VISIT-TIME
                   OR HC-NUM-LINES = 50
               PERFORM 3000-FLUSH-CLAIM THRU 3000-EXIT
           END-IF
           IF CH-PATIENT-ID NOT = HC-LAST-PATIENT-ID
               PERFORM 2100-GET-PATIENT THRU 2100-EXIT
           END-IF

           PERFORM 2200-SELECT-CHARGE THRU 2200-EXIT
           IF HC-CHARGE-SELECTED AND HC-NUM-LINES = 0
                   AND HC-CLAIM-ORDINAL = HC-MAX-CLAIMS
               PERFORM 2300-HOLD-CHARGE THRU 2300-EXIT
           END-IF
           IF HC-CHARGE-SELECTED
               IF HC-NUM-LINES = 0
                   MOVE CH-PATIENT-ID TO HC-CV-PATIENT-ID
                   MOVE CH-VISIT-DATE TO HC-CV-VISIT-DATE
                   MOVE CH-VISIT-TIME TO HC-CV-VISIT-TIME
                   MOVE PF-INS-CARD-NUM TO HC-CV-INS-CARD-NUM
                   MOVE PF-DOB        TO HC-CV-DOB
               END-IF
               ADD 1 TO HC-LINES-SELECTED
               ADD 1 TO HC-NUM-LINES
               MOVE CH-PROCEDURE-CODE
                             TO HC-CT-PROCEDURE-CODE (HC-NUM-LINES)
               MOVE CH-AMOUNT TO HC-CT-AMOUNT (HC-NUM-LINES)
           END-IF
           PERFORM 2900-READ-NEXT-CHARGE THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-GET-PATIENT                                               *
      *     Merged-away records never carry charges of their own past  *
      *     the merge, but a survivor check keeps them off a claim.    *
      *----------------------------------------------------------------*
       2100-GET-PATIENT.
           MOVE CH-PATIENT-ID TO HC-LAST-PATIENT-ID
           SET HC-PATIENT-NOT-ELIGIBLE TO TRUE
           MOVE CH-PATIENT-ID TO PF-PATIENT-ID
           READ PATIENT-FILE
           IF HC-PATIENT-OK
               IF PF-ELIG-ELIGIBLE
                       AND PF-MERGED-INTO-ID = ZERO
                   SET HC-PATIENT-ELIGIBLE TO TRUE
               END-IF
           ELSE
               MOVE SPACES TO PF-INS-CARD-NUM
               MOVE SPACES TO PF-DOB
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-SELECT-CHARGE                                             *
      *     A charge with no claim line is new business for an         *
      *     eligible patient once its capture date has passed; a       *
      *     charge still SUBMITTED under tonight's sequence number is  *
      *     being re-sent after an abend or on a retransmit.           *
      *----------------------------------------------------------------*
       2200-SELECT-CHARGE.
           SET HC-CHARGE-NOT-SELECTED TO TRUE
           MOVE CH-CHARGE-KEY TO CL-CHARGE-KEY
           READ CLAIM-LINE-FILE
           IF HC-CLAIM-LINE-OK
               IF CL-STATUS-SUBMITTED
                       AND CL-FILE-SEQUENCE-NUM = HC-FILE-SEQUENCE-NUM
                   SET HC-CHARGE-SELECTED TO TRUE
               END-IF
               GO TO 2200-EXIT
           END-IF

           IF HC-RESEND-ONLY
                   OR CH-CHARGE-DATE > HC-BUSINESS-DATE
               GO TO 2200-EXIT
           END-IF
           IF HC-PATIENT-ELIGIBLE
               SET HC-CHARGE-SELECTED TO TRUE
           ELSE
               ADD 1 TO HC-NOT-ELIGIBLE-COUNT
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-HOLD-CHARGE                                               *
      *     The file already holds HC-MAX-CLAIMS claims.  The charge   *
      *     is left without a claim line, so the next night's run      *
      *     picks it up as new business under its own file number.    *
      *----------------------------------------------------------------*
       2300-HOLD-CHARGE.
           SET HC-CHARGE-NOT-SELECTED TO TRUE
           SET HC-FILE-FULL TO TRUE
           ADD 1 TO HC-LINES-HELD.
       2300-EXIT.
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
      * 3000-FLUSH-CLAIM                                               *
      *     Writes the held visit as one claim: the C record with its  *
      *     line count and total, then its L lines, each marked on     *
      *     the claim-line file.  The claim number is the file         *
      *     sequence number and the claim's ordinal in the file, so a  *
      *     rebuild of the same file numbers its claims the same way.  *
      *----------------------------------------------------------------*
       3000-FLUSH-CLAIM.
           IF HC-NUM-LINES = 0
               GO TO 3000-EXIT
           END-IF

           ADD 1 TO HC-CLAIM-ORDINAL
           COMPUTE HC-CLAIM-NUMBER =
               HC-FILE-SEQUENCE-NUM * 10000 + HC-CLAIM-ORDINAL
           MOVE 0 TO HC-CLAIM-TOTAL
           PERFORM 3100-TOTAL-ONE-LINE THRU 3100-EXIT
               VARYING HC-LINE-IDX FROM 1 BY 1
               UNTIL HC-LINE-IDX > HC-NUM-LINES

           MOVE SPACES TO HC-CX-CLAIM
           MOVE 'C' TO CX-C-RECORD-TYPE
           MOVE HC-CLAIM-NUMBER    TO CX-C-CLAIM-NUMBER
           MOVE HC-CV-PATIENT-ID   TO CX-C-PATIENT-ID
           MOVE HC-CV-INS-CARD-NUM TO CX-C-INS-CARD-NUM
           MOVE HC-CV-DOB          TO CX-C-DOB
           MOVE HC-CV-VISIT-DATE   TO CX-C-VISIT-DATE
           MOVE HC-CV-VISIT-TIME   TO CX-C-VISIT-TIME
           MOVE HC-NUM-LINES       TO CX-C-LINE-COUNT
           MOVE HC-CLAIM-TOTAL     TO CX-C-CLAIM-AMOUNT
           WRITE HC-INTERCHANGE-RECORD FROM HC-CX-CLAIM
           IF HC-INTERCHANGE-OK
               ADD 1 TO HC-CLAIMS-WRITTEN
               ADD HC-CV-PATIENT-ID TO HC-PATIENT-HASH
           END-IF

           PERFORM 3200-WRITE-CLAIM-LINE THRU 3200-EXIT
               VARYING HC-LINE-IDX FROM 1 BY 1
               UNTIL HC-LINE-IDX > HC-NUM-LINES
           MOVE 0 TO HC-NUM-LINES.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-TOTAL-ONE-LINE                                            *
      *----------------------------------------------------------------*
       3100-TOTAL-ONE-LINE.
           ADD HC-CT-AMOUNT (HC-LINE-IDX) TO HC-CLAIM-TOTAL.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3200-WRITE-CLAIM-LINE                                          *
      *     The L record goes out, then the charge's claim line is     *
      *     written (or, on a re-send, refreshed) as SUBMITTED under   *
      *     this claim so it is not picked up as unbilled again.  The  *
      *     line counts as billed only once its claim line is on       *
      *     file; a claim line that cannot be written is counted as a  *
      *     write failure instead, which puts the file out of balance  *
      *     so it is not transmitted and the night is run again.       *
      *----------------------------------------------------------------*
       3200-WRITE-CLAIM-LINE.
           MOVE SPACES TO HC-CX-LINE
           MOVE 'L' TO CX-L-RECORD-TYPE
           MOVE HC-CLAIM-NUMBER  TO CX-L-CLAIM-NUMBER
           MOVE HC-CV-PATIENT-ID TO CX-L-PATIENT-ID
           MOVE HC-CV-VISIT-DATE TO CX-L-VISIT-DATE
           MOVE HC-CV-VISIT-TIME TO CX-L-VISIT-TIME
           MOVE HC-CT-PROCEDURE-CODE (HC-LINE-IDX)
                                 TO CX-L-PROCEDURE-CODE
           MOVE HC-CT-AMOUNT (HC-LINE-IDX) TO CX-L-AMOUNT
           WRITE HC-INTERCHANGE-RECORD FROM HC-CX-LINE
           IF NOT HC-INTERCHANGE-OK
               GO TO 3200-EXIT
           END-IF

           MOVE HC-CV-PATIENT-ID TO CL-PATIENT-ID
           MOVE HC-CV-VISIT-DATE TO CL-VISIT-DATE
           MOVE HC-CV-VISIT-TIME TO CL-VISIT-TIME
           MOVE HC-CT-PROCEDURE-CODE (HC-LINE-IDX)
                                 TO CL-PROCEDURE-CODE
           READ CLAIM-LINE-FILE
           IF HC-CLAIM-LINE-OK
               MOVE HC-CLAIM-NUMBER TO CL-CLAIM-NUMBER
               MOVE HC-BUSINESS-DATE TO CL-SUBMIT-DATE
               REWRITE HC-CLAIM-LINE-RECORD
           ELSE
               MOVE HC-CLAIM-NUMBER      TO CL-CLAIM-NUMBER
               MOVE HC-FILE-SEQUENCE-NUM TO CL-FILE-SEQUENCE-NUM
               MOVE HC-BUSINESS-DATE     TO CL-SUBMIT-DATE
               MOVE HC-CT-AMOUNT (HC-LINE-IDX) TO CL-BILLED-AMOUNT
               MOVE 0 TO CL-PAID-AMOUNT
               MOVE 0 TO CL-ADJUSTED-AMOUNT
               MOVE 0 TO CL-DENIED-AMOUNT
               SET CL-STATUS-SUBMITTED TO TRUE
               MOVE SPACES TO CL-DENIAL-CODE
               MOVE SPACES TO CL-REMIT-DATE
               WRITE HC-CLAIM-LINE-RECORD
           END-IF
           IF NOT HC-CLAIM-LINE-OK
               DISPLAY 'HCCLMX01 - CLAIM LINE WRITE FAILED, STATUS '
                       HC-CLAIM-LINE-STATUS ' - PATIENT '
                       HC-CV-PATIENT-ID ' CLAIM ' HC-CLAIM-NUMBER
               ADD 1 TO HC-LINE-WRITE-FAILURES
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO HC-LINES-WRITTEN
           ADD HC-CT-AMOUNT (HC-LINE-IDX) TO HC-BILLED-TOTAL.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-WRITE-TRAILER                                             *
      *----------------------------------------------------------------*
       4000-WRITE-TRAILER.
           MOVE SPACES TO HC-CX-TRAILER
           MOVE 'T' TO CX-T-RECORD-TYPE
           MOVE HC-CLAIMS-WRITTEN    TO CX-T-CLAIM-COUNT
           MOVE HC-LINES-WRITTEN     TO CX-T-LINE-COUNT
           MOVE HC-BILLED-TOTAL      TO CX-T-BILLED-TOTAL
           MOVE HC-PATIENT-HASH      TO CX-T-PATIENT-HASH
           MOVE HC-FILE-SEQUENCE-NUM TO CX-T-SEQUENCE-NUM
           WRITE HC-INTERCHANGE-RECORD FROM HC-CX-TRAILER.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9000-TERMINATE                                                 *
      *     The reconciliation report proves the claim file: every     *
      *     charge line selected must have been written and marked.    *
      *     A file out of balance ends the job in flight, so the night *
      *     can be rerun under the same sequence number once put       *
      *     right.                                                     *
      *----------------------------------------------------------------*
       9000-TERMINATE.
           MOVE 'CHARGES READ       :' TO HC-C-TITLE
           MOVE HC-CHARGES-READ        TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'NOT ELIGIBLE       :' TO HC-C-TITLE
           MOVE HC-NOT-ELIGIBLE-COUNT  TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'LINES SELECTED     :' TO HC-C-TITLE
           MOVE HC-LINES-SELECTED      TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'LINES WRITTEN      :' TO HC-C-TITLE
           MOVE HC-LINES-WRITTEN       TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'CLAIMS WRITTEN     :' TO HC-C-TITLE
           MOVE HC-CLAIMS-WRITTEN      TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'BILLED TOTAL       :' TO HC-M-TITLE
           MOVE HC-BILLED-TOTAL        TO HC-M-AMOUNT
           WRITE HC-REPORT-LINE FROM HC-AMOUNT-LINE
           MOVE 'PATIENT HASH TOTAL :' TO HC-X-TITLE
           MOVE HC-PATIENT-HASH        TO HC-X-HASH
           WRITE HC-REPORT-LINE FROM HC-HASH-LINE
           MOVE 'LINES HELD (FULL)  :' TO HC-C-TITLE
           MOVE HC-LINES-HELD          TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'LINE WRITE FAILURES:' TO HC-C-TITLE
           MOVE HC-LINE-WRITE-FAILURES TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE

           IF HC-LINES-SELECTED = HC-LINES-WRITTEN
                   AND HC-LINE-WRITE-FAILURES = 0
               MOVE 'EXTRACT RECONCILED - COUNTS MATCH'
                                         TO HC-R-TEXT
           ELSE
               MOVE 'OUT OF BALANCE - DO NOT TRANSMIT'
                                         TO HC-R-TEXT
               SET HC-EXTRACT-OUT-OF-BALANCE TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE HC-REPORT-LINE FROM HC-RESULT-LINE
           IF HC-FILE-FULL
               MOVE 'CLAIM FILE FULL - REST HELD TO NEXT RUN'
                                         TO HC-R-TEXT
               WRITE HC-REPORT-LINE FROM HC-RESULT-LINE
               DISPLAY 'HCCLMX01 - CLAIM FILE FULL AT '
                       HC-MAX-CLAIMS ' CLAIMS - ' HC-LINES-HELD
                       ' CHARGE LINES HELD FOR THE NEXT RUN'
               MOVE 8 TO RETURN-CODE
           END-IF

           IF HC-CHARGE-FILE-PRESENT
               CLOSE CHARGE-FILE
           END-IF
           CLOSE PATIENT-FILE
           CLOSE CLAIM-LINE-FILE
           CLOSE INTERCHANGE-FILE
           CLOSE RECON-REPORT

           IF HC-EXTRACT-OUT-OF-BALANCE
               GO TO 9000-EXIT
           END-IF
           IF NOT HC-RETRANSMIT-RUN
               SET RC-FUNC-END TO TRUE
               MOVE HC-CHARGES-READ  TO RC-RECORDS-READ
               MOVE HC-LINES-WRITTEN TO RC-RECORDS-WRITTEN
               CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA
           END-IF.
       9000-EXIT.
           EXIT.
