      ******************************************************************
      * IDENTIFICATION DIVISION                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCERXO01.
       AUTHOR.        R S GUPTA.
       INSTALLATION.  DEMOHEALTHCARE - PATIENT SERVICES.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      * HCERXO01 - NIGHTLY OUTBOUND E-PRESCRIPTION FEED                *
      *                                                                *
      * Sends the dispensing pharmacy every prescription event on     *
      * HCMEDS it has not yet been told about, in the fixed-format    *
      * interchange file laid out in HCERXREC: a header carrying the  *
      * run date and a file sequence number drawn from the HCSEQ key  *
      * generator (key ERXFEED), one P record per event, and a        *
      * trailer repeating the sequence number with the record counts  *
      * by event and the patient-id hash total - the HCCLMX01         *
      * pattern.  The events are:                                     *
      *                                                                *
      *   N  a new prescription (05IMED) never sent before, or one    *
      *      whose new script the pharmacy rejected and which has     *
      *      since been renewed - the corrected script goes out new,  *
      *      as the pharmacy holds nothing to renew;                  *
      *   R  a prescription sent before whose MF-RENEWAL-COUNT has    *
      *      moved on since (18RMED);                                 *
      *   D  a prescription sent before that has since been stopped   *
      *      (06DMED, or 27DDTH's cascade).                           *
      *                                                                *
      * Each record sent is stamped on HCMEDS with the event, the     *
      * renewal count it carried, the sequence number and the date,   *
      * and left awaiting the pharmacy's acknowledgement, which       *
      * HCERXI01 applies.  A prescription stopped before it was ever  *
      * sent, or stopped after the pharmacy rejected its new script,  *
      * has nothing for the pharmacy to act on: it is marked X and    *
      * counted, and never sent.                                      *
      *                                                                *
      * The SYSIN parameter card carries the business date (blank     *
      * defaults to today).  An R in the retransmit flag column with  *
      * the sequence number being replaced rebuilds that file from    *
      * the prescriptions still awaiting acknowledgement under it,    *
      * without a new HCSEQ draw and without picking up new events.   *
      * The sequence number is checkpointed on HCRUNC01 as soon as it *
      * is drawn, so an abended night restarts under the same number  *
      * and re-sends the prescriptions it had already stamped.  A     *
      * feed that does not reconcile ends with return code 8 and is   *
      * left in flight on HCRUNC01, so the corrected rerun goes out   *
      * under the same number.  A prescription whose sent stamp       *
      * cannot be rewritten on HCMEDS is counted as a stamp failure   *
      * and puts the feed out of balance the same way, since the next *
      * night would otherwise send it again.                          *
      *                                                                *
      * A C in the retransmit flag column is the one-time cutover run *
      * made before the first feed.  It sends nothing: every          *
      * prescription on HCMEDS not yet stamped is marked as a new     *
      * script the pharmacy already holds - accepted, sequence zero,  *
      * carrying its present renewal count - or, if already stopped,  *
      * as not for the pharmacy.  Only later renewals and stops then  *
      * go out, and scripts written before go-live are not dispensed  *
      * twice.  The cutover run is outside run control, writes no     *
      * interchange records and may safely be repeated.               *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original program.                               *
      * 2026-10-15 RSG Added the cutover run (C on the card) that     *
      *                stamps the prescriptions already on file, and  *
      *                an out-of-balance feed no longer marks the     *
      *                business date complete on HCRUNC01.            *
      * 2026-10-15 RSG A rejected new script renewed since goes out   *
      *                as new, and a stamp that cannot be rewritten   *
      *                is counted and puts the feed out of balance.   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEDICATION-FILE ASSIGN TO HCMEDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MF-MED-KEY
               FILE STATUS IS HC-MEDICATION-STATUS.

           SELECT PATIENT-FILE ASSIGN TO PATIENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PF-PATIENT-ID
               ALTERNATE RECORD KEY IS PF-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PF-INS-CARD-NUM
                   WITH DUPLICATES
               FILE STATUS IS HC-PATIENT-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO HCOPRS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS HC-OPERATOR-STATUS.

           SELECT SEQUENCE-FILE ASSIGN TO HCSEQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SF-SEQUENCE-NAME
               FILE STATUS IS HC-SEQUENCE-STATUS.

           SELECT INTERCHANGE-FILE ASSIGN TO HCERXOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HC-INTERCHANGE-STATUS.

           SELECT RECON-REPORT ASSIGN TO HCERXRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HC-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEDICATION-FILE.
           COPY HCMEDREC.

       FD  PATIENT-FILE.
           COPY HCPATREC.

       FD  OPERATOR-FILE.
           COPY HCOPRREC.

       FD  SEQUENCE-FILE.
           COPY HCSEQREC.

       FD  INTERCHANGE-FILE
           RECORD CONTAINS 300 CHARACTERS.
       01  HC-INTERCHANGE-RECORD         PIC X(300).

       FD  RECON-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  HC-REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    FEED PARAMETER CARD (FROM SYSIN)                            *
      *----------------------------------------------------------------*
       01  HC-PARM-CARD.
           05 HC-PARM-BUSINESS-DATE      PIC X(10).
           05 HC-PARM-RETRANS-SW         PIC X(01).
              88 HC-RETRANSMIT-RUN                 VALUE 'R'.
              88 HC-CUTOVER-RUN                    VALUE 'C'.
           05 HC-PARM-RETRANS-SEQ        PIC 9(06).
      *       Only read in retransmit mode: the sequence number the
      *       lost or rejected feed file originally carried.

      *----------------------------------------------------------------*
      *    FILE STATUS SWITCHES                                        *
      *----------------------------------------------------------------*
       01  HC-MEDICATION-STATUS          PIC X(02) VALUE '00'.
           88 HC-MEDICATION-OK                     VALUE '00'.
           88 HC-MEDICATION-NOT-THERE              VALUE '35'.

       01  HC-PATIENT-STATUS             PIC X(02) VALUE '00'.
           88 HC-PATIENT-OK                        VALUE '00'.

       01  HC-OPERATOR-STATUS            PIC X(02) VALUE '00'.
           88 HC-OPERATOR-OK                       VALUE '00'.

       01  HC-SEQUENCE-STATUS            PIC X(02) VALUE '00'.
           88 HC-SEQUENCE-OK                       VALUE '00'.
           88 HC-SEQUENCE-NOTFND                   VALUE '23'.

       01  HC-INTERCHANGE-STATUS         PIC X(02) VALUE '00'.
           88 HC-INTERCHANGE-OK                    VALUE '00'.

       01  HC-REPORT-STATUS              PIC X(02) VALUE '00'.
           88 HC-REPORT-OK                         VALUE '00'.

       01  HC-WORK-SWITCHES.
           05 HC-MED-EOF-SW              PIC X(01) VALUE 'N'.
              88 HC-NO-MORE-MEDS                   VALUE 'Y'.
           05 HC-MED-FILE-SW             PIC X(01) VALUE 'Y'.
              88 HC-MED-FILE-PRESENT               VALUE 'Y'.
              88 HC-MED-FILE-ABSENT                VALUE 'N'.
           05 HC-NEW-EVENTS-SW           PIC X(01) VALUE 'Y'.
              88 HC-TAKE-NEW-EVENTS                VALUE 'Y'.
              88 HC-RESEND-ONLY                    VALUE 'N'.
           05 HC-BALANCE-SW              PIC X(01) VALUE 'Y'.
              88 HC-FEED-BALANCED                  VALUE 'Y'.
              88 HC-FEED-OUT-OF-BALANCE            VALUE 'N'.

       01  HC-RX-EVENT                   PIC X(01).
           88 HC-EVENT-NONE                        VALUE SPACE.
           88 HC-EVENT-NEW                         VALUE 'N'.
           88 HC-EVENT-RENEWAL                     VALUE 'R'.
           88 HC-EVENT-DISCONTINUE                 VALUE 'D'.

      *----------------------------------------------------------------*
      *    INTERCHANGE RECORD LAYOUTS                                  *
      *----------------------------------------------------------------*
       COPY HCERXREC.

       01  HC-CURRENT-DATE-TIME          PIC X(21).
       01  HC-BUSINESS-DATE              PIC X(10).
       01  HC-FILE-SEQUENCE-NUM          PIC 9(06) VALUE 0.
       01  HC-SEQUENCE-KEY               PIC X(08) VALUE 'ERXFEED'.
       01  HC-SCHED-IDX                  PIC 9(01).

      *----------------------------------------------------------------*
      *    CONTROL TOTALS                                              *
      *----------------------------------------------------------------*
       01  HC-CONTROL-TOTALS.
           05 HC-MEDS-READ               PIC 9(07) VALUE 0.
           05 HC-EVENTS-SELECTED         PIC 9(07) VALUE 0.
           05 HC-RECORDS-WRITTEN         PIC 9(07) VALUE 0.
           05 HC-NEW-WRITTEN             PIC 9(07) VALUE 0.
           05 HC-RENEWALS-WRITTEN        PIC 9(07) VALUE 0.
           05 HC-STOPS-WRITTEN           PIC 9(07) VALUE 0.
           05 HC-NOT-FOR-PHARMACY        PIC 9(07) VALUE 0.
           05 HC-CUTOVER-STAMPED         PIC 9(07) VALUE 0.
           05 HC-STAMP-FAILURES          PIC 9(07) VALUE 0.
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
              VALUE 'DEMOHEALTHCARE - PHARMACY FEED RECONCILE'.
           05 HC-H-BUSINESS-DATE         PIC X(10).
           05 FILLER                     PIC X(06) VALUE ' SEQ '.
           05 HC-H-SEQUENCE-NUM          PIC 9(06).
           05 FILLER                     PIC X(68) VALUE SPACES.

       01  HC-COUNT-LINE.
           05 HC-C-TITLE                 PIC X(20).
           05 HC-C-COUNT                 PIC Z,ZZZ,ZZ9.
           05 FILLER                     PIC X(103) VALUE SPACES.

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
               PERFORM 2000-PROCESS-PRESCRIPTION THRU 2000-EXIT
                   UNTIL HC-NO-MORE-MEDS
               PERFORM 4000-WRITE-TRAILER        THRU 4000-EXIT
               PERFORM 9000-TERMINATE            THRU 9000-EXIT
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
      *    is reused and only that file's prescriptions are re-sent.
      *    The cutover run sends nothing and draws no number.
           EVALUATE TRUE
               WHEN HC-RETRANSMIT-RUN
                   MOVE HC-PARM-RETRANS-SEQ TO HC-FILE-SEQUENCE-NUM
                   SET HC-RESEND-ONLY TO TRUE
               WHEN HC-CUTOVER-RUN
                   MOVE ZERO TO HC-FILE-SEQUENCE-NUM
               WHEN OTHER
                   MOVE 'HCERXO01' TO RC-JOB-NAME
                   MOVE HC-BUSINESS-DATE TO RC-RUN-DATE
                   SET RC-FUNC-START TO TRUE
                   CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA
                   IF RC-REPLY-ALREADY-RUN
                       DISPLAY 'HCERXO01 - ALREADY COMPLETE FOR '
                               HC-BUSINESS-DATE ' - RUN REFUSED'
                       SET HC-RUN-REFUSED TO TRUE
                       GO TO 1000-EXIT
                   END-IF
                   IF RC-REPLY-RESTART
                       MOVE RC-CHECKPOINT-KEY (1:6)
                                         TO HC-FILE-SEQUENCE-NUM
                   ELSE
                       PERFORM 1100-GET-SEQUENCE-NUM THRU 1100-EXIT
                       PERFORM 1200-CHECKPOINT-SEQUENCE THRU 1200-EXIT
                   END-IF
           END-EVALUATE

           OPEN INPUT PATIENT-FILE
           OPEN INPUT OPERATOR-FILE
           IF NOT HC-CUTOVER-RUN
               OPEN OUTPUT INTERCHANGE-FILE
           END-IF
           OPEN OUTPUT RECON-REPORT

      *    A site that has never written a prescription has no file
      *    to read; the feed goes out as a header and trailer.
           OPEN I-O MEDICATION-FILE
           IF HC-MEDICATION-NOT-THERE
               SET HC-MED-FILE-ABSENT TO TRUE
               MOVE 'Y' TO HC-MED-EOF-SW
           ELSE
               MOVE ZERO TO MF-PATIENT-ID
               MOVE ZERO TO MF-PRESCRIPTION-ID
               START MEDICATION-FILE KEY IS >= MF-MED-KEY
               IF HC-MEDICATION-OK
                   PERFORM 2900-READ-NEXT-MED THRU 2900-EXIT
               ELSE
                   MOVE 'Y' TO HC-MED-EOF-SW
               END-IF
           END-IF

           IF NOT HC-CUTOVER-RUN
               MOVE SPACES TO HC-RX-HEADER
               MOVE 'H' TO RX-H-RECORD-TYPE
               MOVE HC-BUSINESS-DATE TO RX-H-RUN-DATE
               MOVE HC-FILE-SEQUENCE-NUM TO RX-H-SEQUENCE-NUM
               WRITE HC-INTERCHANGE-RECORD FROM HC-RX-HEADER
           END-IF

           MOVE HC-BUSINESS-DATE     TO HC-H-BUSINESS-DATE
           MOVE HC-FILE-SEQUENCE-NUM TO HC-H-SEQUENCE-NUM
           WRITE HC-REPORT-LINE FROM HC-HEADING-LINE-1.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-GET-SEQUENCE-NUM                                          *
      *     Draws the next feed file sequence number from the HCSEQ    *
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
      *     Prescriptions are stamped as they are written, so an       *
      *     abended night must restart under the same sequence number  *
      *     to pick them up again; the number is parked on the run-    *
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
      * 2000-PROCESS-PRESCRIPTION                                      *
      *----------------------------------------------------------------*
       2000-PROCESS-PRESCRIPTION.
           ADD 1 TO HC-MEDS-READ
           PERFORM 2100-SELECT-EVENT THRU 2100-EXIT
           IF NOT HC-EVENT-NONE
               ADD 1 TO HC-EVENTS-SELECTED
               PERFORM 3000-SEND-PRESCRIPTION THRU 3000-EXIT
           END-IF
           PERFORM 2900-READ-NEXT-MED THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-SELECT-EVENT                                              *
      *     A prescription still awaiting acknowledgement under        *
      *     tonight's sequence number is being re-sent after an abend  *
      *     or on a retransmit, with the event it was stamped with.    *
      *     Otherwise the event is worked out from what the pharmacy   *
      *     was last sent against where the prescription stands now.  *
      *     A new script the pharmacy rejected was never held there,   *
      *     so once it is renewed it is sent again as new.             *
      *     A new script the pharmacy rejected is never held there,    *
      *     so once it is renewed it is sent again as new.             *
      *----------------------------------------------------------------*
       2100-SELECT-EVENT.
           MOVE SPACE TO HC-RX-EVENT
           IF HC-CUTOVER-RUN
               PERFORM 2300-STAMP-AT-CUTOVER THRU 2300-EXIT
               GO TO 2100-EXIT
           END-IF
           IF MF-RX-NEVER-SENT
               GO TO 2110-NOT-YET-SENT
           END-IF
           IF MF-RX-ACK-PENDING
                   AND MF-RX-SENT-SEQ = HC-FILE-SEQUENCE-NUM
                   AND NOT MF-RX-NOT-FOR-PHARMACY
               MOVE MF-RX-SENT-EVENT TO HC-RX-EVENT
               GO TO 2100-EXIT
           END-IF
           IF HC-RESEND-ONLY
                   OR MF-RX-SENT-DISCONTINUE
                   OR MF-RX-NOT-FOR-PHARMACY
               GO TO 2100-EXIT
           END-IF

           IF MF-STATUS-DISCONTINUED
               IF MF-RX-SENT-NEW AND MF-RX-ACK-REJECTED
                   PERFORM 2200-MARK-NOT-FOR-PHARMACY THRU 2200-EXIT
               ELSE
                   SET HC-EVENT-DISCONTINUE TO TRUE
               END-IF
               GO TO 2100-EXIT
           END-IF
           IF MF-RX-SENT-NEW AND MF-RX-ACK-REJECTED
                   AND MF-RENEWAL-COUNT > MF-RX-SENT-RENEWALS
               SET HC-EVENT-NEW TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF MF-RENEWAL-COUNT > MF-RX-SENT-RENEWALS
               SET HC-EVENT-RENEWAL TO TRUE
           END-IF
           GO TO 2100-EXIT.

       2110-NOT-YET-SENT.
           IF HC-RESEND-ONLY
               GO TO 2100-EXIT
           END-IF
           IF MF-STATUS-ACTIVE
               SET HC-EVENT-NEW TO TRUE
           ELSE
               PERFORM 2200-MARK-NOT-FOR-PHARMACY THRU 2200-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-MARK-NOT-FOR-PHARMACY                                     *
      *     A prescription the pharmacy never held needs no stop; it   *
      *     is marked so it is not looked at again, and drops off the  *
      *     prescriber's worklist.                                     *
      *----------------------------------------------------------------*
       2200-MARK-NOT-FOR-PHARMACY.
           IF HC-RESEND-ONLY
               GO TO 2200-EXIT
           END-IF
           SET MF-RX-NOT-FOR-PHARMACY TO TRUE
           MOVE SPACE TO MF-RX-ACK-STATUS
           REWRITE HC-MEDICATION-RECORD
           IF NOT HC-MEDICATION-OK
               PERFORM 2950-COUNT-STAMP-FAILURE THRU 2950-EXIT
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO HC-NOT-FOR-PHARMACY.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-STAMP-AT-CUTOVER                                          *
      *     A prescription written before go-live is already at the    *
      *     pharmacy on paper: it is stamped as a new script sent and  *
      *     accepted, carrying its present renewal count, so only its  *
      *     later renewals and stop are sent.  One already stopped is  *
      *     not for the pharmacy.  Records already stamped are left    *
      *     alone, so a repeated cutover run changes nothing.          *
      *----------------------------------------------------------------*
       2300-STAMP-AT-CUTOVER.
           IF NOT MF-RX-NEVER-SENT
               GO TO 2300-EXIT
           END-IF
           IF NOT MF-STATUS-ACTIVE
               PERFORM 2200-MARK-NOT-FOR-PHARMACY THRU 2200-EXIT
               GO TO 2300-EXIT
           END-IF
           SET MF-RX-SENT-NEW        TO TRUE
           MOVE MF-RENEWAL-COUNT     TO MF-RX-SENT-RENEWALS
           MOVE ZERO                 TO MF-RX-SENT-SEQ
           MOVE HC-BUSINESS-DATE     TO MF-RX-SENT-DATE
           SET MF-RX-ACK-ACCEPTED    TO TRUE
           MOVE HC-BUSINESS-DATE     TO MF-RX-ACK-DATE
           MOVE SPACES               TO MF-RX-REJECT-CODE
           MOVE SPACES               TO MF-RX-REJECT-REASON
           REWRITE HC-MEDICATION-RECORD
           IF NOT HC-MEDICATION-OK
               PERFORM 2950-COUNT-STAMP-FAILURE THRU 2950-EXIT
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO HC-CUTOVER-STAMPED.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2900-READ-NEXT-MED                                             *
      *----------------------------------------------------------------*
       2900-READ-NEXT-MED.
           READ MEDICATION-FILE NEXT RECORD
           IF NOT HC-MEDICATION-OK
               MOVE 'Y' TO HC-MED-EOF-SW
           END-IF.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2950-COUNT-STAMP-FAILURE                                       *
      *     A stamp not on HCMEDS means the prescription would be      *
      *     looked at again as if nothing had been done - sent a       *
      *     second time - so each one is named for the operators and   *
      *     counted against the balance.                               *
      *----------------------------------------------------------------*
       2950-COUNT-STAMP-FAILURE.
           DISPLAY 'HCERXO01 - HCMEDS STAMP FAILED, STATUS '
                   HC-MEDICATION-STATUS ' - PATIENT ' MF-PATIENT-ID
                   ' PRESCRIPTION ' MF-PRESCRIPTION-ID
           ADD 1 TO HC-STAMP-FAILURES.
       2950-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-SEND-PRESCRIPTION                                         *
      *     The P record goes out with the patient's identifying       *
      *     details and the prescriber's name, then the prescription   *
      *     is stamped as sent and awaiting acknowledgement.           *
      *----------------------------------------------------------------*
       3000-SEND-PRESCRIPTION.
           MOVE SPACES TO HC-RX-PRESCRIPTION
           MOVE 'P'                TO RX-P-RECORD-TYPE
           MOVE HC-RX-EVENT        TO RX-P-EVENT
           MOVE MF-PATIENT-ID      TO RX-P-PATIENT-ID
           MOVE MF-PRESCRIPTION-ID TO RX-P-PRESCRIPTION-ID

           MOVE MF-PATIENT-ID TO PF-PATIENT-ID
           READ PATIENT-FILE
           IF HC-PATIENT-OK
               MOVE PF-LAST-NAME  TO RX-P-LAST-NAME
               MOVE PF-FIRST-NAME TO RX-P-FIRST-NAME
               MOVE PF-DOB        TO RX-P-DOB
           END-IF

           MOVE MF-DRUG-NAME       TO RX-P-DRUG-NAME
           MOVE MF-STRENGTH        TO RX-P-STRENGTH
           MOVE MF-AMOUNT          TO RX-P-AMOUNT
           MOVE MF-DOSAGE-UOM      TO RX-P-DOSAGE-UOM
           MOVE MF-ROUTE           TO RX-P-ROUTE
           MOVE MF-FREQUENCY       TO RX-P-FREQUENCY
           MOVE MF-NUM-SCHEDULE-TIMES TO RX-P-NUM-SCHEDULE-TIMES
           PERFORM 3100-MOVE-SCHEDULE-TIME THRU 3100-EXIT
               VARYING HC-SCHED-IDX FROM 1 BY 1
               UNTIL HC-SCHED-IDX > 4
           MOVE MF-START-DATE      TO RX-P-START-DATE
           MOVE MF-END-DATE        TO RX-P-END-DATE
           MOVE MF-DISCONTINUE-DATE TO RX-P-DISCONTINUE-DATE
           MOVE MF-RENEWAL-COUNT   TO RX-P-RENEWAL-COUNT
           MOVE MF-PRESCRIBER-ID   TO RX-P-PRESCRIBER-ID

           MOVE MF-PRESCRIBER-ID TO OP-OPERATOR-ID
           READ OPERATOR-FILE
           IF HC-OPERATOR-OK
               MOVE OP-OPERATOR-NAME TO RX-P-PRESCRIBER-NAME
           END-IF

           WRITE HC-INTERCHANGE-RECORD FROM HC-RX-PRESCRIPTION
           IF NOT HC-INTERCHANGE-OK
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO HC-RECORDS-WRITTEN
           ADD MF-PATIENT-ID TO HC-PATIENT-HASH
           EVALUATE TRUE
               WHEN HC-EVENT-NEW
                   ADD 1 TO HC-NEW-WRITTEN
               WHEN HC-EVENT-RENEWAL
                   ADD 1 TO HC-RENEWALS-WRITTEN
               WHEN HC-EVENT-DISCONTINUE
                   ADD 1 TO HC-STOPS-WRITTEN
           END-EVALUATE

           MOVE HC-RX-EVENT          TO MF-RX-SENT-EVENT
           MOVE MF-RENEWAL-COUNT     TO MF-RX-SENT-RENEWALS
           MOVE HC-FILE-SEQUENCE-NUM TO MF-RX-SENT-SEQ
           MOVE HC-BUSINESS-DATE     TO MF-RX-SENT-DATE
           SET MF-RX-ACK-PENDING     TO TRUE
           MOVE SPACES               TO MF-RX-ACK-DATE
           MOVE SPACES               TO MF-RX-REJECT-CODE
           MOVE SPACES               TO MF-RX-REJECT-REASON
           REWRITE HC-MEDICATION-RECORD
           IF NOT HC-MEDICATION-OK
               PERFORM 2950-COUNT-STAMP-FAILURE THRU 2950-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-MOVE-SCHEDULE-TIME                                        *
      *----------------------------------------------------------------*
       3100-MOVE-SCHEDULE-TIME.
           MOVE MF-SCHEDULE-TIME (HC-SCHED-IDX)
                                 TO RX-P-SCHEDULE-TIME (HC-SCHED-IDX).
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-WRITE-TRAILER                                             *
      *----------------------------------------------------------------*
       4000-WRITE-TRAILER.
           IF HC-CUTOVER-RUN
               GO TO 4000-EXIT
           END-IF
           MOVE SPACES TO HC-RX-TRAILER
           MOVE 'T' TO RX-T-RECORD-TYPE
           MOVE HC-RECORDS-WRITTEN   TO RX-T-RECORD-COUNT
           MOVE HC-NEW-WRITTEN       TO RX-T-NEW-COUNT
           MOVE HC-RENEWALS-WRITTEN  TO RX-T-RENEWAL-COUNT
           MOVE HC-STOPS-WRITTEN     TO RX-T-DISCONTINUE-COUNT
           MOVE HC-PATIENT-HASH      TO RX-T-PATIENT-HASH
           MOVE HC-FILE-SEQUENCE-NUM TO RX-T-SEQUENCE-NUM
           WRITE HC-INTERCHANGE-RECORD FROM HC-RX-TRAILER.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9000-TERMINATE                                                 *
      *     The reconciliation report proves the feed: every event     *
      *     selected must have been written and stamped.               *
      *----------------------------------------------------------------*
       9000-TERMINATE.
           MOVE 'PRESCRIPTIONS READ :' TO HC-C-TITLE
           MOVE HC-MEDS-READ           TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'EVENTS SELECTED    :' TO HC-C-TITLE
           MOVE HC-EVENTS-SELECTED     TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'NEW SCRIPTS SENT   :' TO HC-C-TITLE
           MOVE HC-NEW-WRITTEN         TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'RENEWALS SENT      :' TO HC-C-TITLE
           MOVE HC-RENEWALS-WRITTEN    TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'STOPS SENT         :' TO HC-C-TITLE
           MOVE HC-STOPS-WRITTEN       TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'RECORDS WRITTEN    :' TO HC-C-TITLE
           MOVE HC-RECORDS-WRITTEN     TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'NOT FOR PHARMACY   :' TO HC-C-TITLE
           MOVE HC-NOT-FOR-PHARMACY    TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'STAMP FAILURES     :' TO HC-C-TITLE
           MOVE HC-STAMP-FAILURES      TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           IF HC-CUTOVER-RUN
               MOVE 'STAMPED AT CUTOVER :' TO HC-C-TITLE
               MOVE HC-CUTOVER-STAMPED     TO HC-C-COUNT
               WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           END-IF
           MOVE 'PATIENT HASH TOTAL :' TO HC-X-TITLE
           MOVE HC-PATIENT-HASH        TO HC-X-HASH
           WRITE HC-REPORT-LINE FROM HC-HASH-LINE

           IF HC-EVENTS-SELECTED = HC-RECORDS-WRITTEN
                   AND HC-STAMP-FAILURES = 0
               MOVE 'FEED RECONCILED - COUNTS MATCH'
                                         TO HC-R-TEXT
           ELSE
               MOVE 'OUT OF BALANCE - DO NOT TRANSMIT'
                                         TO HC-R-TEXT
               SET HC-FEED-OUT-OF-BALANCE TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE HC-REPORT-LINE FROM HC-RESULT-LINE

           IF HC-MED-FILE-PRESENT
               CLOSE MEDICATION-FILE
           END-IF
           CLOSE PATIENT-FILE
           CLOSE OPERATOR-FILE
           IF NOT HC-CUTOVER-RUN
               CLOSE INTERCHANGE-FILE
           END-IF
           CLOSE RECON-REPORT
           DISPLAY 'HCERXO01 - SEQ ' HC-FILE-SEQUENCE-NUM
                   ' RECORDS WRITTEN : ' HC-RECORDS-WRITTEN

      *    An unbalanced feed ends the job in flight, so the rerun
      *    restarts under the same sequence number once put right.
           IF HC-RETRANSMIT-RUN
                   OR HC-CUTOVER-RUN
                   OR HC-FEED-OUT-OF-BALANCE
               GO TO 9000-EXIT
           END-IF

           SET RC-FUNC-END TO TRUE
           MOVE HC-MEDS-READ       TO RC-RECORDS-READ
           MOVE HC-RECORDS-WRITTEN TO RC-RECORDS-WRITTEN
           CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA.
       9000-EXIT.
           EXIT.
