      ******************************************************************
      * IDENTIFICATION DIVISION                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCERXI01.
       AUTHOR.        R S GUPTA.
       INSTALLATION.  DEMOHEALTHCARE - PATIENT SERVICES.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      * HCERXI01 - PHARMACY ACKNOWLEDGEMENTS AND PRESCRIBER WORKLIST   *
      *                                                                *
      * Batch job run against the pharmacy's acknowledgement file     *
      * (HCERAREC).  Each record is matched to the HCMEDS             *
      * prescription HCERXO01 sent under the same key, file sequence  *
      * number and event, and the pharmacy's answer is stamped on it: *
      * accepted, or rejected with the pharmacy's reason code and     *
      * text.  An acknowledgement that matches nothing awaiting one - *
      * wrong key, a file or event since overtaken by a later one, or *
      * already acknowledged - is listed as unmatched on the posting  *
      * report for the pharmacy liaison to query.                     *
      *                                                                *
      * The prescriber worklist is then built from HCMEDS itself, so  *
      * a script never silently fails to reach the pharmacy.  It      *
      * lists, grouped by the prescriber who wrote or last renewed    *
      * the prescription (MF-PRESCRIBER-ID):                          *
      *                                                                *
      *   - every prescription whose latest transmission the pharmacy *
      *     rejected, whatever night it was rejected, until the       *
      *     prescriber acts on it - a renewal or a stop goes out as   *
      *     a new transmission and takes it off;                      *
      *   - every transmission still unacknowledged more than the     *
      *     card's days (default 2) after it was sent.                *
      *                                                                *
      * There is no sort step: the items go to the indexed work file  *
      * HCERXWK keyed by prescriber, read back a prescriber at a      *
      * time.  The work file is rebuilt every run.                    *
      *                                                                *
      * The SYSIN parameter card carries the business date (blank     *
      * defaults to today) and the acknowledgement days.  Wired to    *
      * the HCRUNC01 run-control module as HCCLMR01 is: a business    *
      * date already run to completion is refused, and the            *
      * acknowledgement reader checkpoints every 1000 records so an   *
      * abended run restarts past the records it has already posted,  *
      * with the accepted, rejected and unmatched counts carried in   *
      * the checkpoint key; the worklist is always rebuilt whole.      *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original program.                               *
      * 2026-10-15 RSG Accepted, rejected and unmatched counts carried *
      *                in the checkpoint key and restored on restart. *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE ASSIGN TO HCERAIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HC-ACK-STATUS.

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

           SELECT WORK-FILE ASSIGN TO HCERXWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RW-WORK-KEY
               FILE STATUS IS HC-WORK-STATUS.

           SELECT POSTING-REPORT ASSIGN TO HCERARPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HC-REPORT-STATUS.

           SELECT PRESCRIBER-WORKLIST ASSIGN TO HCERXWRK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HC-WORKLIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACK-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY HCERAREC.

       FD  MEDICATION-FILE.
           COPY HCMEDREC.

       FD  PATIENT-FILE.
           COPY HCPATREC.

       FD  OPERATOR-FILE.
           COPY HCOPRREC.

       FD  WORK-FILE.
           COPY HCERWREC.

       FD  POSTING-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  HC-REPORT-LINE                PIC X(132).

       FD  PRESCRIBER-WORKLIST
           RECORD CONTAINS 132 CHARACTERS.
       01  HC-WORKLIST-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    POSTING PARAMETER CARD (FROM SYSIN)                         *
      *----------------------------------------------------------------*
       01  HC-PARM-CARD.
           05 HC-PARM-BUSINESS-DATE      PIC X(10).
           05 HC-PARM-ACK-DAYS           PIC 9(02).

      *----------------------------------------------------------------*
      *    FILE STATUS SWITCHES                                        *
      *----------------------------------------------------------------*
       01  HC-ACK-STATUS                 PIC X(02) VALUE '00'.
           88 HC-ACK-OK                            VALUE '00'.
           88 HC-ACK-NOT-THERE                     VALUE '35'.

       01  HC-MEDICATION-STATUS          PIC X(02) VALUE '00'.
           88 HC-MEDICATION-OK                     VALUE '00'.
           88 HC-MEDICATION-NOT-THERE              VALUE '35'.

       01  HC-PATIENT-STATUS             PIC X(02) VALUE '00'.
           88 HC-PATIENT-OK                        VALUE '00'.

       01  HC-OPERATOR-STATUS            PIC X(02) VALUE '00'.
           88 HC-OPERATOR-OK                       VALUE '00'.

       01  HC-WORK-STATUS                PIC X(02) VALUE '00'.
           88 HC-WORK-OK                           VALUE '00'.

       01  HC-REPORT-STATUS              PIC X(02) VALUE '00'.
           88 HC-REPORT-OK                         VALUE '00'.

       01  HC-WORKLIST-STATUS            PIC X(02) VALUE '00'.
           88 HC-WORKLIST-OK                       VALUE '00'.

       01  HC-WORK-SWITCHES.
           05 HC-ACK-EOF-SW              PIC X(01) VALUE 'N'.
              88 HC-NO-MORE-ACKS                   VALUE 'Y'.
           05 HC-SCAN-EOF-SW             PIC X(01) VALUE 'N'.
              88 HC-NO-MORE-RECORDS                VALUE 'Y'.
           05 HC-MATCH-SW                PIC X(01) VALUE 'N'.
              88 HC-ACK-MATCHED                    VALUE 'Y'.
              88 HC-ACK-NOT-MATCHED                VALUE 'N'.
           05 HC-MED-FILE-SW             PIC X(01) VALUE 'N'.
              88 HC-MED-FILE-OPEN                  VALUE 'Y'.
           05 HC-ACK-FILE-SW             PIC X(01) VALUE 'N'.
              88 HC-ACK-FILE-OPEN                  VALUE 'Y'.

      *----------------------------------------------------------------*
      *    MATCHING AND WORKLIST WORK AREAS                            *
      *----------------------------------------------------------------*
       01  HC-UNMATCHED-REASON           PIC X(30).
       01  HC-ACK-DAYS                   PIC 9(02).
       01  HC-WORK-SEQ                   PIC 9(07) VALUE 0.
       01  HC-LAST-PRESCRIBER            PIC X(04).
       01  HC-DAYS-WAITING               PIC 9(05).
       01  HC-DAYS-WAITING-EDIT          PIC ZZZZ9.

       01  HC-CURRENT-DATE-TIME          PIC X(21).
       01  HC-BUSINESS-DATE              PIC X(10).
       01  HC-BUSINESS-INTEGER           PIC 9(08).
       01  HC-SENT-INTEGER               PIC 9(08).
       01  HC-DATE-COMPACT               PIC 9(08).
       01  HC-DATE-COMPACT-X REDEFINES HC-DATE-COMPACT
                                         PIC X(08).

      *----------------------------------------------------------------*
      *    REPORT COUNTS                                               *
      *----------------------------------------------------------------*
       01  HC-REPORT-COUNTS.
           05 HC-ACKS-READ               PIC 9(07) VALUE 0.
           05 HC-ACKS-POSTED             PIC 9(07) VALUE 0.
           05 HC-ACKS-UNMATCHED          PIC 9(07) VALUE 0.
           05 HC-ACKS-ACCEPTED           PIC 9(07) VALUE 0.
           05 HC-ACKS-REJECTED           PIC 9(07) VALUE 0.
           05 HC-MEDS-READ               PIC 9(07) VALUE 0.
           05 HC-ITEMS-REJECTED          PIC 9(07) VALUE 0.
           05 HC-ITEMS-NO-ACK            PIC 9(07) VALUE 0.

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
              VALUE 'DEMOHEALTHCARE - PHARMACY ACKNOWLEDGEMENTS'.
           05 FILLER                     PIC X(15)
              VALUE 'BUSINESS DATE '.
           05 HC-H-BUSINESS-DATE         PIC X(10).
           05 FILLER                     PIC X(63) VALUE SPACES.

       01  HC-UNMATCHED-LINE.
           05 FILLER                     PIC X(12)
              VALUE 'UNMATCHED   '.
           05 HC-U-SEQUENCE-NUM          PIC 9(06).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-U-PATIENT-ID            PIC 9(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-U-PRESCRIPTION-ID       PIC 9(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-U-EVENT                 PIC X(01).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-U-ACK-STATUS            PIC X(01).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-U-REASON                PIC X(30).
           05 FILLER                     PIC X(52) VALUE SPACES.

       01  HC-WL-HEADING-LINE-1.
           05 FILLER                     PIC X(46)
              VALUE 'DEMOHEALTHCARE - PHARMACY PRESCRIBER WORKLIST'.
           05 FILLER                     PIC X(15)
              VALUE 'BUSINESS DATE '.
           05 HC-WH-BUSINESS-DATE        PIC X(10).
           05 FILLER                     PIC X(61) VALUE SPACES.

       01  HC-WL-HEADING-LINE-2.
           05 FILLER                     PIC X(132)
              VALUE 'PATIENT ID  NAME                            PRESCRI
      -       'PTION  DRUG                  EV  SENT        PROBLEM'.

       01  HC-PRESCRIBER-LINE.
           05 FILLER                     PIC X(12)
              VALUE 'PRESCRIBER '.
           05 HC-P-PRESCRIBER-ID         PIC X(04).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-P-PRESCRIBER-NAME       PIC X(30).
           05 FILLER                     PIC X(84) VALUE SPACES.

       01  HC-WL-DETAIL-LINE.
           05 HC-W-PATIENT-ID            PIC 9(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-W-LAST-NAME             PIC X(20).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 HC-W-FIRST-NAME            PIC X(10).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 HC-W-PRESCRIPTION-ID       PIC 9(10).
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 HC-W-DRUG-NAME             PIC X(20).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-W-EVENT                 PIC X(01).
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 HC-W-SENT-DATE             PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-W-PROBLEM               PIC X(37).

       01  HC-WL-REASON-LINE.
           05 FILLER                     PIC X(12) VALUE SPACES.
           05 FILLER                     PIC X(17)
              VALUE 'PHARMACY REASON '.
           05 HC-WR-REJECT-CODE          PIC X(05).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-WR-REJECT-REASON        PIC X(40).
           05 FILLER                     PIC X(56) VALUE SPACES.

       01  HC-NONE-LINE.
           05 FILLER                     PIC X(40)
              VALUE 'NOTHING OUTSTANDING WITH THE PHARMACY'.
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
               PERFORM 2000-POST-ACK         THRU 2000-EXIT
                   UNTIL HC-NO-MORE-ACKS
               PERFORM 5000-BUILD-WORKLIST   THRU 5000-EXIT
               PERFORM 6000-PRINT-WORKLIST   THRU 6000-EXIT
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
           IF HC-PARM-ACK-DAYS IS NUMERIC
                   AND HC-PARM-ACK-DAYS > 0
               MOVE HC-PARM-ACK-DAYS TO HC-ACK-DAYS
           ELSE
               MOVE 2 TO HC-ACK-DAYS
           END-IF
           STRING HC-BUSINESS-DATE (1:4)
                  HC-BUSINESS-DATE (6:2)
                  HC-BUSINESS-DATE (9:2)
                  DELIMITED BY SIZE INTO HC-DATE-COMPACT-X
           COMPUTE HC-BUSINESS-INTEGER =
               FUNCTION INTEGER-OF-DATE (HC-DATE-COMPACT)

           MOVE 'HCERXI01' TO RC-JOB-NAME
           MOVE HC-BUSINESS-DATE TO RC-RUN-DATE
           SET RC-FUNC-START TO TRUE
           CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA
           IF RC-REPLY-ALREADY-RUN
               DISPLAY 'HCERXI01 - ALREADY COMPLETE FOR '
                       HC-BUSINESS-DATE ' - RUN REFUSED'
               SET HC-RUN-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT PATIENT-FILE
           OPEN INPUT OPERATOR-FILE
           OPEN I-O   MEDICATION-FILE
           IF HC-MEDICATION-OK
               SET HC-MED-FILE-OPEN TO TRUE
           END-IF
           OPEN OUTPUT PRESCRIBER-WORKLIST
           IF RC-REPLY-RESTART
               OPEN EXTEND POSTING-REPORT
           ELSE
               OPEN OUTPUT POSTING-REPORT
               MOVE HC-BUSINESS-DATE TO HC-H-BUSINESS-DATE
               WRITE HC-REPORT-LINE FROM HC-HEADING-LINE-1
           END-IF

      *    No acknowledgement file tonight is not an error - the
      *    worklist still goes out, and lists what is waiting on one.
           OPEN INPUT ACK-FILE
           IF NOT HC-ACK-OK
               MOVE 'Y' TO HC-ACK-EOF-SW
               GO TO 1000-EXIT
           END-IF
           SET HC-ACK-FILE-OPEN TO TRUE
           IF RC-REPLY-RESTART
               MOVE RC-RECORDS-READ    TO HC-RESTART-SKIP-COUNT
               MOVE RC-RECORDS-READ    TO HC-ACKS-READ
               MOVE RC-RECORDS-WRITTEN TO HC-ACKS-POSTED
               IF RC-CHECKPOINT-KEY NOT = SPACES
                   MOVE RC-CHECKPOINT-KEY (1:7)  TO HC-ACKS-ACCEPTED
                   MOVE RC-CHECKPOINT-KEY (8:7)  TO HC-ACKS-REJECTED
                   MOVE RC-CHECKPOINT-KEY (15:7) TO HC-ACKS-UNMATCHED
               END-IF
               PERFORM 1100-SKIP-POSTED-ACKS THRU 1100-EXIT
           END-IF
           PERFORM 2900-READ-NEXT-ACK THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-SKIP-POSTED-ACKS                                          *
      *     The acknowledgement file is plain sequential, so a restart *
      *     positions by record count: the checkpointed records are    *
      *     already stamped and must not be reported as unmatched      *
      *     (already acknowledged) a second time.                      *
      *----------------------------------------------------------------*
       1100-SKIP-POSTED-ACKS.
           PERFORM 1110-SKIP-ONE-ACK THRU 1110-EXIT
               UNTIL HC-RESTART-SKIP-COUNT = 0
                  OR HC-NO-MORE-ACKS.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1110-SKIP-ONE-ACK                                              *
      *----------------------------------------------------------------*
       1110-SKIP-ONE-ACK.
           READ ACK-FILE
           IF HC-ACK-OK
               SUBTRACT 1 FROM HC-RESTART-SKIP-COUNT
           ELSE
               MOVE 'Y' TO HC-ACK-EOF-SW
           END-IF.
       1110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-POST-ACK                                                  *
      *----------------------------------------------------------------*
       2000-POST-ACK.
           ADD 1 TO HC-ACKS-READ
           PERFORM 3000-MATCH-PRESCRIPTION THRU 3000-EXIT
           IF HC-ACK-MATCHED
               ADD 1 TO HC-ACKS-POSTED
           ELSE
               ADD 1 TO HC-ACKS-UNMATCHED
               PERFORM 4000-REPORT-UNMATCHED THRU 4000-EXIT
           END-IF

           ADD 1 TO HC-CHECKPOINT-COUNT
           IF HC-CHECKPOINT-COUNT >= HC-CHECKPOINT-INTERVAL
               MOVE 0 TO HC-CHECKPOINT-COUNT
               PERFORM 8900-TAKE-CHECKPOINT THRU 8900-EXIT
           END-IF
           PERFORM 2900-READ-NEXT-ACK THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2900-READ-NEXT-ACK                                             *
      *----------------------------------------------------------------*
       2900-READ-NEXT-ACK.
           READ ACK-FILE
           IF NOT HC-ACK-OK
               MOVE 'Y' TO HC-ACK-EOF-SW
           END-IF.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-MATCH-PRESCRIPTION                                        *
      *     The prescription must exist under the same key, its        *
      *     latest transmission must be the file and event the         *
      *     pharmacy quotes, and it must still be awaiting an answer.  *
      *----------------------------------------------------------------*
       3000-MATCH-PRESCRIPTION.
           SET HC-ACK-NOT-MATCHED TO TRUE
           IF NOT HC-MED-FILE-OPEN
               MOVE 'NO PRESCRIPTION FILE' TO HC-UNMATCHED-REASON
               GO TO 3000-EXIT
           END-IF
           IF NOT RA-ACCEPTED AND NOT RA-REJECTED
               MOVE 'ACK STATUS NOT A OR R' TO HC-UNMATCHED-REASON
               GO TO 3000-EXIT
           END-IF
           MOVE RA-PATIENT-ID      TO MF-PATIENT-ID
           MOVE RA-PRESCRIPTION-ID TO MF-PRESCRIPTION-ID
           READ MEDICATION-FILE
           IF NOT HC-MEDICATION-OK
               MOVE 'NO SUCH PRESCRIPTION' TO HC-UNMATCHED-REASON
               GO TO 3000-EXIT
           END-IF
           IF MF-RX-NEVER-SENT OR MF-RX-NOT-FOR-PHARMACY
               MOVE 'PRESCRIPTION NEVER SENT' TO HC-UNMATCHED-REASON
               GO TO 3000-EXIT
           END-IF
           IF MF-RX-SENT-SEQ NOT = RA-FILE-SEQUENCE-NUM
                   OR MF-RX-SENT-EVENT NOT = RA-EVENT
               MOVE 'OVERTAKEN BY A LATER SEND' TO HC-UNMATCHED-REASON
               GO TO 3000-EXIT
           END-IF
           IF NOT MF-RX-ACK-PENDING
               MOVE 'ALREADY ACKNOWLEDGED' TO HC-UNMATCHED-REASON
               GO TO 3000-EXIT
           END-IF

           MOVE HC-BUSINESS-DATE TO MF-RX-ACK-DATE
           IF RA-ACCEPTED
               SET MF-RX-ACK-ACCEPTED TO TRUE
               MOVE SPACES TO MF-RX-REJECT-CODE
               MOVE SPACES TO MF-RX-REJECT-REASON
           ELSE
               SET MF-RX-ACK-REJECTED TO TRUE
               MOVE RA-REJECT-CODE   TO MF-RX-REJECT-CODE
               MOVE RA-REJECT-REASON TO MF-RX-REJECT-REASON
           END-IF
           REWRITE HC-MEDICATION-RECORD
           IF NOT HC-MEDICATION-OK
               MOVE 'PRESCRIPTION UPDATE FAILED' TO HC-UNMATCHED-REASON
               GO TO 3000-EXIT
           END-IF

           SET HC-ACK-MATCHED TO TRUE
           IF RA-ACCEPTED
               ADD 1 TO HC-ACKS-ACCEPTED
           ELSE
               ADD 1 TO HC-ACKS-REJECTED
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-REPORT-UNMATCHED                                          *
      *----------------------------------------------------------------*
       4000-REPORT-UNMATCHED.
           MOVE RA-FILE-SEQUENCE-NUM TO HC-U-SEQUENCE-NUM
           MOVE RA-PATIENT-ID        TO HC-U-PATIENT-ID
           MOVE RA-PRESCRIPTION-ID   TO HC-U-PRESCRIPTION-ID
           MOVE RA-EVENT             TO HC-U-EVENT
           MOVE RA-ACK-STATUS        TO HC-U-ACK-STATUS
           MOVE HC-UNMATCHED-REASON  TO HC-U-REASON
           WRITE HC-REPORT-LINE FROM HC-UNMATCHED-LINE.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-BUILD-WORKLIST                                            *
      *     One pass over the prescriptions for everything the         *
      *     pharmacy has refused or not yet answered in time.          *
      *----------------------------------------------------------------*
       5000-BUILD-WORKLIST.
           OPEN OUTPUT WORK-FILE
           CLOSE WORK-FILE
           OPEN I-O WORK-FILE
           IF NOT HC-MED-FILE-OPEN
               GO TO 5000-EXIT
           END-IF
           MOVE 'N' TO HC-SCAN-EOF-SW
           MOVE ZERO TO MF-PATIENT-ID
           MOVE ZERO TO MF-PRESCRIPTION-ID
           START MEDICATION-FILE KEY IS >= MF-MED-KEY
           IF NOT HC-MEDICATION-OK
               MOVE 'Y' TO HC-SCAN-EOF-SW
           ELSE
               PERFORM 5900-READ-NEXT-MED THRU 5900-EXIT
           END-IF
           PERFORM 5100-CHECK-PRESCRIPTION THRU 5100-EXIT
               UNTIL HC-NO-MORE-RECORDS.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5100-CHECK-PRESCRIPTION                                        *
      *----------------------------------------------------------------*
       5100-CHECK-PRESCRIPTION.
           ADD 1 TO HC-MEDS-READ
           IF MF-RX-NEVER-SENT OR MF-RX-NOT-FOR-PHARMACY
               GO TO 5100-NEXT
           END-IF
           IF MF-RX-ACK-REJECTED
               SET RW-ITEM-REJECTED TO TRUE
               ADD 1 TO HC-ITEMS-REJECTED
               PERFORM 5200-WRITE-ITEM THRU 5200-EXIT
               GO TO 5100-NEXT
           END-IF
           IF NOT MF-RX-ACK-PENDING
               GO TO 5100-NEXT
           END-IF

           MOVE 0 TO HC-SENT-INTEGER
           IF MF-RX-SENT-DATE (1:4) IS NUMERIC
                   AND MF-RX-SENT-DATE (6:2) IS NUMERIC
                   AND MF-RX-SENT-DATE (9:2) IS NUMERIC
               STRING MF-RX-SENT-DATE (1:4)
                      MF-RX-SENT-DATE (6:2)
                      MF-RX-SENT-DATE (9:2)
                      DELIMITED BY SIZE INTO HC-DATE-COMPACT-X
               COMPUTE HC-SENT-INTEGER =
                   FUNCTION INTEGER-OF-DATE (HC-DATE-COMPACT)
           END-IF
           IF HC-SENT-INTEGER + HC-ACK-DAYS < HC-BUSINESS-INTEGER
               SET RW-ITEM-NO-ACK TO TRUE
               ADD 1 TO HC-ITEMS-NO-ACK
               PERFORM 5200-WRITE-ITEM THRU 5200-EXIT
           END-IF.

       5100-NEXT.
           PERFORM 5900-READ-NEXT-MED THRU 5900-EXIT.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5200-WRITE-ITEM                                                *
      *     RW-ITEM-TYPE is set by the caller.                         *
      *----------------------------------------------------------------*
       5200-WRITE-ITEM.
           ADD 1 TO HC-WORK-SEQ
           MOVE MF-PRESCRIBER-ID    TO RW-PRESCRIBER-ID
           MOVE HC-WORK-SEQ         TO RW-WORK-SEQ
           MOVE MF-PATIENT-ID       TO RW-PATIENT-ID
           MOVE MF-PRESCRIPTION-ID  TO RW-PRESCRIPTION-ID
           MOVE MF-RX-SENT-EVENT    TO RW-EVENT
           MOVE MF-DRUG-NAME        TO RW-DRUG-NAME
           MOVE MF-RX-SENT-DATE     TO RW-SENT-DATE
           MOVE MF-RX-ACK-DATE      TO RW-ACK-DATE
           MOVE MF-RX-REJECT-CODE   TO RW-REJECT-CODE
           MOVE MF-RX-REJECT-REASON TO RW-REJECT-REASON
           WRITE HC-RX-WORK-RECORD.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5900-READ-NEXT-MED                                             *
      *----------------------------------------------------------------*
       5900-READ-NEXT-MED.
           READ MEDICATION-FILE NEXT RECORD
           IF NOT HC-MEDICATION-OK
               MOVE 'Y' TO HC-SCAN-EOF-SW
           END-IF.
       5900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-PRINT-WORKLIST                                            *
      *----------------------------------------------------------------*
       6000-PRINT-WORKLIST.
           MOVE HC-BUSINESS-DATE TO HC-WH-BUSINESS-DATE
           WRITE HC-WORKLIST-LINE FROM HC-WL-HEADING-LINE-1
           WRITE HC-WORKLIST-LINE FROM HC-WL-HEADING-LINE-2
           CLOSE WORK-FILE
           OPEN INPUT WORK-FILE
           MOVE HIGH-VALUES TO HC-LAST-PRESCRIBER
           MOVE 'N' TO HC-SCAN-EOF-SW
           PERFORM 6900-READ-NEXT-ITEM THRU 6900-EXIT
           IF HC-NO-MORE-RECORDS
               WRITE HC-WORKLIST-LINE FROM HC-NONE-LINE
           END-IF
           PERFORM 6100-PRINT-ITEM THRU 6100-EXIT
               UNTIL HC-NO-MORE-RECORDS
           CLOSE WORK-FILE.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6100-PRINT-ITEM                                                *
      *     A new prescriber starts with their name off the operator   *
      *     file; a rejection carries the pharmacy's reason on a       *
      *     second line.                                               *
      *----------------------------------------------------------------*
       6100-PRINT-ITEM.
           IF RW-PRESCRIBER-ID NOT = HC-LAST-PRESCRIBER
               PERFORM 6200-PRINT-PRESCRIBER THRU 6200-EXIT
           END-IF

           MOVE RW-PATIENT-ID TO PF-PATIENT-ID
           READ PATIENT-FILE
           IF HC-PATIENT-OK
               MOVE PF-LAST-NAME  TO HC-W-LAST-NAME
               MOVE PF-FIRST-NAME TO HC-W-FIRST-NAME
           ELSE
               MOVE '(NOT ON MASTER)' TO HC-W-LAST-NAME
               MOVE SPACES            TO HC-W-FIRST-NAME
           END-IF
           MOVE RW-PATIENT-ID      TO HC-W-PATIENT-ID
           MOVE RW-PRESCRIPTION-ID TO HC-W-PRESCRIPTION-ID
           MOVE RW-DRUG-NAME       TO HC-W-DRUG-NAME
           MOVE RW-EVENT           TO HC-W-EVENT
           MOVE RW-SENT-DATE       TO HC-W-SENT-DATE
           MOVE SPACES             TO HC-W-PROBLEM
           IF RW-ITEM-REJECTED
               STRING 'REJECTED BY PHARMACY ' RW-ACK-DATE
                   DELIMITED BY SIZE INTO HC-W-PROBLEM
           ELSE
               STRING RW-SENT-DATE (1:4)
                      RW-SENT-DATE (6:2)
                      RW-SENT-DATE (9:2)
                      DELIMITED BY SIZE INTO HC-DATE-COMPACT-X
               IF HC-DATE-COMPACT-X IS NUMERIC
                   COMPUTE HC-DAYS-WAITING = HC-BUSINESS-INTEGER
                       - FUNCTION INTEGER-OF-DATE (HC-DATE-COMPACT)
                   MOVE HC-DAYS-WAITING TO HC-DAYS-WAITING-EDIT
                   STRING 'NO ACKNOWLEDGEMENT AFTER '
                          HC-DAYS-WAITING-EDIT ' DAYS'
                       DELIMITED BY SIZE INTO HC-W-PROBLEM
               ELSE
                   MOVE 'NO ACKNOWLEDGEMENT' TO HC-W-PROBLEM
               END-IF
           END-IF
           WRITE HC-WORKLIST-LINE FROM HC-WL-DETAIL-LINE

           IF RW-ITEM-REJECTED
               MOVE RW-REJECT-CODE   TO HC-WR-REJECT-CODE
               MOVE RW-REJECT-REASON TO HC-WR-REJECT-REASON
               WRITE HC-WORKLIST-LINE FROM HC-WL-REASON-LINE
           END-IF
           PERFORM 6900-READ-NEXT-ITEM THRU 6900-EXIT.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6200-PRINT-PRESCRIBER                                          *
      *----------------------------------------------------------------*
       6200-PRINT-PRESCRIBER.
           MOVE RW-PRESCRIBER-ID TO HC-LAST-PRESCRIBER
           WRITE HC-WORKLIST-LINE FROM HC-BLANK-LINE
           MOVE RW-PRESCRIBER-ID TO HC-P-PRESCRIBER-ID
           IF RW-PRESCRIBER-ID = SPACES
               MOVE '(PRESCRIBER NOT RECORDED)' TO HC-P-PRESCRIBER-NAME
           ELSE
               MOVE RW-PRESCRIBER-ID TO OP-OPERATOR-ID
               READ OPERATOR-FILE
               IF HC-OPERATOR-OK
                   MOVE OP-OPERATOR-NAME TO HC-P-PRESCRIBER-NAME
               ELSE
                   MOVE '(NOT ON OPERATOR FILE)'
                                         TO HC-P-PRESCRIBER-NAME
               END-IF
           END-IF
           WRITE HC-WORKLIST-LINE FROM HC-PRESCRIBER-LINE.
       6200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6900-READ-NEXT-ITEM                                            *
      *----------------------------------------------------------------*
       6900-READ-NEXT-ITEM.
           READ WORK-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO HC-SCAN-EOF-SW
           END-READ.
       6900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8900-TAKE-CHECKPOINT                                           *
      *     Taken after the acknowledgement is stamped on the          *
      *     prescription, so a restart resumes with the next record    *
      *     and never posts one twice.                                 *
      *----------------------------------------------------------------*
       8900-TAKE-CHECKPOINT.
           SET RC-FUNC-CHECKPOINT TO TRUE
           MOVE HC-ACKS-READ   TO RC-RECORDS-READ
           MOVE HC-ACKS-POSTED TO RC-RECORDS-WRITTEN
           MOVE SPACES         TO RC-CHECKPOINT-KEY
           MOVE HC-ACKS-ACCEPTED  TO RC-CHECKPOINT-KEY (1:7)
           MOVE HC-ACKS-REJECTED  TO RC-CHECKPOINT-KEY (8:7)
           MOVE HC-ACKS-UNMATCHED TO RC-CHECKPOINT-KEY (15:7)
           CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA.
       8900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9000-TERMINATE                                                 *
      *----------------------------------------------------------------*
       9000-TERMINATE.
           MOVE 'ACKS READ          :' TO HC-C-TITLE
           MOVE HC-ACKS-READ           TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'ACKS POSTED        :' TO HC-C-TITLE
           MOVE HC-ACKS-POSTED         TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'ACKS UNMATCHED     :' TO HC-C-TITLE
           MOVE HC-ACKS-UNMATCHED      TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'ACCEPTED           :' TO HC-C-TITLE
           MOVE HC-ACKS-ACCEPTED       TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'REJECTED           :' TO HC-C-TITLE
           MOVE HC-ACKS-REJECTED       TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE

           WRITE HC-WORKLIST-LINE FROM HC-BLANK-LINE
           MOVE 'PRESCRIPTIONS READ :' TO HC-C-TITLE
           MOVE HC-MEDS-READ           TO HC-C-COUNT
           WRITE HC-WORKLIST-LINE FROM HC-COUNT-LINE
           MOVE 'REJECTED BY PHARMACY' TO HC-C-TITLE
           MOVE HC-ITEMS-REJECTED      TO HC-C-COUNT
           WRITE HC-WORKLIST-LINE FROM HC-COUNT-LINE
           MOVE 'NOT ACKNOWLEDGED   :' TO HC-C-TITLE
           MOVE HC-ITEMS-NO-ACK        TO HC-C-COUNT
           WRITE HC-WORKLIST-LINE FROM HC-COUNT-LINE

           IF HC-ACK-FILE-OPEN
               CLOSE ACK-FILE
           END-IF
           IF HC-MED-FILE-OPEN
               CLOSE MEDICATION-FILE
           END-IF
           CLOSE PATIENT-FILE
           CLOSE OPERATOR-FILE
           CLOSE POSTING-REPORT
           CLOSE PRESCRIBER-WORKLIST
           DISPLAY 'HCERXI01 - ACKS POSTED : ' HC-ACKS-POSTED
                   ' WORKLIST ITEMS : ' HC-WORK-SEQ

           SET RC-FUNC-END TO TRUE
           MOVE HC-ACKS-READ   TO RC-RECORDS-READ
           MOVE HC-ACKS-POSTED TO RC-RECORDS-WRITTEN
           CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA.
       9000-EXIT.
           EXIT.
