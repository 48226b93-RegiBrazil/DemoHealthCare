      ******************************************************************
      * IDENTIFICATION DIVISION                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCRMDI01.
       AUTHOR.        R S GUPTA.
       INSTALLATION.  DEMOHEALTHCARE - PATIENT SERVICES.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      * HCRMDI01 - APPOINTMENT REMINDER REPLY PROCESSING               *
      *                                                                *
      * Batch job run against the messaging vendor's reply file       *
      * (HCRMIREC), the patients' answers to the reminders HCRMDO01   *
      * sent.  Each reply is applied to the booking it echoes:        *
      *                                                                *
      *   - a confirm marks the booking AP-REPLY-CONFIRMED;           *
      *   - a cancel frees the slot exactly as HCIPDB01's 21CAPT      *
      *     does - the booking is kept with a CANCELLED standing      *
      *     rather than deleted - and marks it AP-REPLY-CANCELLED.    *
      *                                                                *
      * Either answer needs the booking still BOOKED; a reply for a   *
      * booking not on file, no longer booked, or carrying a reply    *
      * code the vendor convention does not know is refused and       *
      * listed on the reply report for the front desk.                *
      *                                                                *
      * Every reply, applied or refused, is appended to the HCAUDIT   *
      * trail the way HCIPDB01's 9500 writes a request - RMCONF,      *
      * RMCANC or RMRPLY for an unrecognised code, the HCIPDB01       *
      * return-code values, and the vendor as the operator of record  *
      * - so HCAUDR01 reports them alongside the online changes.      *
      *                                                                *
      * The SYSIN parameter card carries the business date (blank     *
      * defaults to today, the HCEHRX01 convention); it stands in for *
      * a blank reply date.  Wired to the HCRUNC01 run-control module *
      * as HCLABI01 is: a business date already run to completion is  *
      * refused, and the reply reader checkpoints every 1000 records  *
      * so an abended run restarts past the replies it has applied.   *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original program.                               *
      * 2026-10-15 RSG 4000-WRITE-AUDIT-RECORD appends through the    *
      *                HCAUDW01 chain writer instead of holding        *
      *                HCAUDIT open for the run.                       *
      * 2026-10-15 RSG Confirmed, cancelled, refused and audit-failure *
      *                counts carried in the checkpoint key and       *
      *                restored on restart.                            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPLY-FILE ASSIGN TO HCRMDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HC-REPLY-STATUS.

           SELECT APPOINTMENT-FILE ASSIGN TO HCAPPTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-APPT-KEY
               FILE STATUS IS HC-APPOINTMENT-STATUS.

           SELECT REPLY-REPORT ASSIGN TO HCRMDIRP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HC-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPLY-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY HCRMIREC.

       FD  APPOINTMENT-FILE.
           COPY HCAPTREC.

       FD  REPLY-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  HC-REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    REPLY PARAMETER CARD (FROM SYSIN)                           *
      *----------------------------------------------------------------*
       01  HC-PARM-CARD.
           05 HC-PARM-BUSINESS-DATE      PIC X(10).

      *----------------------------------------------------------------*
      *    FILE STATUS SWITCHES                                        *
      *----------------------------------------------------------------*
       01  HC-REPLY-STATUS               PIC X(02) VALUE '00'.
           88 HC-REPLY-OK                          VALUE '00'.
           88 HC-REPLY-EOF                         VALUE '10'.

       01  HC-APPOINTMENT-STATUS         PIC X(02) VALUE '00'.
           88 HC-APPOINTMENT-OK                    VALUE '00'.
           88 HC-APPOINTMENT-NOT-THERE             VALUE '35'.

       01  HC-REPORT-STATUS              PIC X(02) VALUE '00'.
           88 HC-REPORT-OK                         VALUE '00'.

       01  HC-WORK-SWITCHES.
           05 HC-REPLY-EOF-SW            PIC X(01) VALUE 'N'.
              88 HC-NO-MORE-REPLIES                VALUE 'Y'.
           05 HC-APPT-FILE-SW            PIC X(01) VALUE 'N'.
              88 HC-APPT-FILE-OPEN                 VALUE 'Y'.
              88 HC-APPT-FILE-ABSENT               VALUE 'N'.

      *----------------------------------------------------------------*
      *    RETURN CODES - THE HCIPDB01 VALUES, SO THE AUDIT TRAIL      *
      *    READS THE SAME WHICHEVER PROGRAM WROTE THE ENTRY            *
      *----------------------------------------------------------------*
       01  HC-RC-SUCCESS                 PIC 9(02) VALUE 00.
       01  HC-RC-NOT-FOUND               PIC 9(02) VALUE 04.
       01  HC-RC-INVALID-REQUEST         PIC 9(02) VALUE 08.
       01  HC-RC-FILE-ERROR              PIC 9(02) VALUE 16.

      *----------------------------------------------------------------*
      *    REPLY WORK AREAS                                            *
      *----------------------------------------------------------------*
       01  HC-REPLY-RETURN-CODE          PIC 9(02).
       01  HC-REPLY-REQUEST-ID           PIC X(06).
       01  HC-REPLY-OPERATOR-ID          PIC X(04) VALUE 'RMDV'.
      *       The messaging vendor stands as the operator of record on
      *       the reply's audit entry.

       01  HC-CURRENT-DATE-TIME          PIC X(21).
       01  HC-BUSINESS-DATE              PIC X(10).

      *----------------------------------------------------------------*
      *    AUDIT-TRAIL WORK AREA                                       *
      *----------------------------------------------------------------*
           COPY HCAUDREC.
           COPY HCAUDWA.

      *----------------------------------------------------------------*
      *    REPORT COUNTS                                               *
      *----------------------------------------------------------------*
       01  HC-REPORT-COUNTS.
           05 HC-REPLIES-READ            PIC 9(07) VALUE 0.
           05 HC-REPLIES-APPLIED         PIC 9(07) VALUE 0.
           05 HC-REPLIES-CONFIRMED       PIC 9(07) VALUE 0.
           05 HC-REPLIES-CANCELLED       PIC 9(07) VALUE 0.
           05 HC-REPLIES-REFUSED         PIC 9(07) VALUE 0.
           05 HC-AUDIT-FAILURES          PIC 9(07) VALUE 0.

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
           05 FILLER                     PIC X(49)
              VALUE 'DEMOHEALTHCARE - APPOINTMENT REMINDER REPLIES'.
           05 FILLER                     PIC X(15)
              VALUE 'BUSINESS DATE '.
           05 HC-H-BUSINESS-DATE         PIC X(10).
           05 FILLER                     PIC X(58) VALUE SPACES.

       01  HC-HEADING-LINE-2.
           05 FILLER                     PIC X(12)
              VALUE 'PATIENT ID  '.
           05 FILLER                     PIC X(12)
              VALUE 'APPT DATE   '.
           05 FILLER                     PIC X(12)
              VALUE 'TIME        '.
           05 FILLER                     PIC X(07)
              VALUE 'REPLY  '.
           05 FILLER                     PIC X(12)
              VALUE 'REPLY DATE  '.
           05 FILLER                     PIC X(77)
              VALUE 'OUTCOME'.

       01  HC-DETAIL-LINE.
           05 HC-D-PATIENT-ID            PIC 9(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-D-APPT-DATE             PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-D-APPT-TIME             PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-D-REPLY-CODE            PIC X(01).
           05 FILLER                     PIC X(06) VALUE SPACES.
           05 HC-D-REPLY-DATE            PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-D-OUTCOME               PIC X(40).
           05 FILLER                     PIC X(37) VALUE SPACES.

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
               PERFORM 2000-APPLY-REPLY      THRU 2000-EXIT
                   UNTIL HC-NO-MORE-REPLIES
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

           MOVE 'HCRMDI01' TO RC-JOB-NAME
           MOVE HC-BUSINESS-DATE TO RC-RUN-DATE
           SET RC-FUNC-START TO TRUE
           CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA
           IF RC-REPLY-ALREADY-RUN
               DISPLAY 'HCRMDI01 - ALREADY COMPLETE FOR '
                       HC-BUSINESS-DATE ' - RUN REFUSED'
               SET HC-RUN-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT REPLY-FILE
           OPEN I-O   APPOINTMENT-FILE
           IF HC-APPOINTMENT-OK
               SET HC-APPT-FILE-OPEN TO TRUE
           END-IF
           IF RC-REPLY-RESTART
               OPEN EXTEND REPLY-REPORT
               MOVE RC-RECORDS-READ    TO HC-RESTART-SKIP-COUNT
               MOVE RC-RECORDS-READ    TO HC-REPLIES-READ
               MOVE RC-RECORDS-WRITTEN TO HC-REPLIES-APPLIED
               IF RC-CHECKPOINT-KEY NOT = SPACES
                   MOVE RC-CHECKPOINT-KEY (1:7)  TO HC-REPLIES-CONFIRMED
                   MOVE RC-CHECKPOINT-KEY (8:7)  TO HC-REPLIES-CANCELLED
                   MOVE RC-CHECKPOINT-KEY (15:7) TO HC-REPLIES-REFUSED
                   MOVE RC-CHECKPOINT-KEY (22:7) TO HC-AUDIT-FAILURES
               END-IF
               PERFORM 1100-SKIP-APPLIED-REPLIES THRU 1100-EXIT
           ELSE
               OPEN OUTPUT REPLY-REPORT
               MOVE HC-BUSINESS-DATE TO HC-H-BUSINESS-DATE
               WRITE HC-REPORT-LINE FROM HC-HEADING-LINE-1
               WRITE HC-REPORT-LINE FROM HC-HEADING-LINE-2
           END-IF
           PERFORM 2900-READ-NEXT-REPLY THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-SKIP-APPLIED-REPLIES                                      *
      *     The reply file is plain sequential, so a restart positions *
      *     by record count: the checkpointed replies are already      *
      *     applied and audited.                                       *
      *----------------------------------------------------------------*
       1100-SKIP-APPLIED-REPLIES.
           PERFORM 1110-SKIP-ONE-REPLY THRU 1110-EXIT
               UNTIL HC-RESTART-SKIP-COUNT = 0
                  OR HC-NO-MORE-REPLIES.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1110-SKIP-ONE-REPLY                                            *
      *----------------------------------------------------------------*
       1110-SKIP-ONE-REPLY.
           READ REPLY-FILE
           IF HC-REPLY-OK
               SUBTRACT 1 FROM HC-RESTART-SKIP-COUNT
           ELSE
               MOVE 'Y' TO HC-REPLY-EOF-SW
           END-IF.
       1110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-APPLY-REPLY                                               *
      *----------------------------------------------------------------*
       2000-APPLY-REPLY.
           ADD 1 TO HC-REPLIES-READ
           IF RI-REPLY-DATE = SPACES
               MOVE HC-BUSINESS-DATE TO RI-REPLY-DATE
           END-IF
           MOVE RI-PATIENT-ID  TO HC-D-PATIENT-ID
           MOVE RI-APPT-DATE   TO HC-D-APPT-DATE
           MOVE RI-APPT-TIME   TO HC-D-APPT-TIME
           MOVE RI-REPLY-CODE  TO HC-D-REPLY-CODE
           MOVE RI-REPLY-DATE  TO HC-D-REPLY-DATE
           MOVE SPACES         TO HC-D-OUTCOME

           PERFORM 3000-UPDATE-APPOINTMENT THRU 3000-EXIT
           IF HC-REPLY-RETURN-CODE = HC-RC-SUCCESS
               ADD 1 TO HC-REPLIES-APPLIED
           ELSE
               ADD 1 TO HC-REPLIES-REFUSED
           END-IF
           PERFORM 4000-WRITE-AUDIT-RECORD THRU 4000-EXIT
           WRITE HC-REPORT-LINE FROM HC-DETAIL-LINE

           ADD 1 TO HC-CHECKPOINT-COUNT
           IF HC-CHECKPOINT-COUNT >= HC-CHECKPOINT-INTERVAL
               MOVE 0 TO HC-CHECKPOINT-COUNT
               PERFORM 8900-TAKE-CHECKPOINT THRU 8900-EXIT
           END-IF
           PERFORM 2900-READ-NEXT-REPLY THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2900-READ-NEXT-REPLY                                           *
      *----------------------------------------------------------------*
       2900-READ-NEXT-REPLY.
           READ REPLY-FILE
           IF NOT HC-REPLY-OK
               MOVE 'Y' TO HC-REPLY-EOF-SW
           END-IF.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-UPDATE-APPOINTMENT                                        *
      *     The same checks 21CAPT makes before it cancels: the        *
      *     booking must be on file and still BOOKED.                  *
      *----------------------------------------------------------------*
       3000-UPDATE-APPOINTMENT.
           MOVE HC-RC-SUCCESS TO HC-REPLY-RETURN-CODE
           EVALUATE TRUE
               WHEN RI-REPLY-CONFIRM
                   MOVE 'RMCONF' TO HC-REPLY-REQUEST-ID
               WHEN RI-REPLY-CANCEL
                   MOVE 'RMCANC' TO HC-REPLY-REQUEST-ID
               WHEN OTHER
                   MOVE 'RMRPLY' TO HC-REPLY-REQUEST-ID
                   MOVE HC-RC-INVALID-REQUEST TO HC-REPLY-RETURN-CODE
                   MOVE 'REFUSED - REPLY CODE NOT RECOGNISED'
                                       TO HC-D-OUTCOME
                   GO TO 3000-EXIT
           END-EVALUATE

           IF HC-APPT-FILE-ABSENT
               MOVE HC-RC-NOT-FOUND TO HC-REPLY-RETURN-CODE
               MOVE 'REFUSED - BOOKING NOT ON FILE' TO HC-D-OUTCOME
               GO TO 3000-EXIT
           END-IF
           MOVE RI-APPT-KEY TO AP-APPT-KEY
           READ APPOINTMENT-FILE
           IF NOT HC-APPOINTMENT-OK
               MOVE HC-RC-NOT-FOUND TO HC-REPLY-RETURN-CODE
               MOVE 'REFUSED - BOOKING NOT ON FILE' TO HC-D-OUTCOME
               GO TO 3000-EXIT
           END-IF
           IF NOT AP-STATUS-BOOKED
               MOVE HC-RC-INVALID-REQUEST TO HC-REPLY-RETURN-CODE
               MOVE 'REFUSED - APPOINTMENT NOT IN BOOKED STATUS'
                                   TO HC-D-OUTCOME
               GO TO 3000-EXIT
           END-IF

           IF RI-REPLY-CANCEL
               SET AP-STATUS-CANCELLED TO TRUE
               SET AP-REPLY-CANCELLED  TO TRUE
           ELSE
               SET AP-REPLY-CONFIRMED  TO TRUE
           END-IF
           MOVE RI-REPLY-DATE TO AP-REPLY-DATE
           REWRITE HC-APPOINTMENT-RECORD
           IF NOT HC-APPOINTMENT-OK
               MOVE HC-RC-FILE-ERROR TO HC-REPLY-RETURN-CODE
               MOVE 'REFUSED - BOOKING UPDATE FAILED' TO HC-D-OUTCOME
               GO TO 3000-EXIT
           END-IF

           IF RI-REPLY-CANCEL
               ADD 1 TO HC-REPLIES-CANCELLED
               MOVE 'CANCELLED - SLOT FREED' TO HC-D-OUTCOME
           ELSE
               ADD 1 TO HC-REPLIES-CONFIRMED
               MOVE 'CONFIRMED' TO HC-D-OUTCOME
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-WRITE-AUDIT-RECORD                                        *
      *     One change-log entry per reply, applied or refused, laid   *
      *     out as HCIPDB01's 9500 lays out a request's entry.         *
      *----------------------------------------------------------------*
       4000-WRITE-AUDIT-RECORD.
           MOVE SPACES               TO HC-AUDIT-RECORD
           MOVE HC-REPLY-REQUEST-ID  TO AU-REQUEST-ID
           MOVE RI-PATIENT-ID        TO AU-PATIENT-ID
           MOVE HC-REPLY-RETURN-CODE TO AU-RETURN-CODE
           MOVE HC-REPLY-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO HC-CURRENT-DATE-TIME
           MOVE HC-CURRENT-DATE-TIME (1:8)  TO AU-CHANGE-DATE
           MOVE HC-CURRENT-DATE-TIME (9:6)  TO AU-CHANGE-TIME
           SET AW-FUNC-WRITE TO TRUE
           CALL 'HCAUDW01' USING HC-AUDIT-WRITE-AREA HC-AUDIT-RECORD
           IF AW-REPLY-ERROR
               ADD 1 TO HC-AUDIT-FAILURES
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8900-TAKE-CHECKPOINT                                           *
      *     Taken after the reply's booking update and audit entry are *
      *     on file, so a restart resumes with the next reply.  The    *
      *     control-report counts ride in the checkpoint key, so a     *
      *     restarted run's totals still add up to the replies read.   *
      *----------------------------------------------------------------*
       8900-TAKE-CHECKPOINT.
           SET RC-FUNC-CHECKPOINT TO TRUE
           MOVE HC-REPLIES-READ    TO RC-RECORDS-READ
           MOVE HC-REPLIES-APPLIED TO RC-RECORDS-WRITTEN
           MOVE SPACES             TO RC-CHECKPOINT-KEY
           MOVE HC-REPLIES-CONFIRMED TO RC-CHECKPOINT-KEY (1:7)
           MOVE HC-REPLIES-CANCELLED TO RC-CHECKPOINT-KEY (8:7)
           MOVE HC-REPLIES-REFUSED   TO RC-CHECKPOINT-KEY (15:7)
           MOVE HC-AUDIT-FAILURES    TO RC-CHECKPOINT-KEY (22:7)
           CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA.
       8900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9000-TERMINATE                                                 *
      *----------------------------------------------------------------*
       9000-TERMINATE.
           MOVE 'REPLIES READ       :' TO HC-C-TITLE
           MOVE HC-REPLIES-READ        TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'CONFIRMED          :' TO HC-C-TITLE
           MOVE HC-REPLIES-CONFIRMED   TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'CANCELLED          :' TO HC-C-TITLE
           MOVE HC-REPLIES-CANCELLED   TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'REFUSED            :' TO HC-C-TITLE
           MOVE HC-REPLIES-REFUSED     TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'AUDIT WRITE FAILED :' TO HC-C-TITLE
           MOVE HC-AUDIT-FAILURES      TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE

           CLOSE REPLY-FILE
           IF HC-APPT-FILE-OPEN
               CLOSE APPOINTMENT-FILE
           END-IF
           CLOSE REPLY-REPORT
           IF HC-AUDIT-FAILURES > 0
               DISPLAY 'HCRMDI01 - AUDIT WRITE FAILURES : '
                       HC-AUDIT-FAILURES
               MOVE 4 TO RETURN-CODE
           END-IF

           SET RC-FUNC-END TO TRUE
           MOVE HC-REPLIES-READ    TO RC-RECORDS-READ
           MOVE HC-REPLIES-APPLIED TO RC-RECORDS-WRITTEN
           CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA.
       9000-EXIT.
           EXIT.
