      ******************************************************************
      * IDENTIFICATION DIVISION                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCRMDO01.
       AUTHOR.        R S GUPTA.
       INSTALLATION.  DEMOHEALTHCARE - PATIENT SERVICES.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      * HCRMDO01 - OUTBOUND APPOINTMENT REMINDER FEED                  *
      *                                                                *
      * Daily batch job run against the appointment file HCIPDB01's   *
      * 20BAPT/21CAPT/22RAPT requests maintain.  Every appointment    *
      * still BOOKED for the reminder date - two days after the       *
      * business date unless the SYSIN card says otherwise - gets one *
      * HCRMOREC reminder record for the messaging vendor, addressed  *
      * to the patient's mobile number when there is one and to the   *
      * e-mail address otherwise.  The booking is stamped with the    *
      * date its reminder went out (AP-REMINDER-DATE), so a booking   *
      * already reminded is not sent twice; the vendor's confirm and  *
      * cancel replies come back through HCRMDI01.                    *
      *                                                                *
      * A booking whose patient has neither a mobile number nor an    *
      * e-mail address, or whose patient is not on the master at all, *
      * is listed on the exception report for the front desk to       *
      * phone instead.  A booking made under a record 14MPAT has      *
      * merged away is reminded at the surviving record's contact     *
      * details.  A deceased patient's booking is never reminded -    *
      * 27DDTH cancels those, and any that remain are skipped and     *
      * counted.                                                       *
      *                                                                *
      * The SYSIN parameter card carries the business date (blank     *
      * defaults to today, the HCEHRX01 convention) and the days      *
      * ahead (blank or zero defaults to 2).  Wired to the HCRUNC01   *
      * run-control module: a business date already run to            *
      * completion is refused, and the appointment browse             *
      * checkpoints on the first patient break after every 1000       *
      * bookings, so an abended run restarts past the patients it has *
      * already reminded with the report counts intact.               *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original program.                               *
      * 2026-10-15 RSG A patient without SMS contact consent in effect *
      *                on HCCONSNT is withheld from the feed, listed  *
      *                for the front desk to phone, and counted.      *
      * 2026-10-15 RSG Checkpoints taken on a patient break, carrying *
      *                the report counts behind the patient id, so a  *
      *                restarted run's counts are whole.              *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPOINTMENT-FILE ASSIGN TO HCAPPTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-APPT-KEY
               FILE STATUS IS HC-APPOINTMENT-STATUS.

           SELECT PATIENT-FILE ASSIGN TO PATIENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-PATIENT-ID
               ALTERNATE RECORD KEY IS PF-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PF-INS-CARD-NUM
                   WITH DUPLICATES
               FILE STATUS IS HC-PATIENT-STATUS.

           SELECT CONSENT-FILE ASSIGN TO HCCONSNT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CN-PATIENT-ID
               FILE STATUS IS HC-CONSENT-STATUS.

           SELECT REMINDER-FILE ASSIGN TO HCRMDOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HC-REMINDER-STATUS.

           SELECT EXCEPTION-REPORT ASSIGN TO HCRMDEXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HC-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPOINTMENT-FILE.
           COPY HCAPTREC.

       FD  PATIENT-FILE.
           COPY HCPATREC.

       FD  CONSENT-FILE.
           COPY HCCNSREC.

       FD  REMINDER-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY HCRMOREC.

       FD  EXCEPTION-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  HC-REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    REMINDER PARAMETER CARD (FROM SYSIN)                        *
      *----------------------------------------------------------------*
       01  HC-PARM-CARD.
           05 HC-PARM-BUSINESS-DATE      PIC X(10).
           05 HC-PARM-DAYS-AHEAD         PIC 9(02).

      *----------------------------------------------------------------*
      *    FILE STATUS SWITCHES                                        *
      *----------------------------------------------------------------*
       01  HC-APPOINTMENT-STATUS         PIC X(02) VALUE '00'.
           88 HC-APPOINTMENT-OK                    VALUE '00'.
           88 HC-APPOINTMENT-NOT-THERE             VALUE '35'.

       01  HC-PATIENT-STATUS             PIC X(02) VALUE '00'.
           88 HC-PATIENT-OK                        VALUE '00'.

       01  HC-CONSENT-STATUS             PIC X(02) VALUE '00'.
           88 HC-CONSENT-OK                        VALUE '00'.

       01  HC-REMINDER-STATUS            PIC X(02) VALUE '00'.
           88 HC-REMINDER-OK                       VALUE '00'.

       01  HC-REPORT-STATUS              PIC X(02) VALUE '00'.
           88 HC-REPORT-OK                         VALUE '00'.

       01  HC-WORK-SWITCHES.
           05 HC-APPT-EOF-SW             PIC X(01) VALUE 'N'.
              88 HC-NO-MORE-APPTS                  VALUE 'Y'.
           05 HC-PATIENT-FOUND-SW        PIC X(01) VALUE 'N'.
              88 HC-PATIENT-FOUND                  VALUE 'Y'.
              88 HC-PATIENT-NOT-FOUND              VALUE 'N'.
           05 HC-CONSENT-FILE-SW         PIC X(01) VALUE 'N'.
              88 HC-CONSENT-FILE-OPEN              VALUE 'Y'.
           05 HC-MESSAGING-SW            PIC X(01) VALUE 'N'.
              88 HC-MESSAGING-CONSENTED            VALUE 'Y'.
              88 HC-MESSAGING-WITHHELD             VALUE 'N'.

      *----------------------------------------------------------------*
      *    REMINDER DATE WORK AREAS                                    *
      *----------------------------------------------------------------*
       01  HC-CURRENT-DATE-TIME          PIC X(21).
       01  HC-BUSINESS-DATE              PIC X(10).
       01  HC-DAYS-AHEAD                 PIC 9(02).
       01  HC-BUSINESS-INTEGER           PIC 9(08).
       01  HC-REMIND-INTEGER             PIC 9(08).
       01  HC-REMIND-YYYYMMDD            PIC 9(08).
       01  HC-REMIND-SPLIT REDEFINES HC-REMIND-YYYYMMDD.
           05 HC-RMD-YEAR                PIC 9(04).
           05 HC-RMD-MONTH               PIC 9(02).
           05 HC-RMD-DAY                 PIC 9(02).
       01  HC-REMIND-DATE                PIC X(10).
       01  HC-DATE-COMPACT               PIC 9(08).
       01  HC-DATE-COMPACT-X REDEFINES HC-DATE-COMPACT
                                         PIC X(08).

       01  HC-REPORT-COUNTS.
           05 HC-APPTS-READ              PIC 9(07) VALUE 0.
           05 HC-APPTS-DUE               PIC 9(07) VALUE 0.
           05 HC-REMINDERS-WRITTEN       PIC 9(07) VALUE 0.
           05 HC-REMINDERS-SMS           PIC 9(07) VALUE 0.
           05 HC-REMINDERS-EMAIL         PIC 9(07) VALUE 0.
           05 HC-ALREADY-REMINDED        PIC 9(07) VALUE 0.
           05 HC-NO-CONTACT              PIC 9(07) VALUE 0.
           05 HC-DECEASED-SKIPPED        PIC 9(07) VALUE 0.
           05 HC-CONSENT-WITHHELD        PIC 9(07) VALUE 0.

      *----------------------------------------------------------------*
      *    RUN-CONTROL WORK AREAS                                      *
      *----------------------------------------------------------------*
       COPY HCRUNCA.

       01  HC-RUN-REFUSED-SW             PIC X(01) VALUE 'N'.
           88 HC-RUN-REFUSED                       VALUE 'Y'.
           88 HC-RUN-ALLOWED                       VALUE 'N'.

       01  HC-CHECKPOINT-COUNT           PIC 9(04) VALUE 0.
       01  HC-CHECKPOINT-INTERVAL        PIC 9(04) VALUE 1000.
       01  HC-PREV-PATIENT-ID            PIC 9(10) VALUE 0.

      *    Carried in the checkpoint key behind the patient id.  The
      *    e-mail and due counts follow from these and the reminders
      *    written, so they are not carried.
       01  HC-CHECKPOINT-COUNTS.
           05 HC-CK-REMINDERS-SMS        PIC 9(07) COMP-3.
           05 HC-CK-ALREADY-REMINDED     PIC 9(07) COMP-3.
           05 HC-CK-NO-CONTACT           PIC 9(07) COMP-3.
           05 HC-CK-DECEASED-SKIPPED     PIC 9(07) COMP-3.
           05 HC-CK-CONSENT-WITHHELD     PIC 9(07) COMP-3.

      *----------------------------------------------------------------*
      *    REPORT LINES                                                *
      *----------------------------------------------------------------*
       01  HC-HEADING-LINE-1.
           05 FILLER                     PIC X(51)
              VALUE 'DEMOHEALTHCARE - APPOINTMENT REMINDER EXCEPTIONS'.
           05 FILLER                     PIC X(17)
              VALUE 'APPOINTMENT DATE '.
           05 HC-H-REMIND-DATE           PIC X(10).
           05 FILLER                     PIC X(54) VALUE SPACES.

       01  HC-HEADING-LINE-2.
           05 FILLER                     PIC X(12)
              VALUE 'PATIENT ID  '.
           05 FILLER                     PIC X(21)
              VALUE 'LAST NAME'.
           05 FILLER                     PIC X(12)
              VALUE 'FIRST NAME  '.
           05 FILLER                     PIC X(10)
              VALUE 'CLINIC    '.
           05 FILLER                     PIC X(12)
              VALUE 'TIME        '.
           05 FILLER                     PIC X(65)
              VALUE 'EXCEPTION'.

       01  HC-DETAIL-LINE.
           05 HC-D-PATIENT-ID            PIC 9(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-D-LAST-NAME             PIC X(20).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 HC-D-FIRST-NAME            PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-D-CLINIC                PIC X(08).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-D-APPT-TIME             PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-D-EXCEPTION             PIC X(40).
           05 FILLER                     PIC X(25) VALUE SPACES.

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
               PERFORM 2000-SELECT-APPOINTMENT THRU 2000-EXIT
                   UNTIL HC-NO-MORE-APPTS
               PERFORM 9000-TERMINATE          THRU 9000-EXIT
           END-IF
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE                                                *
      *     The reminder date is the business date plus the days      *
      *     ahead, edited to YYYY-MM-DD so it compares directly with   *
      *     AP-APPT-DATE.                                              *
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
           IF HC-PARM-DAYS-AHEAD IS NUMERIC
                   AND HC-PARM-DAYS-AHEAD > 0
               MOVE HC-PARM-DAYS-AHEAD TO HC-DAYS-AHEAD
           ELSE
               MOVE 2 TO HC-DAYS-AHEAD
           END-IF

           STRING HC-BUSINESS-DATE (1:4)
                  HC-BUSINESS-DATE (6:2)
                  HC-BUSINESS-DATE (9:2)
                  DELIMITED BY SIZE INTO HC-DATE-COMPACT-X
           COMPUTE HC-BUSINESS-INTEGER =
               FUNCTION INTEGER-OF-DATE (HC-DATE-COMPACT)
           COMPUTE HC-REMIND-INTEGER =
               HC-BUSINESS-INTEGER + HC-DAYS-AHEAD
           COMPUTE HC-REMIND-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER (HC-REMIND-INTEGER)
           STRING HC-RMD-YEAR '-' HC-RMD-MONTH '-' HC-RMD-DAY
               DELIMITED BY SIZE INTO HC-REMIND-DATE

           MOVE 'HCRMDO01' TO RC-JOB-NAME
           MOVE HC-BUSINESS-DATE TO RC-RUN-DATE
           SET RC-FUNC-START TO TRUE
           CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA
           IF RC-REPLY-ALREADY-RUN
               DISPLAY 'HCRMDO01 - ALREADY COMPLETE FOR '
                       HC-BUSINESS-DATE ' - RUN REFUSED'
               SET HC-RUN-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF

           IF RC-REPLY-RESTART
               OPEN EXTEND REMINDER-FILE
               OPEN EXTEND EXCEPTION-REPORT
               MOVE RC-RECORDS-READ    TO HC-APPTS-READ
               MOVE RC-RECORDS-WRITTEN TO HC-REMINDERS-WRITTEN
               IF RC-CHECKPOINT-KEY NOT = SPACES
                   PERFORM 1100-RESTORE-COUNTS THRU 1100-EXIT
               END-IF
           ELSE
               OPEN OUTPUT REMINDER-FILE
               OPEN OUTPUT EXCEPTION-REPORT
               MOVE HC-REMIND-DATE TO HC-H-REMIND-DATE
               WRITE HC-REPORT-LINE FROM HC-HEADING-LINE-1
               WRITE HC-REPORT-LINE FROM HC-HEADING-LINE-2
           END-IF

           OPEN I-O APPOINTMENT-FILE
           IF HC-APPOINTMENT-NOT-THERE
      *        Nothing booked yet anywhere - an empty feed, not an
      *        error.
               MOVE 'Y' TO HC-APPT-EOF-SW
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT PATIENT-FILE
           OPEN INPUT CONSENT-FILE
           IF HC-CONSENT-OK
               SET HC-CONSENT-FILE-OPEN TO TRUE
           END-IF

           IF RC-REPLY-RESTART AND RC-CHECKPOINT-KEY NOT = SPACES
               MOVE RC-CHECKPOINT-KEY (1:10) TO AP-PATIENT-ID
               MOVE HIGH-VALUES TO AP-APPT-DATE
               MOVE HIGH-VALUES TO AP-APPT-TIME
               START APPOINTMENT-FILE KEY IS > AP-APPT-KEY
           ELSE
               MOVE ZERO   TO AP-PATIENT-ID
               MOVE SPACES TO AP-APPT-DATE
               MOVE SPACES TO AP-APPT-TIME
               START APPOINTMENT-FILE KEY IS >= AP-APPT-KEY
           END-IF
           IF NOT HC-APPOINTMENT-OK
               MOVE 'Y' TO HC-APPT-EOF-SW
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-RESTORE-COUNTS                                            *
      *     Every booking due on the reminder date lands in exactly    *
      *     one count, so the due and e-mail counts are rebuilt from   *
      *     the ones carried.                                          *
      *----------------------------------------------------------------*
       1100-RESTORE-COUNTS.
           MOVE RC-CHECKPOINT-KEY (11:20) TO HC-CHECKPOINT-COUNTS
           MOVE HC-CK-REMINDERS-SMS    TO HC-REMINDERS-SMS
           MOVE HC-CK-ALREADY-REMINDED TO HC-ALREADY-REMINDED
           MOVE HC-CK-NO-CONTACT       TO HC-NO-CONTACT
           MOVE HC-CK-DECEASED-SKIPPED TO HC-DECEASED-SKIPPED
           MOVE HC-CK-CONSENT-WITHHELD TO HC-CONSENT-WITHHELD
           COMPUTE HC-REMINDERS-EMAIL =
               HC-REMINDERS-WRITTEN - HC-REMINDERS-SMS
           COMPUTE HC-APPTS-DUE =
               HC-REMINDERS-WRITTEN + HC-ALREADY-REMINDED
               + HC-NO-CONTACT + HC-DECEASED-SKIPPED
               + HC-CONSENT-WITHHELD.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-SELECT-APPOINTMENT                                        *
      *     One pass over the whole book; only the reminder date's     *
      *     booked slots not yet reminded go further.  A checkpoint    *
      *     falls due every 1000 bookings but is only taken when the   *
      *     next patient's first booking is read, so the last patient  *
      *     is complete and a restart can resume after all of them.    *
      *----------------------------------------------------------------*
       2000-SELECT-APPOINTMENT.
           READ APPOINTMENT-FILE NEXT RECORD
           IF NOT HC-APPOINTMENT-OK
               MOVE 'Y' TO HC-APPT-EOF-SW
               GO TO 2000-EXIT
           END-IF
           IF HC-CHECKPOINT-COUNT >= HC-CHECKPOINT-INTERVAL
                   AND AP-PATIENT-ID NOT = HC-PREV-PATIENT-ID
               MOVE 0 TO HC-CHECKPOINT-COUNT
               PERFORM 8900-TAKE-CHECKPOINT THRU 8900-EXIT
           END-IF
           MOVE AP-PATIENT-ID TO HC-PREV-PATIENT-ID
           ADD 1 TO HC-APPTS-READ

           IF AP-STATUS-BOOKED AND AP-APPT-DATE = HC-REMIND-DATE
               ADD 1 TO HC-APPTS-DUE
               IF AP-REMINDER-DATE = SPACES
                   PERFORM 2100-REMIND-PATIENT THRU 2100-EXIT
               ELSE
                   ADD 1 TO HC-ALREADY-REMINDED
               END-IF
           END-IF

           ADD 1 TO HC-CHECKPOINT-COUNT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-REMIND-PATIENT                                            *
      *     The mobile number is preferred over the e-mail address;    *
      *     with neither on file the booking goes on the exception     *
      *     report unstamped, so it is reminded once contact details   *
      *     are added if the date still allows.                        *
      *----------------------------------------------------------------*
       2100-REMIND-PATIENT.
           PERFORM 2200-READ-PATIENT THRU 2200-EXIT
           IF HC-PATIENT-NOT-FOUND
               ADD 1 TO HC-NO-CONTACT
               MOVE '(NOT ON MASTER)' TO HC-D-LAST-NAME
               MOVE SPACES            TO HC-D-FIRST-NAME
               MOVE 'PATIENT NOT ON MASTER FILE' TO HC-D-EXCEPTION
               PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
               GO TO 2100-EXIT
           END-IF
           IF NOT PF-LIVING
               ADD 1 TO HC-DECEASED-SKIPPED
               GO TO 2100-EXIT
           END-IF
           PERFORM 2400-CHECK-CONSENT THRU 2400-EXIT
           IF HC-MESSAGING-WITHHELD
               ADD 1 TO HC-CONSENT-WITHHELD
               MOVE PF-LAST-NAME  TO HC-D-LAST-NAME
               MOVE PF-FIRST-NAME TO HC-D-FIRST-NAME
               MOVE 'NO MESSAGING CONSENT - PHONE'
                                  TO HC-D-EXCEPTION
               PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
               GO TO 2100-EXIT
           END-IF
           IF PF-PHONE-MOBILE = SPACES AND PF-EMAIL-ADDRESS = SPACES
               ADD 1 TO HC-NO-CONTACT
               MOVE PF-LAST-NAME  TO HC-D-LAST-NAME
               MOVE PF-FIRST-NAME TO HC-D-FIRST-NAME
               MOVE 'NO MOBILE OR E-MAIL ON FILE - PHONE'
                                  TO HC-D-EXCEPTION
               PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
               GO TO 2100-EXIT
           END-IF

           MOVE SPACES           TO HC-REMINDER-RECORD
           MOVE AP-APPT-KEY      TO RO-APPT-KEY
           MOVE AP-CLINIC        TO RO-CLINIC
           MOVE PF-FIRST-NAME    TO RO-FIRST-NAME
           IF PF-PHONE-MOBILE NOT = SPACES
               SET RO-CHANNEL-SMS TO TRUE
               MOVE PF-PHONE-MOBILE  TO RO-PHONE-MOBILE
               ADD 1 TO HC-REMINDERS-SMS
           ELSE
               SET RO-CHANNEL-EMAIL TO TRUE
               MOVE PF-EMAIL-ADDRESS TO RO-EMAIL-ADDRESS
               ADD 1 TO HC-REMINDERS-EMAIL
           END-IF
           MOVE HC-BUSINESS-DATE TO RO-EXTRACT-DATE
           WRITE HC-REMINDER-RECORD
           ADD 1 TO HC-REMINDERS-WRITTEN

           MOVE HC-BUSINESS-DATE TO AP-REMINDER-DATE
           REWRITE HC-APPOINTMENT-RECORD.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-READ-PATIENT                                              *
      *     14MPAT leaves bookings under the merged-away id, so a      *
      *     merged record is followed once to its survivor for the     *
      *     contact details.                                           *
      *----------------------------------------------------------------*
       2200-READ-PATIENT.
           SET HC-PATIENT-NOT-FOUND TO TRUE
           MOVE AP-PATIENT-ID TO PF-PATIENT-ID
           READ PATIENT-FILE
           IF NOT HC-PATIENT-OK
               GO TO 2200-EXIT
           END-IF
           IF PF-MERGED-INTO-ID NOT = ZERO
               MOVE PF-MERGED-INTO-ID TO PF-PATIENT-ID
               READ PATIENT-FILE
               IF NOT HC-PATIENT-OK
                   GO TO 2200-EXIT
               END-IF
           END-IF
           SET HC-PATIENT-FOUND TO TRUE.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-WRITE-EXCEPTION                                           *
      *----------------------------------------------------------------*
       2300-WRITE-EXCEPTION.
           MOVE AP-PATIENT-ID TO HC-D-PATIENT-ID
           MOVE AP-CLINIC     TO HC-D-CLINIC
           MOVE AP-APPT-TIME  TO HC-D-APPT-TIME
           WRITE HC-REPORT-LINE FROM HC-DETAIL-LINE.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2400-CHECK-CONSENT                                             *
      *     The messaging vendor is used only on a 'Y' SMS contact     *
      *     answer whose effective date has arrived, read under the    *
      *     surviving record.  No consent file, no record, a refusal   *
      *     or a future-dated answer withholds the reminder.           *
      *----------------------------------------------------------------*
       2400-CHECK-CONSENT.
           SET HC-MESSAGING-WITHHELD TO TRUE
           IF NOT HC-CONSENT-FILE-OPEN
               GO TO 2400-EXIT
           END-IF
           MOVE PF-PATIENT-ID TO CN-PATIENT-ID
           READ CONSENT-FILE
           IF HC-CONSENT-OK
               AND CN-SMS-GIVEN
               AND CN-SMS-EFF-DATE NOT > HC-BUSINESS-DATE
               SET HC-MESSAGING-CONSENTED TO TRUE
           END-IF.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8900-TAKE-CHECKPOINT                                           *
      *     Taken on a patient break, with the completed patient's id  *
      *     and the counts so far, so a restart resumes with the next  *
      *     patient's first booking.                                   *
      *----------------------------------------------------------------*
       8900-TAKE-CHECKPOINT.
           SET RC-FUNC-CHECKPOINT TO TRUE
           MOVE HC-APPTS-READ        TO RC-RECORDS-READ
           MOVE HC-REMINDERS-WRITTEN TO RC-RECORDS-WRITTEN
           MOVE HC-REMINDERS-SMS     TO HC-CK-REMINDERS-SMS
           MOVE HC-ALREADY-REMINDED  TO HC-CK-ALREADY-REMINDED
           MOVE HC-NO-CONTACT        TO HC-CK-NO-CONTACT
           MOVE HC-DECEASED-SKIPPED  TO HC-CK-DECEASED-SKIPPED
           MOVE HC-CONSENT-WITHHELD  TO HC-CK-CONSENT-WITHHELD
           MOVE SPACES               TO RC-CHECKPOINT-KEY
           MOVE HC-PREV-PATIENT-ID   TO RC-CHECKPOINT-KEY (1:10)
           MOVE HC-CHECKPOINT-COUNTS TO RC-CHECKPOINT-KEY (11:20)
           CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA.
       8900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9000-TERMINATE                                                 *
      *----------------------------------------------------------------*
       9000-TERMINATE.
           MOVE 'APPOINTMENTS READ  :' TO HC-C-TITLE
           MOVE HC-APPTS-READ          TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'BOOKED FOR DATE    :' TO HC-C-TITLE
           MOVE HC-APPTS-DUE           TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'REMINDERS BY TEXT  :' TO HC-C-TITLE
           MOVE HC-REMINDERS-SMS       TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'REMINDERS BY E-MAIL:' TO HC-C-TITLE
           MOVE HC-REMINDERS-EMAIL     TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'ALREADY REMINDED   :' TO HC-C-TITLE
           MOVE HC-ALREADY-REMINDED    TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'NO CONTACT - PHONE :' TO HC-C-TITLE
           MOVE HC-NO-CONTACT          TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'DECEASED SKIPPED   :' TO HC-C-TITLE
           MOVE HC-DECEASED-SKIPPED    TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'CONSENT WITHHELD   :' TO HC-C-TITLE
           MOVE HC-CONSENT-WITHHELD    TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           IF HC-APPOINTMENT-NOT-THERE
               CONTINUE
           ELSE
               CLOSE APPOINTMENT-FILE
               CLOSE PATIENT-FILE
           END-IF
           IF HC-CONSENT-FILE-OPEN
               CLOSE CONSENT-FILE
           END-IF
           CLOSE REMINDER-FILE
           CLOSE EXCEPTION-REPORT
           DISPLAY 'HCRMDO01 - REMINDERS WRITTEN : '
                   HC-REMINDERS-WRITTEN

           SET RC-FUNC-END TO TRUE
           MOVE HC-APPTS-READ        TO RC-RECORDS-READ
           MOVE HC-REMINDERS-WRITTEN TO RC-RECORDS-WRITTEN
           CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA.
       9000-EXIT.
           EXIT.
