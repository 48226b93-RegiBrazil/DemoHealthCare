      ******************************************************************
      * HCEHRX01 - NIGHTLY EHR INTERCHANGE EXTRACT                     *
      *                                                                *
      * Extracts the business date's visits, threshold-breach alerts  *
      * and newly recorded immunizations to the fixed-format          *
      * interchange file the regional EHR receives (layouts in        *
      * HCEHRREC): a header carrying the run date and a file sequence *
      * number drawn from the HCSEQ key generator (key EHRXTRCT), one *
      * V record per visit, one A record per alert, one I record per  *
      * immunization, and a trailer repeating the sequence number     *
      * with record counts and patient-id hash totals.  A             *
      * reconciliation report proves the counts written match the     *
      * counts selected, which is what lets the receiving side detect *
      * retransmit; HCEHRA01 matches the receiver's ACK/NAK file      *
      * against that log.                                              *
      *                                                                *
      * Only patients who have given EHR-sharing consent, effective   *
      * on or before the business date, are sent; the visits, alerts  *
      * and immunizations of everyone else are withheld and counted,  *
      * so compliance can show the preference was honoured.  The      *
      * selected counts and the trailer cover what was sent.          *
      *                                                                *
      * An immunization is selected on the day it was recorded        *
      * (IM-RECORDED-DATE), not the day it was given: a dose given    *
      * elsewhere and entered later still reaches the regional EHR.   *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-08-22 RSG Original program.                               *
      *                completed, so it bypasses the HCRUNC01 start   *
      *                refusal and leaves the original run-control    *
      *                record untouched.                               *
      * 2026-10-15 RSG Visits and alerts of a patient whose EHR-       *
      *                sharing consent (HCCONSNT) is not in effect on *
      *                the business date are withheld from the        *
      *                extract and counted on the reconciliation      *
      *                report.                                         *
      * 2026-10-15 RSG Immunizations recorded on the business date     *
      *                (HCIMMUN) extracted as I records, with their    *
      *                own trailer count and hash, send-log count and  *
      *                reconciliation lines.                           *
      * 2026-10-15 RSG I record carries the full vaccine name and a    *
      *                compact YYYYMMDD date given.                    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS AF-ALERT-KEY
               FILE STATUS IS HC-ALERT-STATUS.

           SELECT IMMUNIZATION-FILE ASSIGN TO HCIMMUN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IM-IMMUNIZATION-KEY
               FILE STATUS IS HC-IMMUNIZATION-STATUS.

           SELECT SEQUENCE-FILE ASSIGN TO HCSEQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HC-REPORT-STATUS.

           SELECT CONSENT-FILE ASSIGN TO HCCONSNT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CN-PATIENT-ID
               FILE STATUS IS HC-CONSENT-STATUS.

           SELECT SEND-LOG-FILE ASSIGN TO HCEHRLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  ALERT-FILE.
           COPY HCALTREC.

       FD  IMMUNIZATION-FILE.
           COPY HCIMMREC.

       FD  SEQUENCE-FILE.
           COPY HCSEQREC.

       FD  SEND-LOG-FILE.
           COPY HCEHLREC.

       FD  CONSENT-FILE.
           COPY HCCNSREC.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    EXTRACT PARAMETER CARD (FROM SYSIN)                         *
           88 HC-ALERT-OK                          VALUE '00'.
           88 HC-ALERT-EOF                         VALUE '10'.

       01  HC-IMMUNIZATION-STATUS        PIC X(02) VALUE '00'.
           88 HC-IMMUNIZATION-OK                   VALUE '00'.

       01  HC-SEQUENCE-STATUS            PIC X(02) VALUE '00'.
           88 HC-SEQUENCE-OK                       VALUE '00'.
           88 HC-SEQUENCE-NOTFND                   VALUE '23'.
           88 HC-SEND-LOG-NOTFND                   VALUE '23'.
           88 HC-SEND-LOG-NOT-THERE                VALUE '35'.

       01  HC-CONSENT-STATUS             PIC X(02) VALUE '00'.
           88 HC-CONSENT-OK                        VALUE '00'.

       01  HC-WORK-SWITCHES.
           05 HC-VISIT-EOF-SW            PIC X(01) VALUE 'N'.
              88 HC-NO-MORE-VISITS                 VALUE 'Y'.
           05 HC-ALERT-EOF-SW            PIC X(01) VALUE 'N'.
              88 HC-NO-MORE-ALERTS                 VALUE 'Y'.
           05 HC-IMMUN-EOF-SW            PIC X(01) VALUE 'N'.
              88 HC-NO-MORE-IMMUNS                 VALUE 'Y'.
           05 HC-IMMUN-FILE-SW           PIC X(01) VALUE 'N'.
              88 HC-IMMUN-FILE-OPEN                VALUE 'Y'.
           05 HC-CONSENT-FILE-SW         PIC X(01) VALUE 'N'.
              88 HC-CONSENT-FILE-OPEN              VALUE 'Y'.
              88 HC-CONSENT-FILE-ABSENT            VALUE 'N'.
           05 HC-SHARING-SW              PIC X(01) VALUE 'N'.
              88 HC-SHARING-CONSENTED              VALUE 'Y'.
              88 HC-SHARING-WITHHELD               VALUE 'N'.

      *----------------------------------------------------------------*
      *    CONSENT LOOK-UP                                             *
      *       Visits, alerts and immunizations all come in patient     *
      *       order, so the last patient's answer is kept and reused   *
      *       for the run of that patient's records.                   *
      *----------------------------------------------------------------*
       01  HC-CONSENT-PATIENT-ID         PIC 9(10) VALUE 0.

      *----------------------------------------------------------------*
      *    INTERCHANGE RECORD LAYOUTS                                  *
           05 HC-ALERTS-SELECTED         PIC 9(07) VALUE 0.
           05 HC-ALERTS-WRITTEN          PIC 9(07) VALUE 0.
           05 HC-ALERT-HASH              PIC 9(15) VALUE 0.
           05 HC-VISITS-WITHHELD         PIC 9(07) VALUE 0.
           05 HC-ALERTS-WITHHELD         PIC 9(07) VALUE 0.
           05 HC-IMMUNS-SELECTED         PIC 9(07) VALUE 0.
           05 HC-IMMUNS-WRITTEN          PIC 9(07) VALUE 0.
           05 HC-IMMUN-HASH              PIC 9(15) VALUE 0.
           05 HC-IMMUNS-WITHHELD         PIC 9(07) VALUE 0.

      *----------------------------------------------------------------*
      *    RUN-CONTROL WORK AREAS                                      *
           ELSE
               PERFORM 2000-EXTRACT-VISITS   THRU 2000-EXIT
               PERFORM 3000-EXTRACT-ALERTS   THRU 3000-EXIT
               PERFORM 3500-EXTRACT-IMMUNS   THRU 3500-EXIT
               PERFORM 4000-WRITE-TRAILER    THRU 4000-EXIT
               PERFORM 8000-UPDATE-SEND-LOG  THRU 8000-EXIT
               PERFORM 9000-TERMINATE        THRU 9000-EXIT

           OPEN INPUT  VISIT-FILE
           OPEN INPUT  ALERT-FILE
           OPEN INPUT  IMMUNIZATION-FILE
           IF HC-IMMUNIZATION-OK
               SET HC-IMMUN-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT  CONSENT-FILE
           IF HC-CONSENT-OK
               SET HC-CONSENT-FILE-OPEN TO TRUE
           END-IF
           OPEN OUTPUT INTERCHANGE-FILE
           OPEN OUTPUT RECON-REPORT

      *----------------------------------------------------------------*
       2100-SELECT-VISIT.
           IF VF-VISIT-DATE = HC-BUSINESS-DATE
               MOVE VF-PATIENT-ID TO CN-PATIENT-ID
               PERFORM 5000-CHECK-CONSENT THRU 5000-EXIT
               IF HC-SHARING-WITHHELD
                   ADD 1 TO HC-VISITS-WITHHELD
               ELSE
                   ADD 1 TO HC-VISITS-SELECTED
                   MOVE SPACES TO HC-IX-VISIT-DETAIL
                   MOVE 'V' TO IX-V-RECORD-TYPE
                   MOVE VF-PATIENT-ID     TO IX-V-PATIENT-ID
                   MOVE VF-VISIT-DATE     TO IX-V-VISIT-DATE
                   MOVE VF-VISIT-TIME     TO IX-V-VISIT-TIME
                   MOVE VF-HEART-RATE     TO IX-V-HEART-RATE
                   MOVE VF-BLOOD-PRESSURE TO IX-V-BLOOD-PRESSURE
                   MOVE VF-MENTAL-STATE   TO IX-V-MENTAL-STATE
                   WRITE HC-INTERCHANGE-RECORD FROM HC-IX-VISIT-DETAIL
                   IF HC-INTERCHANGE-OK
                       ADD 1 TO HC-VISITS-WRITTEN
                       ADD VF-PATIENT-ID TO HC-VISIT-HASH
                   END-IF
               END-IF
           END-IF
           PERFORM 2900-READ-NEXT-VISIT THRU 2900-EXIT.
      *----------------------------------------------------------------*
       3100-SELECT-ALERT.
           IF AF-VISIT-DATE = HC-BUSINESS-DATE
               MOVE AF-PATIENT-ID TO CN-PATIENT-ID
               PERFORM 5000-CHECK-CONSENT THRU 5000-EXIT
               IF HC-SHARING-WITHHELD
                   ADD 1 TO HC-ALERTS-WITHHELD
               ELSE
                   ADD 1 TO HC-ALERTS-SELECTED
                   MOVE SPACES TO HC-IX-ALERT-DETAIL
                   MOVE 'A' TO IX-A-RECORD-TYPE
                   MOVE AF-PATIENT-ID       TO IX-A-PATIENT-ID
                   MOVE AF-VISIT-DATE       TO IX-A-VISIT-DATE
                   MOVE AF-VISIT-TIME       TO IX-A-VISIT-TIME
                   MOVE AF-ALERT-TYPE       TO IX-A-ALERT-TYPE
                   MOVE AF-READING-VALUE    TO IX-A-READING-VALUE
                   MOVE AF-THRESHOLD-VALUE  TO IX-A-THRESHOLD-VALUE
                   MOVE AF-ACKNOWLEDGED-SW  TO IX-A-ACKNOWLEDGED-SW
                   WRITE HC-INTERCHANGE-RECORD FROM HC-IX-ALERT-DETAIL
                   IF HC-INTERCHANGE-OK
                       ADD 1 TO HC-ALERTS-WRITTEN
                       ADD AF-PATIENT-ID TO HC-ALERT-HASH
                   END-IF
               END-IF
           END-IF
           PERFORM 3900-READ-NEXT-ALERT THRU 3900-EXIT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3500-EXTRACT-IMMUNS                                            *
      *     No register yet (no dose ever recorded) is simply nothing  *
      *     to send.                                                   *
      *----------------------------------------------------------------*
       3500-EXTRACT-IMMUNS.
           IF NOT HC-IMMUN-FILE-OPEN
               GO TO 3500-EXIT
           END-IF
           PERFORM 3590-READ-NEXT-IMMUN THRU 3590-EXIT
           PERFORM 3510-SELECT-IMMUN THRU 3510-EXIT
               UNTIL HC-NO-MORE-IMMUNS.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3510-SELECT-IMMUN                                              *
      *----------------------------------------------------------------*
       3510-SELECT-IMMUN.
           IF IM-RECORDED-DATE = HC-BUSINESS-DATE
               MOVE IM-PATIENT-ID TO CN-PATIENT-ID
               PERFORM 5000-CHECK-CONSENT THRU 5000-EXIT
               IF HC-SHARING-WITHHELD
                   ADD 1 TO HC-IMMUNS-WITHHELD
               ELSE
                   ADD 1 TO HC-IMMUNS-SELECTED
                   MOVE SPACES TO HC-IX-IMMUN-DETAIL
                   MOVE 'I' TO IX-I-RECORD-TYPE
                   MOVE IM-PATIENT-ID       TO IX-I-PATIENT-ID
                   MOVE IM-VACCINE-CODE     TO IX-I-VACCINE-CODE
                   MOVE IM-DOSE-NUMBER      TO IX-I-DOSE-NUMBER
                   MOVE IM-DATE-GIVEN (1:4) TO IX-I-DATE-GIVEN (1:4)
                   MOVE IM-DATE-GIVEN (6:2) TO IX-I-DATE-GIVEN (5:2)
                   MOVE IM-DATE-GIVEN (9:2) TO IX-I-DATE-GIVEN (7:2)
                   MOVE IM-LOT-NUMBER       TO IX-I-LOT-NUMBER
                   MOVE IM-SITE             TO IX-I-SITE
                   MOVE IM-GIVEN-BY         TO IX-I-GIVEN-BY
                   MOVE IM-VACCINE-NAME     TO IX-I-VACCINE-NAME
                   WRITE HC-INTERCHANGE-RECORD FROM HC-IX-IMMUN-DETAIL
                   IF HC-INTERCHANGE-OK
                       ADD 1 TO HC-IMMUNS-WRITTEN
                       ADD IM-PATIENT-ID TO HC-IMMUN-HASH
                   END-IF
               END-IF
           END-IF
           PERFORM 3590-READ-NEXT-IMMUN THRU 3590-EXIT.
       3510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3590-READ-NEXT-IMMUN                                           *
      *----------------------------------------------------------------*
       3590-READ-NEXT-IMMUN.
           READ IMMUNIZATION-FILE NEXT RECORD
           IF NOT HC-IMMUNIZATION-OK
               MOVE 'Y' TO HC-IMMUN-EOF-SW
           END-IF.
       3590-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3900-READ-NEXT-ALERT                                           *
      *----------------------------------------------------------------*
           MOVE HC-VISIT-HASH        TO IX-T-VISIT-HASH
           MOVE HC-ALERT-HASH        TO IX-T-ALERT-HASH
           MOVE HC-FILE-SEQUENCE-NUM TO IX-T-SEQUENCE-NUM
           MOVE HC-IMMUNS-WRITTEN    TO IX-T-IMMUN-COUNT
           MOVE HC-IMMUN-HASH        TO IX-T-IMMUN-HASH
           WRITE HC-INTERCHANGE-RECORD FROM HC-IX-TRAILER.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-CHECK-CONSENT                                             *
      *     CN-PATIENT-ID holds the patient to check.  Sharing needs   *
      *     an EHR answer of Y effective by the business date; no      *
      *     consent file, no record or any other answer withholds.     *
      *----------------------------------------------------------------*
       5000-CHECK-CONSENT.
           IF CN-PATIENT-ID = HC-CONSENT-PATIENT-ID
               GO TO 5000-EXIT
           END-IF
           MOVE CN-PATIENT-ID TO HC-CONSENT-PATIENT-ID
           SET HC-SHARING-WITHHELD TO TRUE
           IF HC-CONSENT-FILE-ABSENT
               GO TO 5000-EXIT
           END-IF
           READ CONSENT-FILE
           IF HC-CONSENT-OK
                   AND CN-EHR-GIVEN
                   AND CN-EHR-EFF-DATE NOT > HC-BUSINESS-DATE
               SET HC-SHARING-CONSENTED TO TRUE
           END-IF.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-UPDATE-SEND-LOG                                           *
      *     Normal runs log the extract as SENT under its sequence     *
               MOVE HC-BUSINESS-DATE  TO SL-BUSINESS-DATE
               MOVE HC-VISITS-WRITTEN TO SL-VISIT-COUNT
               MOVE HC-ALERTS-WRITTEN TO SL-ALERT-COUNT
               MOVE HC-IMMUNS-WRITTEN TO SL-IMMUN-COUNT
               IF HC-RETRANSMIT-RUN
                   SET SL-STATUS-RESENT TO TRUE
               ELSE
               MOVE HC-BUSINESS-DATE     TO SL-BUSINESS-DATE
               MOVE HC-VISITS-WRITTEN    TO SL-VISIT-COUNT
               MOVE HC-ALERTS-WRITTEN    TO SL-ALERT-COUNT
               MOVE HC-IMMUNS-WRITTEN    TO SL-IMMUN-COUNT
               IF HC-RETRANSMIT-RUN
                   SET SL-STATUS-RESENT TO TRUE
               ELSE
      *----------------------------------------------------------------*
      * 9000-TERMINATE                                                 *
      *     The reconciliation report proves the extract: selected     *
      *     and written must match for every record type.              *
      *----------------------------------------------------------------*
       9000-TERMINATE.
           MOVE 'VISITS SELECTED    :' TO HC-C-TITLE
           MOVE 'ALERT HASH TOTAL   :' TO HC-X-TITLE
           MOVE HC-ALERT-HASH          TO HC-X-HASH
           WRITE HC-REPORT-LINE FROM HC-HASH-LINE
           MOVE 'IMMUNS SELECTED    :' TO HC-C-TITLE
           MOVE HC-IMMUNS-SELECTED     TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'IMMUNS WRITTEN     :' TO HC-C-TITLE
           MOVE HC-IMMUNS-WRITTEN      TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'IMMUN HASH TOTAL   :' TO HC-X-TITLE
           MOVE HC-IMMUN-HASH          TO HC-X-HASH
           WRITE HC-REPORT-LINE FROM HC-HASH-LINE
           MOVE 'VISITS WITHHELD    :' TO HC-C-TITLE
           MOVE HC-VISITS-WITHHELD     TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'ALERTS WITHHELD    :' TO HC-C-TITLE
           MOVE HC-ALERTS-WITHHELD     TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'IMMUNS WITHHELD    :' TO HC-C-TITLE
           MOVE HC-IMMUNS-WITHHELD     TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE

           IF HC-VISITS-SELECTED = HC-VISITS-WRITTEN
                   AND HC-ALERTS-SELECTED = HC-ALERTS-WRITTEN
                   AND HC-IMMUNS-SELECTED = HC-IMMUNS-WRITTEN
               MOVE 'EXTRACT RECONCILED - COUNTS MATCH'
                                         TO HC-R-TEXT
           ELSE

           CLOSE VISIT-FILE
           CLOSE ALERT-FILE
           IF HC-IMMUN-FILE-OPEN
               CLOSE IMMUNIZATION-FILE
           END-IF
           IF HC-CONSENT-FILE-OPEN
               CLOSE CONSENT-FILE
           END-IF
           CLOSE INTERCHANGE-FILE
           CLOSE RECON-REPORT

               SET RC-FUNC-END TO TRUE
               COMPUTE RC-RECORDS-READ =
                   HC-VISITS-SELECTED + HC-ALERTS-SELECTED
                   + HC-IMMUNS-SELECTED
               COMPUTE RC-RECORDS-WRITTEN =
                   HC-VISITS-WRITTEN + HC-ALERTS-WRITTEN
                   + HC-IMMUNS-WRITTEN
               CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA
           END-IF.
       9000-EXIT.
