      * one formatted chart package, a titled page per section:       *
      *                                                                *
      *   1. Demographics from the patient master.                    *
      *   2. Allergies from the HCALLRGY register, active and         *
      *      inactive both, whatever the date range.                  *
      *   3. Immunizations from the HCIMMUN register, every dose      *
      *      given, whatever the date range.                          *
      *   4. Medications with their dosing schedule times (the whole  *
      *      medication history - a chart without the discontinued    *
      *      courses is not a chart).                                 *
      *   5. Visits and vitals in the date range, the live file and   *
      *      the HCVISARC archive both, archived rows flagged.        *
      *   6. Alerts in the date range with their acknowledgment       *
      *      stamps.                                                   *
      *   7. Meditation sessions in the date range.                   *
      *                                                                *
      * A trailer of record counts per section closes the package so  *
      * an incomplete print is obvious.  Blank range dates default to  *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-09-02 RSG Original program.                               *
      * 2026-10-15 RSG Allergy register printed as section 2 with its *
      *                own trailer count; later sections renumbered.  *
      * 2026-10-15 RSG A patient with a recorded date of death is     *
      *                refused like a merged record - no referral     *
      *                package goes out for them.                      *
      * 2026-10-15 RSG A referral package needs the patient's referral *
      *                release consent in effect on HCCONSNT; without *
      *                it the package is withheld and a withheld-     *
      *                count page printed.  A 'P' purpose byte on the *
      *                card marks the patient's own records request,  *
      *                which needs no release consent.                 *
      * 2026-10-15 RSG The requesting operator's id is taken from the *
      *                card and every request, printed or refused, is *
      *                appended to HCAUDIT as a CHRTRQ entry for the  *
      *                privacy access review.                          *
      * 2026-10-15 RSG Immunization register printed as section 3     *
      *                with its own trailer count; later sections     *
      *                renumbered.                                     *
      * 2026-10-15 RSG 9100-WRITE-AUDIT-RECORD appends through the    *
      *                HCAUDW01 chain writer instead of writing        *
      *                HCAUDIT directly.                               *
      * 2026-10-15 RSG A card with no requesting operator is refused   *
      *                (RC 8) - the privacy review must be able to    *
      *                name who asked.  The always-zero withheld      *
      *                count dropped from the package trailer; the    *
      *                withheld page carries it.                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   WITH DUPLICATES
               FILE STATUS IS HC-PATIENT-STATUS.

           SELECT ALLERGY-FILE ASSIGN TO HCALLRGY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-ALLERGY-KEY
               FILE STATUS IS HC-ALLERGY-STATUS.

           SELECT IMMUNIZATION-FILE ASSIGN TO HCIMMUN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-IMMUNIZATION-KEY
               FILE STATUS IS HC-IMMUNIZATION-STATUS.

           SELECT MEDICATION-FILE ASSIGN TO HCMEDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DF-MEDITATION-KEY
               FILE STATUS IS HC-MEDITATION-FILE-STATUS.

           SELECT CONSENT-FILE ASSIGN TO HCCONSNT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CN-PATIENT-ID
               FILE STATUS IS HC-CONSENT-STATUS.

           SELECT CHART-PRINT ASSIGN TO HCCHTPRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HC-PRINT-STATUS.
       FD  PATIENT-FILE.
           COPY HCPATREC.

       FD  ALLERGY-FILE.
           COPY HCALGREC.

       FD  IMMUNIZATION-FILE.
           COPY HCIMMREC.

       FD  MEDICATION-FILE.
           COPY HCMEDREC.

       FD  MEDITATION-FILE.
           COPY HCMTNREC.

       FD  CONSENT-FILE.
           COPY HCCNSREC.

       FD  CHART-PRINT
           RECORD CONTAINS 132 CHARACTERS.
       01  HC-PRINT-LINE                 PIC X(132).
           05 HC-PARM-PATIENT-ID         PIC 9(10).
           05 HC-PARM-FROM-DATE          PIC X(10).
           05 HC-PARM-TO-DATE            PIC X(10).
           05 HC-PARM-PURPOSE            PIC X(01).
              88 HC-PURPOSE-OWN-RECORDS            VALUE 'P'.
           05 HC-PARM-OPERATOR-ID        PIC X(04).
      *       Blank dates default to the whole history.  A blank
      *       purpose is a referral release.  The operator id is the
      *       person who asked for the chart, for the audit trail;
      *       a card without one is refused.

      *----------------------------------------------------------------*
      *    FILE STATUS SWITCHES                                        *
       01  HC-PATIENT-STATUS             PIC X(02) VALUE '00'.
           88 HC-PATIENT-OK                        VALUE '00'.

       01  HC-ALLERGY-STATUS             PIC X(02) VALUE '00'.
           88 HC-ALLERGY-OK                        VALUE '00'.
           88 HC-ALLERGY-NOT-THERE                 VALUE '35'.

       01  HC-IMMUNIZATION-STATUS        PIC X(02) VALUE '00'.
           88 HC-IMMUNIZATION-OK                   VALUE '00'.
           88 HC-IMMUNIZATION-NOT-THERE            VALUE '35'.

       01  HC-MEDICATION-STATUS          PIC X(02) VALUE '00'.
           88 HC-MEDICATION-OK                     VALUE '00'.
           88 HC-MEDICATION-NOT-THERE              VALUE '35'.
           88 HC-MEDITATION-FILE-OK                VALUE '00'.
           88 HC-MEDITATION-NOT-THERE              VALUE '35'.

       01  HC-CONSENT-STATUS             PIC X(02) VALUE '00'.
           88 HC-CONSENT-OK                        VALUE '00'.

       01  HC-PRINT-STATUS               PIC X(02) VALUE '00'.
           88 HC-PRINT-OK                          VALUE '00'.

           05 HC-PATIENT-GOOD-SW         PIC X(01) VALUE 'N'.
              88 HC-PATIENT-GOOD                   VALUE 'Y'.
              88 HC-PATIENT-BAD                    VALUE 'N'.
           05 HC-RELEASE-SW              PIC X(01) VALUE 'N'.
              88 HC-RELEASE-CONSENTED              VALUE 'Y'.
              88 HC-RELEASE-WITHHELD               VALUE 'N'.

      *----------------------------------------------------------------*
      *    RANGE AND COUNT WORK AREAS                                  *
       01  HC-SCHED-IDX                  PIC 9(01).

       01  HC-SECTION-COUNTS.
           05 HC-S-ALLERGIES             PIC 9(07) VALUE 0.
           05 HC-S-IMMUNIZATIONS         PIC 9(07) VALUE 0.
           05 HC-S-MEDICATIONS           PIC 9(07) VALUE 0.
           05 HC-S-VISITS                PIC 9(07) VALUE 0.
           05 HC-S-ARCH-VISITS           PIC 9(07) VALUE 0.
           05 HC-S-ALERTS                PIC 9(07) VALUE 0.
           05 HC-S-MEDITATIONS           PIC 9(07) VALUE 0.
           05 HC-S-WITHHELD              PIC 9(07) VALUE 0.

       01  HC-CURRENT-DATE-TIME          PIC X(21).
       01  HC-RUN-DATE                   PIC X(10).

      *----------------------------------------------------------------*
      *    AUDIT-TRAIL WORK AREA                                       *
      *----------------------------------------------------------------*
           COPY HCAUDREC.
           COPY HCAUDWA.

      *----------------------------------------------------------------*
      *    RETURN CODES - THE HCIPDB01 VALUES, SO THE AUDIT TRAIL      *
      *    READS THE SAME WHICHEVER PROGRAM WROTE THE ENTRY            *
      *----------------------------------------------------------------*
       01  HC-RC-SUCCESS                 PIC 9(02) VALUE 00.
       01  HC-RC-NOT-FOUND               PIC 9(02) VALUE 04.
       01  HC-RC-INVALID-REQUEST         PIC 9(02) VALUE 08.
       01  HC-CHART-RETURN-CODE          PIC 9(02) VALUE 00.

      *----------------------------------------------------------------*
      *    CHART PACKAGE LINES                                         *
      *----------------------------------------------------------------*
           05 HC-X-TEXT                  PIC X(60).
           05 FILLER                     PIC X(52) VALUE SPACES.

       01  HC-ALLERGY-LINE.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-L-ALLERGEN              PIC X(50).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 HC-L-SEVERITY              PIC X(01).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-L-REACTION              PIC X(30).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-L-RECORDED-DATE         PIC X(10).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 HC-L-RECORDED-BY           PIC X(04).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-L-STATUS-TEXT           PIC X(20).
           05 FILLER                     PIC X(07) VALUE SPACES.

       01  HC-IMMUNIZATION-LINE.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-I-VACCINE-CODE          PIC X(08).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-I-VACCINE-NAME          PIC X(30).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 FILLER                     PIC X(05) VALUE 'DOSE '.
           05 HC-I-DOSE-NUMBER           PIC Z9.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-I-DATE-GIVEN            PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 FILLER                     PIC X(04) VALUE 'LOT '.
           05 HC-I-LOT-NUMBER            PIC X(15).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 FILLER                     PIC X(05) VALUE 'SITE '.
           05 HC-I-SITE                  PIC X(02).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 FILLER                     PIC X(04) VALUE 'BY '.
           05 HC-I-GIVEN-BY              PIC X(04).
           05 FILLER                     PIC X(29) VALUE SPACES.

       01  HC-MED-LINE.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-M-PRESCRIPTION-ID       PIC 9(10).
           PERFORM 1000-INITIALIZE       THRU 1000-EXIT
           IF HC-PATIENT-GOOD
               PERFORM 2000-PRINT-DEMOGRAPHICS THRU 2000-EXIT
               PERFORM 2500-PRINT-ALLERGIES    THRU 2500-EXIT
               PERFORM 2600-PRINT-IMMUNIZATIONS THRU 2600-EXIT
               PERFORM 3000-PRINT-MEDICATIONS  THRU 3000-EXIT
               PERFORM 4000-PRINT-VISITS       THRU 4000-EXIT
               PERFORM 5000-PRINT-ALERTS       THRU 5000-EXIT

           OPEN OUTPUT CHART-PRINT
           OPEN INPUT PATIENT-FILE
           IF HC-PARM-OPERATOR-ID = SPACES
               DISPLAY 'HCCHRT01 - NO REQUESTING OPERATOR ON THE '
                       'CARD - REQUEST REFUSED'
               SET HC-PATIENT-BAD TO TRUE
               MOVE HC-RC-INVALID-REQUEST TO HC-CHART-RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE HC-CHART-PATIENT-ID TO PF-PATIENT-ID
           READ PATIENT-FILE
           EVALUATE TRUE
                   DISPLAY 'HCCHRT01 - PATIENT '
                           HC-CHART-PATIENT-ID ' NOT ON FILE'
                   SET HC-PATIENT-BAD TO TRUE
                   MOVE HC-RC-NOT-FOUND TO HC-CHART-RETURN-CODE
               WHEN PF-MERGED-INTO-ID NOT = ZERO
                   DISPLAY 'HCCHRT01 - PATIENT '
                           HC-CHART-PATIENT-ID ' MERGED INTO '
                           PF-MERGED-INTO-ID ' - REQUEST THAT CHART'
                   SET HC-PATIENT-BAD TO TRUE
               WHEN NOT PF-LIVING
                   DISPLAY 'HCCHRT01 - PATIENT '
                           HC-CHART-PATIENT-ID ' DECEASED '
                           PF-DATE-OF-DEATH ' - NO REFERRAL PACKAGE'
                   SET HC-PATIENT-BAD TO TRUE
               WHEN OTHER
                   SET HC-PATIENT-GOOD TO TRUE
           END-EVALUATE
           IF HC-PATIENT-GOOD AND NOT HC-PURPOSE-OWN-RECORDS
               PERFORM 1100-CHECK-RELEASE-CONSENT THRU 1100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-CHECK-RELEASE-CONSENT                                     *
      *     Referral release needs a 'Y' answer whose effective date   *
      *     has arrived.  No consent file, no record, a refusal or a   *
      *     future-dated answer all withhold the package; a page says  *
      *     so, so the print run itself proves the preference held.    *
      *----------------------------------------------------------------*
       1100-CHECK-RELEASE-CONSENT.
           SET HC-RELEASE-WITHHELD TO TRUE
           OPEN INPUT CONSENT-FILE
           IF HC-CONSENT-OK
               MOVE HC-CHART-PATIENT-ID TO CN-PATIENT-ID
               READ CONSENT-FILE
               IF HC-CONSENT-OK
                   AND CN-REF-GIVEN
                   AND CN-REF-EFF-DATE NOT > HC-RUN-DATE
                   SET HC-RELEASE-CONSENTED TO TRUE
               END-IF
               CLOSE CONSENT-FILE
           END-IF
           IF HC-RELEASE-CONSENTED
               GO TO 1100-EXIT
           END-IF

           DISPLAY 'HCCHRT01 - PATIENT '
                   HC-CHART-PATIENT-ID ' NO REFERRAL RELEASE CONSENT'
                   ' - PACKAGE WITHHELD'
           SET HC-PATIENT-BAD TO TRUE
           ADD 1 TO HC-S-WITHHELD
           MOVE HC-CHART-PATIENT-ID TO HC-T-PATIENT-ID
           MOVE SPACES              TO HC-T-LAST-NAME
                                       HC-T-FIRST-NAME
           MOVE HC-RUN-DATE         TO HC-T-RUN-DATE
           WRITE HC-PRINT-LINE FROM HC-TITLE-LINE
               AFTER ADVANCING PAGE
           MOVE 'REFERRAL RELEASE CONSENT NOT IN EFFECT'
                                    TO HC-ST-TEXT
           MOVE HC-FROM-DATE TO HC-ST-FROM
           MOVE HC-TO-DATE   TO HC-ST-TO
           WRITE HC-PRINT-LINE FROM HC-SECTION-TITLE-LINE
           MOVE 'PACKAGES WITHHELD         :' TO HC-R-TITLE
           MOVE HC-S-WITHHELD TO HC-R-COUNT
           WRITE HC-PRINT-LINE FROM HC-TRAILER-LINE.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PRINT-DEMOGRAPHICS                                        *
      *----------------------------------------------------------------*
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2500-PRINT-ALLERGIES                                           *
      *     The whole register, inactive entries included with the    *
      *     date they were inactivated - not limited to the range.     *
      *----------------------------------------------------------------*
       2500-PRINT-ALLERGIES.
           MOVE HC-CHART-PATIENT-ID TO HC-T-PATIENT-ID
           WRITE HC-PRINT-LINE FROM HC-TITLE-LINE
               AFTER ADVANCING PAGE
           MOVE 'SECTION 2 - ALLERGIES' TO HC-ST-TEXT
           WRITE HC-PRINT-LINE FROM HC-SECTION-TITLE-LINE

           OPEN INPUT ALLERGY-FILE
           IF HC-ALLERGY-NOT-THERE
               GO TO 2500-EXIT
           END-IF
           SET HC-SCAN-CONTINUES TO TRUE
           MOVE HC-CHART-PATIENT-ID TO AL-PATIENT-ID
           MOVE SPACES              TO AL-ALLERGEN
           START ALLERGY-FILE KEY IS >= AL-ALLERGY-KEY
           IF NOT HC-ALLERGY-OK
               SET HC-SCAN-ENDED TO TRUE
           END-IF
           PERFORM 2510-PRINT-ONE-ALLERGY THRU 2510-EXIT
               UNTIL HC-SCAN-ENDED
           CLOSE ALLERGY-FILE.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2510-PRINT-ONE-ALLERGY                                         *
      *----------------------------------------------------------------*
       2510-PRINT-ONE-ALLERGY.
           READ ALLERGY-FILE NEXT RECORD
           IF NOT HC-ALLERGY-OK
                   OR AL-PATIENT-ID NOT = HC-CHART-PATIENT-ID
               SET HC-SCAN-ENDED TO TRUE
               GO TO 2510-EXIT
           END-IF
           ADD 1 TO HC-S-ALLERGIES
           MOVE AL-ALLERGEN        TO HC-L-ALLERGEN
           MOVE AL-SEVERITY        TO HC-L-SEVERITY
           MOVE AL-REACTION        TO HC-L-REACTION
           MOVE AL-RECORDED-DATE   TO HC-L-RECORDED-DATE
           MOVE AL-RECORDED-BY     TO HC-L-RECORDED-BY
           MOVE SPACES             TO HC-L-STATUS-TEXT
           IF AL-STATUS-ACTIVE
               MOVE 'ACTIVE' TO HC-L-STATUS-TEXT
           ELSE
               STRING 'INACTIVE ' AL-INACTIVE-DATE
                   DELIMITED BY SIZE INTO HC-L-STATUS-TEXT
           END-IF
           WRITE HC-PRINT-LINE FROM HC-ALLERGY-LINE.
       2510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2600-PRINT-IMMUNIZATIONS                                       *
      *     Every dose on the register in vaccine and dose order - not *
      *     limited to the range.                                      *
      *----------------------------------------------------------------*
       2600-PRINT-IMMUNIZATIONS.
           MOVE HC-CHART-PATIENT-ID TO HC-T-PATIENT-ID
           WRITE HC-PRINT-LINE FROM HC-TITLE-LINE
               AFTER ADVANCING PAGE
           MOVE 'SECTION 3 - IMMUNIZATIONS' TO HC-ST-TEXT
           WRITE HC-PRINT-LINE FROM HC-SECTION-TITLE-LINE

           OPEN INPUT IMMUNIZATION-FILE
           IF HC-IMMUNIZATION-NOT-THERE
               GO TO 2600-EXIT
           END-IF
           SET HC-SCAN-CONTINUES TO TRUE
           MOVE HC-CHART-PATIENT-ID TO IM-PATIENT-ID
           MOVE SPACES              TO IM-VACCINE-CODE
           MOVE ZERO                TO IM-DOSE-NUMBER
           START IMMUNIZATION-FILE KEY IS >= IM-IMMUNIZATION-KEY
           IF NOT HC-IMMUNIZATION-OK
               SET HC-SCAN-ENDED TO TRUE
           END-IF
           PERFORM 2610-PRINT-ONE-IMMUNIZATION THRU 2610-EXIT
               UNTIL HC-SCAN-ENDED
           CLOSE IMMUNIZATION-FILE.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2610-PRINT-ONE-IMMUNIZATION                                    *
      *----------------------------------------------------------------*
       2610-PRINT-ONE-IMMUNIZATION.
           READ IMMUNIZATION-FILE NEXT RECORD
           IF NOT HC-IMMUNIZATION-OK
                   OR IM-PATIENT-ID NOT = HC-CHART-PATIENT-ID
               SET HC-SCAN-ENDED TO TRUE
               GO TO 2610-EXIT
           END-IF
           ADD 1 TO HC-S-IMMUNIZATIONS
           MOVE IM-VACCINE-CODE    TO HC-I-VACCINE-CODE
           MOVE IM-VACCINE-NAME    TO HC-I-VACCINE-NAME
           MOVE IM-DOSE-NUMBER     TO HC-I-DOSE-NUMBER
           MOVE IM-DATE-GIVEN      TO HC-I-DATE-GIVEN
           MOVE IM-LOT-NUMBER      TO HC-I-LOT-NUMBER
           MOVE IM-SITE            TO HC-I-SITE
           MOVE IM-GIVEN-BY        TO HC-I-GIVEN-BY
           WRITE HC-PRINT-LINE FROM HC-IMMUNIZATION-LINE.
       2610-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-PRINT-MEDICATIONS                                         *
      *----------------------------------------------------------------*
           MOVE HC-CHART-PATIENT-ID TO HC-T-PATIENT-ID
           WRITE HC-PRINT-LINE FROM HC-TITLE-LINE
               AFTER ADVANCING PAGE
           MOVE 'SECTION 4 - MEDICATIONS AND DOSING SCHEDULE'
                                    TO HC-ST-TEXT
           WRITE HC-PRINT-LINE FROM HC-SECTION-TITLE-LINE

           MOVE HC-CHART-PATIENT-ID TO HC-T-PATIENT-ID
           WRITE HC-PRINT-LINE FROM HC-TITLE-LINE
               AFTER ADVANCING PAGE
           MOVE 'SECTION 5 - VISITS AND VITALS (LIVE AND ARCHIVE)'
                                    TO HC-ST-TEXT
           WRITE HC-PRINT-LINE FROM HC-SECTION-TITLE-LINE

           MOVE HC-CHART-PATIENT-ID TO HC-T-PATIENT-ID
           WRITE HC-PRINT-LINE FROM HC-TITLE-LINE
               AFTER ADVANCING PAGE
           MOVE 'SECTION 6 - ALERTS AND ACKNOWLEDGMENTS'
                                    TO HC-ST-TEXT
           WRITE HC-PRINT-LINE FROM HC-SECTION-TITLE-LINE

           MOVE HC-CHART-PATIENT-ID TO HC-T-PATIENT-ID
           WRITE HC-PRINT-LINE FROM HC-TITLE-LINE
               AFTER ADVANCING PAGE
           MOVE 'SECTION 7 - MEDITATION SESSIONS' TO HC-ST-TEXT
           WRITE HC-PRINT-LINE FROM HC-SECTION-TITLE-LINE

           OPEN INPUT MEDITATION-FILE
           MOVE 'PACKAGE TRAILER - RECORD COUNTS PER SECTION'
                                    TO HC-ST-TEXT
           WRITE HC-PRINT-LINE FROM HC-SECTION-TITLE-LINE
           MOVE 'ALLERGIES                 :' TO HC-R-TITLE
           MOVE HC-S-ALLERGIES TO HC-R-COUNT
           WRITE HC-PRINT-LINE FROM HC-TRAILER-LINE
           MOVE 'IMMUNIZATIONS             :' TO HC-R-TITLE
           MOVE HC-S-IMMUNIZATIONS TO HC-R-COUNT
           WRITE HC-PRINT-LINE FROM HC-TRAILER-LINE
           MOVE 'MEDICATIONS               :' TO HC-R-TITLE
           MOVE HC-S-MEDICATIONS TO HC-R-COUNT
           WRITE HC-PRINT-LINE FROM HC-TRAILER-LINE
      *----------------------------------------------------------------*
       9000-TERMINATE.
           CLOSE PATIENT-FILE
           CLOSE CHART-PRINT
           PERFORM 9100-WRITE-AUDIT-RECORD THRU 9100-EXIT.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9100-WRITE-AUDIT-RECORD                                        *
      *     A chart shows the whole record, so every request is an     *
      *     access the privacy review must see - refusals included,    *
      *     with the HCIPDB01 return-code values.                      *
      *----------------------------------------------------------------*
       9100-WRITE-AUDIT-RECORD.
           IF HC-PATIENT-BAD
                   AND HC-CHART-RETURN-CODE = HC-RC-SUCCESS
               MOVE HC-RC-INVALID-REQUEST TO HC-CHART-RETURN-CODE
           END-IF
           MOVE SPACES               TO HC-AUDIT-RECORD
           MOVE 'CHRTRQ'             TO AU-REQUEST-ID
           MOVE HC-CHART-PATIENT-ID  TO AU-PATIENT-ID
           MOVE HC-CHART-RETURN-CODE TO AU-RETURN-CODE
           MOVE HC-PARM-OPERATOR-ID  TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO HC-CURRENT-DATE-TIME
           MOVE HC-CURRENT-DATE-TIME (1:8)  TO AU-CHANGE-DATE
           MOVE HC-CURRENT-DATE-TIME (9:6)  TO AU-CHANGE-TIME
           SET AW-FUNC-WRITE TO TRUE
           CALL 'HCAUDW01' USING HC-AUDIT-WRITE-AREA HC-AUDIT-RECORD
           IF AW-REPLY-ERROR
               DISPLAY 'HCCHRT01 - AUDIT WRITE FAILED, STATUS '
                       AW-FILE-STATUS
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       9100-EXIT.
           EXIT.
