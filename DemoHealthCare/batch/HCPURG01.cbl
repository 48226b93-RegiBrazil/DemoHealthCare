      * removes the patient's records across every live file in one   *
      * controlled pass: medications, visits, archived visits,        *
      * alerts, meditation sessions, portal users, thresholds,        *
      * current admission, quotes, plans, installments, charges,      *
      * appointments, insurance claim lines, medication               *
      * administration entries, allergies, immunizations, lab orders, *
      * episode and prescription renewal history, and finally the     *
      * master record itself.                                          *
      *                                                                *
      * The PF-MERGED-INTO-ID chain is honoured both ways:            *
      *   - a flagged record that was itself merged away holds no     *
      *                reader checkpoints after every patient so an   *
      *                abended run restarts past the patients it has  *
      *                already destroyed.                              *
      * 2026-10-15 RSG Insurance claim lines (HCCLAIM) purged with    *
      *                the patient's other records and counted on the *
      *                certificate.                                   *
      * 2026-10-15 RSG Medication administration entries (HCMAR)      *
      *                purged and counted on the certificate.         *
      * 2026-10-15 RSG Allergy register entries (HCALLRGY) purged and *
      *                counted on the certificate.                    *
      * 2026-10-15 RSG Lab orders and results (HCLABORD) purged and   *
      *                counted on the certificate.                    *
      * 2026-10-15 RSG The deceased past the holding period are now   *
      *                appended to PURGLIST by HCDCSD01, run as the   *
      *                step ahead of this one; hand-keyed ids stay.   *
      * 2026-10-15 RSG Consent records (HCCONSNT) purged and counted  *
      *                on the certificate.                            *
      * 2026-10-15 RSG Reviewed not-duplicate pairs (HCNOTDUP) naming *
      *                the patient on either side purged and counted  *
      *                on the certificate.                            *
      * 2026-10-15 RSG Admission episode history (HCEPISOD) purged    *
      *                and counted on the certificate.                *
      * 2026-10-15 RSG Immunization register entries (HCIMMUN) purged *
      *                and counted on the certificate.                *
      * 2026-10-15 RSG Prescription renewal history (HCRENHST) purged *
      *                and counted on the certificate.                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS AP-APPT-KEY
               FILE STATUS IS HC-APPOINTMENT-STATUS.

           SELECT CLAIM-LINE-FILE ASSIGN TO HCCLAIM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CHARGE-KEY
               FILE STATUS IS HC-CLAIM-LINE-STATUS.

           SELECT MAR-FILE ASSIGN TO HCMAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-MAR-KEY
               FILE STATUS IS HC-MAR-STATUS.

           SELECT ALLERGY-FILE ASSIGN TO HCALLRGY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-ALLERGY-KEY
               FILE STATUS IS HC-ALLERGY-STATUS.

           SELECT LAB-ORDER-FILE ASSIGN TO HCLABORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LO-ORDER-KEY
               FILE STATUS IS HC-LAB-ORDER-STATUS.

           SELECT CONSENT-FILE ASSIGN TO HCCONSNT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-PATIENT-ID
               FILE STATUS IS HC-CONSENT-STATUS.

           SELECT NOT-DUP-FILE ASSIGN TO HCNOTDUP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ND-PAIR-KEY
               ALTERNATE RECORD KEY IS ND-HIGH-PATIENT-ID
                   WITH DUPLICATES
               FILE STATUS IS HC-NOT-DUP-STATUS.

           SELECT EPISODE-FILE ASSIGN TO HCEPISOD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-EPISODE-KEY
               FILE STATUS IS HC-EPISODE-STATUS.

           SELECT IMMUNIZATION-FILE ASSIGN TO HCIMMUN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-IMMUNIZATION-KEY
               FILE STATUS IS HC-IMMUNIZATION-STATUS.

           SELECT RENEWAL-FILE ASSIGN TO HCRENHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-RENEWAL-KEY
               FILE STATUS IS HC-RENEWAL-STATUS.

           SELECT CERTIFICATE-REPORT ASSIGN TO HCPURRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HC-REPORT-STATUS.
       FD  APPOINTMENT-FILE.
           COPY HCAPTREC.

       FD  CLAIM-LINE-FILE.
           COPY HCCLLREC.

       FD  MAR-FILE.
           COPY HCMARREC.

       FD  ALLERGY-FILE.
           COPY HCALGREC.

       FD  LAB-ORDER-FILE.
           COPY HCLBOREC.

       FD  CONSENT-FILE.
           COPY HCCNSREC.

       FD  NOT-DUP-FILE.
           COPY HCNDPREC.

       FD  EPISODE-FILE.
           COPY HCEPSREC.

       FD  IMMUNIZATION-FILE.
           COPY HCIMMREC.

       FD  RENEWAL-FILE.
           COPY HCRNHREC.

       FD  CERTIFICATE-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  HC-REPORT-LINE                PIC X(132).
           88 HC-APPOINTMENT-OK                    VALUE '00'.
           88 HC-APPOINTMENT-NOT-THERE             VALUE '35'.

       01  HC-CLAIM-LINE-STATUS          PIC X(02) VALUE '00'.
           88 HC-CLAIM-LINE-OK                     VALUE '00'.
           88 HC-CLAIM-LINE-NOT-THERE              VALUE '35'.

       01  HC-MAR-STATUS                 PIC X(02) VALUE '00'.
           88 HC-MAR-OK                            VALUE '00'.
           88 HC-MAR-NOT-THERE                     VALUE '35'.

       01  HC-ALLERGY-STATUS             PIC X(02) VALUE '00'.
           88 HC-ALLERGY-OK                        VALUE '00'.
           88 HC-ALLERGY-NOT-THERE                 VALUE '35'.

       01  HC-LAB-ORDER-STATUS           PIC X(02) VALUE '00'.
           88 HC-LAB-ORDER-OK                      VALUE '00'.
           88 HC-LAB-ORDER-NOT-THERE               VALUE '35'.

       01  HC-CONSENT-STATUS             PIC X(02) VALUE '00'.
           88 HC-CONSENT-OK                        VALUE '00'.
           88 HC-CONSENT-NOT-THERE                 VALUE '35'.

       01  HC-NOT-DUP-STATUS             PIC X(02) VALUE '00'.
           88 HC-NOT-DUP-OK                        VALUE '00'.
           88 HC-NOT-DUP-NOT-THERE                 VALUE '35'.

       01  HC-EPISODE-STATUS             PIC X(02) VALUE '00'.
           88 HC-EPISODE-OK                        VALUE '00'.
           88 HC-EPISODE-NOT-THERE                 VALUE '35'.

       01  HC-IMMUNIZATION-STATUS        PIC X(02) VALUE '00'.
           88 HC-IMMUNIZATION-OK                   VALUE '00'.
           88 HC-IMMUNIZATION-NOT-THERE            VALUE '35'.

       01  HC-RENEWAL-STATUS             PIC X(02) VALUE '00'.
           88 HC-RENEWAL-OK                        VALUE '00'.
           88 HC-RENEWAL-NOT-THERE                 VALUE '35'.

       01  HC-REPORT-STATUS              PIC X(02) VALUE '00'.
           88 HC-REPORT-OK                         VALUE '00'.

           05 HC-P-INSTALLMENTS          PIC 9(07).
           05 HC-P-CHARGES               PIC 9(07).
           05 HC-P-APPOINTMENTS          PIC 9(07).
           05 HC-P-CLAIM-LINES           PIC 9(07).
           05 HC-P-MAR-ENTRIES           PIC 9(07).
           05 HC-P-ALLERGIES             PIC 9(07).
           05 HC-P-LAB-ORDERS            PIC 9(07).
           05 HC-P-CONSENTS              PIC 9(07).
           05 HC-P-NOT-DUP-PAIRS         PIC 9(07).
           05 HC-P-EPISODES              PIC 9(07).
           05 HC-P-IMMUNIZATIONS         PIC 9(07).
           05 HC-P-RENEWALS              PIC 9(07).
           05 HC-P-MERGED-SHELLS         PIC 9(07).

       01  HC-REPORT-COUNTS.
               PERFORM 4200-PURGE-INSTALLMENTS   THRU 4200-EXIT
               PERFORM 4300-PURGE-CHARGES        THRU 4300-EXIT
               PERFORM 4400-PURGE-APPOINTMENTS   THRU 4400-EXIT
               PERFORM 4500-PURGE-CLAIM-LINES    THRU 4500-EXIT
               PERFORM 4600-PURGE-MAR-ENTRIES    THRU 4600-EXIT
               PERFORM 4700-PURGE-ALLERGIES      THRU 4700-EXIT
               PERFORM 4720-PURGE-IMMUNIZATIONS  THRU 4720-EXIT
               PERFORM 4800-PURGE-LAB-ORDERS     THRU 4800-EXIT
               PERFORM 4900-PURGE-CONSENTS       THRU 4900-EXIT
               PERFORM 4950-PURGE-NOT-DUP-PAIRS  THRU 4950-EXIT
               PERFORM 4980-PURGE-EPISODES       THRU 4980-EXIT
               PERFORM 4992-PURGE-RENEWALS       THRU 4992-EXIT
               PERFORM 5000-PURGE-MERGED-SHELLS  THRU 5000-EXIT
               MOVE HC-PURGE-PATIENT-ID TO PF-PATIENT-ID
               READ PATIENT-FILE
       4410-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4500-PURGE-CLAIM-LINES                                         *
      *----------------------------------------------------------------*
       4500-PURGE-CLAIM-LINES.
           OPEN I-O CLAIM-LINE-FILE
           IF HC-CLAIM-LINE-NOT-THERE
               GO TO 4500-EXIT
           END-IF
           SET HC-PURGE-SCAN-CONTINUES TO TRUE
           PERFORM 4510-DELETE-NEXT-CLAIM THRU 4510-EXIT
               UNTIL HC-PURGE-SCAN-ENDED
           CLOSE CLAIM-LINE-FILE.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4510-DELETE-NEXT-CLAIM                                         *
      *----------------------------------------------------------------*
       4510-DELETE-NEXT-CLAIM.
           MOVE HC-PURGE-PATIENT-ID TO CL-PATIENT-ID
           MOVE SPACES              TO CL-VISIT-DATE
           MOVE SPACES              TO CL-VISIT-TIME
           MOVE SPACES              TO CL-PROCEDURE-CODE
           START CLAIM-LINE-FILE KEY IS >= CL-CHARGE-KEY
           IF NOT HC-CLAIM-LINE-OK
               SET HC-PURGE-SCAN-ENDED TO TRUE
               GO TO 4510-EXIT
           END-IF
           READ CLAIM-LINE-FILE NEXT RECORD
           IF NOT HC-CLAIM-LINE-OK
                   OR CL-PATIENT-ID NOT = HC-PURGE-PATIENT-ID
               SET HC-PURGE-SCAN-ENDED TO TRUE
               GO TO 4510-EXIT
           END-IF
           DELETE CLAIM-LINE-FILE RECORD
           IF HC-CLAIM-LINE-OK
               ADD 1 TO HC-P-CLAIM-LINES
           ELSE
               SET HC-PURGE-SCAN-ENDED TO TRUE
           END-IF.
       4510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4600-PURGE-MAR-ENTRIES                                         *
      *----------------------------------------------------------------*
       4600-PURGE-MAR-ENTRIES.
           OPEN I-O MAR-FILE
           IF HC-MAR-NOT-THERE
               GO TO 4600-EXIT
           END-IF
           SET HC-PURGE-SCAN-CONTINUES TO TRUE
           PERFORM 4610-DELETE-NEXT-MAR THRU 4610-EXIT
               UNTIL HC-PURGE-SCAN-ENDED
           CLOSE MAR-FILE.
       4600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4610-DELETE-NEXT-MAR                                           *
      *----------------------------------------------------------------*
       4610-DELETE-NEXT-MAR.
           MOVE HC-PURGE-PATIENT-ID TO MA-PATIENT-ID
           MOVE ZERO                TO MA-PRESCRIPTION-ID
           MOVE SPACES              TO MA-DOSE-DATE
           MOVE SPACES              TO MA-DOSE-TIME
           START MAR-FILE KEY IS >= MA-MAR-KEY
           IF NOT HC-MAR-OK
               SET HC-PURGE-SCAN-ENDED TO TRUE
               GO TO 4610-EXIT
           END-IF
           READ MAR-FILE NEXT RECORD
           IF NOT HC-MAR-OK
                   OR MA-PATIENT-ID NOT = HC-PURGE-PATIENT-ID
               SET HC-PURGE-SCAN-ENDED TO TRUE
               GO TO 4610-EXIT
           END-IF
           DELETE MAR-FILE RECORD
           IF HC-MAR-OK
               ADD 1 TO HC-P-MAR-ENTRIES
           ELSE
               SET HC-PURGE-SCAN-ENDED TO TRUE
           END-IF.
       4610-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4700-PURGE-ALLERGIES                                           *
      *----------------------------------------------------------------*
       4700-PURGE-ALLERGIES.
           OPEN I-O ALLERGY-FILE
           IF HC-ALLERGY-NOT-THERE
               GO TO 4700-EXIT
           END-IF
           SET HC-PURGE-SCAN-CONTINUES TO TRUE
           PERFORM 4710-DELETE-NEXT-ALLERGY THRU 4710-EXIT
               UNTIL HC-PURGE-SCAN-ENDED
           CLOSE ALLERGY-FILE.
       4700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4710-DELETE-NEXT-ALLERGY                                       *
      *----------------------------------------------------------------*
       4710-DELETE-NEXT-ALLERGY.
           MOVE HC-PURGE-PATIENT-ID TO AL-PATIENT-ID
           MOVE SPACES              TO AL-ALLERGEN
           START ALLERGY-FILE KEY IS >= AL-ALLERGY-KEY
           IF NOT HC-ALLERGY-OK
               SET HC-PURGE-SCAN-ENDED TO TRUE
               GO TO 4710-EXIT
           END-IF
           READ ALLERGY-FILE NEXT RECORD
           IF NOT HC-ALLERGY-OK
                   OR AL-PATIENT-ID NOT = HC-PURGE-PATIENT-ID
               SET HC-PURGE-SCAN-ENDED TO TRUE
               GO TO 4710-EXIT
           END-IF
           DELETE ALLERGY-FILE RECORD
           IF HC-ALLERGY-OK
               ADD 1 TO HC-P-ALLERGIES
           ELSE
               SET HC-PURGE-SCAN-ENDED TO TRUE
           END-IF.
       4710-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4720-PURGE-IMMUNIZATIONS                                       *
      *----------------------------------------------------------------*
       4720-PURGE-IMMUNIZATIONS.
           OPEN I-O IMMUNIZATION-FILE
           IF HC-IMMUNIZATION-NOT-THERE
               GO TO 4720-EXIT
           END-IF
           SET HC-PURGE-SCAN-CONTINUES TO TRUE
           PERFORM 4730-DELETE-NEXT-IMMUNIZATION THRU 4730-EXIT
               UNTIL HC-PURGE-SCAN-ENDED
           CLOSE IMMUNIZATION-FILE.
       4720-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4730-DELETE-NEXT-IMMUNIZATION                                  *
      *----------------------------------------------------------------*
       4730-DELETE-NEXT-IMMUNIZATION.
           MOVE HC-PURGE-PATIENT-ID TO IM-PATIENT-ID
           MOVE SPACES              TO IM-VACCINE-CODE
           MOVE ZERO                TO IM-DOSE-NUMBER
           START IMMUNIZATION-FILE KEY IS >= IM-IMMUNIZATION-KEY
           IF NOT HC-IMMUNIZATION-OK
               SET HC-PURGE-SCAN-ENDED TO TRUE
               GO TO 4730-EXIT
           END-IF
           READ IMMUNIZATION-FILE NEXT RECORD
           IF NOT HC-IMMUNIZATION-OK
                   OR IM-PATIENT-ID NOT = HC-PURGE-PATIENT-ID
               SET HC-PURGE-SCAN-ENDED TO TRUE
               GO TO 4730-EXIT
           END-IF
           DELETE IMMUNIZATION-FILE RECORD
           IF HC-IMMUNIZATION-OK
               ADD 1 TO HC-P-IMMUNIZATIONS
           ELSE
               SET HC-PURGE-SCAN-ENDED TO TRUE
           END-IF.
       4730-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4800-PURGE-LAB-ORDERS                                          *
      *----------------------------------------------------------------*
       4800-PURGE-LAB-ORDERS.
           OPEN I-O LAB-ORDER-FILE
           IF HC-LAB-ORDER-NOT-THERE
               GO TO 4800-EXIT
           END-IF
           SET HC-PURGE-SCAN-CONTINUES TO TRUE
           PERFORM 4810-DELETE-NEXT-LAB-ORDER THRU 4810-EXIT
               UNTIL HC-PURGE-SCAN-ENDED
           CLOSE LAB-ORDER-FILE.
       4800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4810-DELETE-NEXT-LAB-ORDER                                     *
      *----------------------------------------------------------------*
       4810-DELETE-NEXT-LAB-ORDER.
           MOVE HC-PURGE-PATIENT-ID TO LO-PATIENT-ID
           MOVE ZERO                TO LO-ORDER-ID
           START LAB-ORDER-FILE KEY IS >= LO-ORDER-KEY
           IF NOT HC-LAB-ORDER-OK
               SET HC-PURGE-SCAN-ENDED TO TRUE
               GO TO 4810-EXIT
           END-IF
           READ LAB-ORDER-FILE NEXT RECORD
           IF NOT HC-LAB-ORDER-OK
                   OR LO-PATIENT-ID NOT = HC-PURGE-PATIENT-ID
               SET HC-PURGE-SCAN-ENDED TO TRUE
               GO TO 4810-EXIT
           END-IF
           DELETE LAB-ORDER-FILE RECORD
           IF HC-LAB-ORDER-OK
               ADD 1 TO HC-P-LAB-ORDERS
           ELSE
               SET HC-PURGE-SCAN-ENDED TO TRUE
           END-IF.
       4810-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4900-PURGE-CONSENTS                                            *
      *----------------------------------------------------------------*
       4900-PURGE-CONSENTS.
           OPEN I-O CONSENT-FILE
           IF HC-CONSENT-NOT-THERE
               GO TO 4900-EXIT
           END-IF
           MOVE HC-PURGE-PATIENT-ID TO CN-PATIENT-ID
           READ CONSENT-FILE
           IF HC-CONSENT-OK
               DELETE CONSENT-FILE RECORD
               IF HC-CONSENT-OK
                   ADD 1 TO HC-P-CONSENTS
               END-IF
           END-IF
           CLOSE CONSENT-FILE.
       4900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4950-PURGE-NOT-DUP-PAIRS                                       *
      *     A reviewed pair is filed lower id first, so the patient's  *
      *     pairs are found once on the pair key, where they are the   *
      *     lower id, and once on the alternate key, where they are    *
      *     the higher.                                                *
      *----------------------------------------------------------------*
       4950-PURGE-NOT-DUP-PAIRS.
           OPEN I-O NOT-DUP-FILE
           IF HC-NOT-DUP-NOT-THERE
               GO TO 4950-EXIT
           END-IF
           SET HC-PURGE-SCAN-CONTINUES TO TRUE
           PERFORM 4960-DELETE-NEXT-LOW-PAIR THRU 4960-EXIT
               UNTIL HC-PURGE-SCAN-ENDED
           SET HC-PURGE-SCAN-CONTINUES TO TRUE
           PERFORM 4970-DELETE-NEXT-HIGH-PAIR THRU 4970-EXIT
               UNTIL HC-PURGE-SCAN-ENDED
           CLOSE NOT-DUP-FILE.
       4950-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4960-DELETE-NEXT-LOW-PAIR                                      *
      *----------------------------------------------------------------*
       4960-DELETE-NEXT-LOW-PAIR.
           MOVE HC-PURGE-PATIENT-ID TO ND-LOW-PATIENT-ID
           MOVE ZERO                TO ND-HIGH-PATIENT-ID
           START NOT-DUP-FILE KEY IS >= ND-PAIR-KEY
           IF NOT HC-NOT-DUP-OK
               SET HC-PURGE-SCAN-ENDED TO TRUE
               GO TO 4960-EXIT
           END-IF
           READ NOT-DUP-FILE NEXT RECORD
           IF NOT HC-NOT-DUP-OK
                   OR ND-LOW-PATIENT-ID NOT = HC-PURGE-PATIENT-ID
               SET HC-PURGE-SCAN-ENDED TO TRUE
               GO TO 4960-EXIT
           END-IF
           DELETE NOT-DUP-FILE RECORD
           IF HC-NOT-DUP-OK
               ADD 1 TO HC-P-NOT-DUP-PAIRS
           ELSE
               SET HC-PURGE-SCAN-ENDED TO TRUE
           END-IF.
       4960-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4970-DELETE-NEXT-HIGH-PAIR                                     *
      *----------------------------------------------------------------*
       4970-DELETE-NEXT-HIGH-PAIR.
           MOVE HC-PURGE-PATIENT-ID TO ND-HIGH-PATIENT-ID
           START NOT-DUP-FILE KEY IS = ND-HIGH-PATIENT-ID
           IF NOT HC-NOT-DUP-OK
               SET HC-PURGE-SCAN-ENDED TO TRUE
               GO TO 4970-EXIT
           END-IF
           READ NOT-DUP-FILE NEXT RECORD
           IF NOT HC-NOT-DUP-OK
                   OR ND-HIGH-PATIENT-ID NOT = HC-PURGE-PATIENT-ID
               SET HC-PURGE-SCAN-ENDED TO TRUE
               GO TO 4970-EXIT
           END-IF
           DELETE NOT-DUP-FILE RECORD
           IF HC-NOT-DUP-OK
               ADD 1 TO HC-P-NOT-DUP-PAIRS
           ELSE
               SET HC-PURGE-SCAN-ENDED TO TRUE
           END-IF.
       4970-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4980-PURGE-EPISODES                                            *
      *----------------------------------------------------------------*
       4980-PURGE-EPISODES.
           OPEN I-O EPISODE-FILE
           IF HC-EPISODE-NOT-THERE
               GO TO 4980-EXIT
           END-IF
           SET HC-PURGE-SCAN-CONTINUES TO TRUE
           PERFORM 4990-DELETE-NEXT-EPISODE THRU 4990-EXIT
               UNTIL HC-PURGE-SCAN-ENDED
           CLOSE EPISODE-FILE.
       4980-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4990-DELETE-NEXT-EPISODE                                       *
      *----------------------------------------------------------------*
       4990-DELETE-NEXT-EPISODE.
           MOVE HC-PURGE-PATIENT-ID TO EP-PATIENT-ID
           MOVE SPACES              TO EP-STAY-ADMIT-DATE
           MOVE SPACES              TO EP-STAY-ADMIT-TIME
           MOVE ZERO                TO EP-SEGMENT-SEQ
           START EPISODE-FILE KEY IS >= EP-EPISODE-KEY
           IF NOT HC-EPISODE-OK
               SET HC-PURGE-SCAN-ENDED TO TRUE
               GO TO 4990-EXIT
           END-IF
           READ EPISODE-FILE NEXT RECORD
           IF NOT HC-EPISODE-OK
                   OR EP-PATIENT-ID NOT = HC-PURGE-PATIENT-ID
               SET HC-PURGE-SCAN-ENDED TO TRUE
               GO TO 4990-EXIT
           END-IF
           DELETE EPISODE-FILE RECORD
           IF HC-EPISODE-OK
               ADD 1 TO HC-P-EPISODES
           ELSE
               SET HC-PURGE-SCAN-ENDED TO TRUE
           END-IF.
       4990-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4992-PURGE-RENEWALS                                            *
      *----------------------------------------------------------------*
       4992-PURGE-RENEWALS.
           OPEN I-O RENEWAL-FILE
           IF HC-RENEWAL-NOT-THERE
               GO TO 4992-EXIT
           END-IF
           SET HC-PURGE-SCAN-CONTINUES TO TRUE
           PERFORM 4994-DELETE-NEXT-RENEWAL THRU 4994-EXIT
               UNTIL HC-PURGE-SCAN-ENDED
           CLOSE RENEWAL-FILE.
       4992-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4994-DELETE-NEXT-RENEWAL                                       *
      *----------------------------------------------------------------*
       4994-DELETE-NEXT-RENEWAL.
           MOVE HC-PURGE-PATIENT-ID TO RH-PATIENT-ID
           MOVE ZERO                TO RH-PRESCRIPTION-ID
           MOVE SPACES              TO RH-RENEW-DATE
           MOVE SPACES              TO RH-RENEW-TIME
           START RENEWAL-FILE KEY IS >= RH-RENEWAL-KEY
           IF NOT HC-RENEWAL-OK
               SET HC-PURGE-SCAN-ENDED TO TRUE
               GO TO 4994-EXIT
           END-IF
           READ RENEWAL-FILE NEXT RECORD
           IF NOT HC-RENEWAL-OK
                   OR RH-PATIENT-ID NOT = HC-PURGE-PATIENT-ID
               SET HC-PURGE-SCAN-ENDED TO TRUE
               GO TO 4994-EXIT
           END-IF
           DELETE RENEWAL-FILE RECORD
           IF HC-RENEWAL-OK
               ADD 1 TO HC-P-RENEWALS
           ELSE
               SET HC-PURGE-SCAN-ENDED TO TRUE
           END-IF.
       4994-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-PURGE-MERGED-SHELLS                                       *
      *     Duplicate master records 14MPAT merged into the flagged    *
           MOVE 'APPOINTMENTS        :' TO HC-F-TITLE
           MOVE HC-P-APPOINTMENTS       TO HC-F-COUNT
           WRITE HC-REPORT-LINE FROM HC-FILE-COUNT-LINE
           MOVE 'CLAIM LINES         :' TO HC-F-TITLE
           MOVE HC-P-CLAIM-LINES        TO HC-F-COUNT
           WRITE HC-REPORT-LINE FROM HC-FILE-COUNT-LINE
           MOVE 'MAR ENTRIES         :' TO HC-F-TITLE
           MOVE HC-P-MAR-ENTRIES        TO HC-F-COUNT
           WRITE HC-REPORT-LINE FROM HC-FILE-COUNT-LINE
           MOVE 'ALLERGIES           :' TO HC-F-TITLE
           MOVE HC-P-ALLERGIES          TO HC-F-COUNT
           WRITE HC-REPORT-LINE FROM HC-FILE-COUNT-LINE
           MOVE 'LAB ORDERS          :' TO HC-F-TITLE
           MOVE HC-P-LAB-ORDERS         TO HC-F-COUNT
           WRITE HC-REPORT-LINE FROM HC-FILE-COUNT-LINE
           MOVE 'CONSENT RECORDS     :' TO HC-F-TITLE
           MOVE HC-P-CONSENTS           TO HC-F-COUNT
           WRITE HC-REPORT-LINE FROM HC-FILE-COUNT-LINE
           MOVE 'NOT-DUPLICATE PAIRS :' TO HC-F-TITLE
           MOVE HC-P-NOT-DUP-PAIRS      TO HC-F-COUNT
           WRITE HC-REPORT-LINE FROM HC-FILE-COUNT-LINE
           MOVE 'EPISODE HISTORY     :' TO HC-F-TITLE
           MOVE HC-P-EPISODES           TO HC-F-COUNT
           WRITE HC-REPORT-LINE FROM HC-FILE-COUNT-LINE
           MOVE 'IMMUNIZATIONS       :' TO HC-F-TITLE
           MOVE HC-P-IMMUNIZATIONS      TO HC-F-COUNT
           WRITE HC-REPORT-LINE FROM HC-FILE-COUNT-LINE
           MOVE 'RENEWAL HISTORY     :' TO HC-F-TITLE
           MOVE HC-P-RENEWALS           TO HC-F-COUNT
           WRITE HC-REPORT-LINE FROM HC-FILE-COUNT-LINE
           MOVE 'MERGED SHELLS       :' TO HC-F-TITLE
           MOVE HC-P-MERGED-SHELLS      TO HC-F-COUNT
           WRITE HC-REPORT-LINE FROM HC-FILE-COUNT-LINE
               + HC-P-ALERTS + HC-P-MEDITATIONS + HC-P-USERS
               + HC-P-THRESHOLDS + HC-P-ADMISSIONS + HC-P-QUOTES
               + HC-P-PLANS + HC-P-INSTALLMENTS + HC-P-CHARGES
               + HC-P-APPOINTMENTS + HC-P-MERGED-SHELLS
               + HC-P-CLAIM-LINES + HC-P-MAR-ENTRIES
               + HC-P-ALLERGIES + HC-P-LAB-ORDERS
               + HC-P-CONSENTS
               + HC-P-NOT-DUP-PAIRS
               + HC-P-EPISODES
               + HC-P-IMMUNIZATIONS
               + HC-P-RENEWALS.
       6000-EXIT.
           EXIT.

