      *                session is refused every request, and its      *
      *                denial is audited under the terminal id - the  *
      *                only id there is.                               *
      * 2026-10-15 RSG Added 23IMAR medication administration entry:  *
      *                a nurse charts one scheduled dose of an active *
      *                prescription as given, held or refused on the  *
      *                new HCMAR file, stamped with the signed-on     *
      *                operator; the dose time must be one of the     *
      *                prescription's MF-SCHEDULE-TIME slots and a    *
      *                held or refused dose needs a reason.  HCMDOS01 *
      *                reports the slots nobody charted.               *
      * 2026-10-15 RSG Added 24IALG add-allergy and 25DALG inactivate- *
      *                allergy maintaining the new HCALLRGY register,  *
      *                and 05IMED now checks the new drug against the  *
      *                patient's active allergies after the            *
      *                interaction check: a severe allergy refuses     *
      *                the insert (AL01), a mild or moderate one       *
      *                writes it with the AL02 warning.                *
      * 2026-10-15 RSG Added 26ILAB lab order, writing one HCLABORD   *
      *                order per test under the new LABORDER key      *
      *                generator; HCLABI01 files the results.         *
      * 2026-10-15 RSG Added 27DDTH record-date-of-death: stamps      *
      *                PF-DATE-OF-DEATH and closes out the patient's  *
      *                open stay, bookings from that date on, active  *
      *                prescriptions and portal logons, stamping the  *
      *                master last so a failed run can be re-driven.  *
      *                15IADM, 20BAPT and 05IMED refuse a deceased    *
      *                patient, 04RPWD will not unlock their account, *
      *                and 11RPAT flags the date of death (DC01).     *
      * 2026-10-15 RSG 20BAPT and 22RAPT book a new slot with no      *
      *                reminder sent and no patient reply on it.      *
      * 2026-10-15 RSG Added 28UCNS record-consent and 29RCNS read-    *
      *                consent maintaining the HCCONSNT file of each  *
      *                patient's EHR, referral, marketing and SMS     *
      *                consent answers, which the outbound feeds      *
      *                honour.                                         *
      * 2026-10-15 RSG A successful 12SPAT also logs one SPATHT entry  *
      *                per patient returned on the page, so the       *
      *                privacy review sees whose records were shown,  *
      *                not just that a search was run.                *
      * 2026-10-15 RSG Added 30NDUP mark-not-duplicate, recording on  *
      *                the new HCNOTDUP file a pair off the HCDUPS01  *
      *                duplicate worklist that the records office     *
      *                found to be two people, so the weekly scan     *
      *                stops offering it.                             *
      * 2026-10-15 RSG 15IADM, 16TADM, 17DADM and the 27DDTH end of an *
      *                open stay now also keep the HCEPISOD episode    *
      *                history - one segment per ward per stay, with   *
      *                its admit, transfer and discharge stamps.       *
      *                16TADM takes CA-ADM-DATE/TIME as the time of   *
      *                the move, blank meaning now.                   *
      * 2026-10-15 RSG 18RMED keeps the end date it replaces in the   *
      *                new MF-RENEWED-FROM-DATE; 05IMED starts it     *
      *                blank.                                          *
      * 2026-10-15 RSG 05IMED and 18RMED stamp the signed-on operator *
      *                as MF-PRESCRIBER-ID; 05IMED starts the MF-RX-  *
      *                pharmacy transmission fields unsent.  14MPAT   *
      *                save area widened for the longer record.       *
      * 2026-10-15 RSG Added 31IIMM recording a vaccine dose on the    *
      *                new HCIMMUN immunization register, checked     *
      *                against the HCVXSCHD vaccine schedule and      *
      *                stamped with the signed-on operator.           *
      * 2026-10-15 RSG 9500/9520 append audit entries through the     *
      *                HCAUDW01 chain writer instead of writing        *
      *                HCAUDIT directly.                               *
      * 2026-10-15 RSG 14MPAT also re-keys the duplicate's allergies, *
      *                immunizations, lab orders, MAR entries and     *
      *                episode history, and folds its admission into  *
      *                the survivor's.  05IMED's allergen match is    *
      *                case-blind and an allergy warning no longer    *
      *                hides a more serious warning already in the    *
      *                reply.  28UCNS reports a consent-file read     *
      *                error instead of writing over it.              *
      * 2026-10-15 RSG 14MPAT closes the open episode segment of a     *
      *                duplicate's stay it drops, and counts and logs *
      *                (MRGDOS) a duplicate's dose it drops.  A stay   *
      *                with only closed segments gets no second       *
      *                admit segment.  24IALG and 26ILAB refuse a     *
      *                merged record, 22RAPT a deceased patient, and  *
      *                05IMED an allergy file that will not open.     *
      * 2026-10-15 RSG 18RMED writes each renewal to the new HCRENHST *
      *                renewal history, which 14MPAT re-keys with the *
      *                rest of a duplicate's history.                  *
      * 2026-10-15 RSG 18RMED writes the renewal history before it    *
      *                rewrites the prescription and takes it back if *
      *                the rewrite fails.                              *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS AD-PATIENT-ID
               FILE STATUS IS HC-ADMISSION-STATUS.

           SELECT EPISODE-FILE ASSIGN TO HCEPISOD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-EPISODE-KEY
               FILE STATUS IS HC-EPISODE-STATUS.

           SELECT SESSION-FILE ASSIGN TO HCSESS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-TERMINAL-ID
               FILE STATUS IS HC-SESSION-STATUS.

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

           SELECT LAB-ORDER-FILE ASSIGN TO HCLABORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LO-ORDER-KEY
               FILE STATUS IS HC-LAB-ORDER-STATUS.

           SELECT IMMUNIZATION-FILE ASSIGN TO HCIMMUN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-IMMUNIZATION-KEY
               FILE STATUS IS HC-IMMUNIZATION-STATUS.

           SELECT VACCINE-SCHEDULE-FILE ASSIGN TO HCVXSCHD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VS-SCHEDULE-KEY
               FILE STATUS IS HC-SCHEDULE-STATUS.

           SELECT RENEWAL-FILE ASSIGN TO HCRENHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-RENEWAL-KEY
               FILE STATUS IS HC-RENEWAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADMISSION-FILE.
           COPY HCADMREC.

       FD  EPISODE-FILE.
           COPY HCEPSREC.

       FD  SESSION-FILE.
           COPY HCSESREC.

       FD  MAR-FILE.
           COPY HCMARREC.

       FD  ALLERGY-FILE.
           COPY HCALGREC.

       FD  CONSENT-FILE.
           COPY HCCNSREC.

       FD  NOT-DUP-FILE.
           COPY HCNDPREC.

       FD  LAB-ORDER-FILE.
           COPY HCLBOREC.

       FD  IMMUNIZATION-FILE.
           COPY HCIMMREC.

       FD  VACCINE-SCHEDULE-FILE.
           COPY HCVXSREC.

       FD  RENEWAL-FILE.
           COPY HCRNHREC.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01  HC-ADMISSION-STATUS           PIC X(02) VALUE '00'.
           88 HC-ADMISSION-OK                      VALUE '00'.
           88 HC-ADMISSION-NOTFND                  VALUE '23'.
           88 HC-ADMISSION-DUPKEY                  VALUE '22'.
           88 HC-ADMISSION-NOT-THERE               VALUE '35'.

       01  HC-EPISODE-STATUS             PIC X(02) VALUE '00'.
           88 HC-EPISODE-OK                        VALUE '00'.
           88 HC-EPISODE-DUPKEY                    VALUE '22'.
           88 HC-EPISODE-NOT-THERE                 VALUE '35'.

       01  HC-SESSION-STATUS             PIC X(02) VALUE '00'.
           88 HC-SESSION-OK                        VALUE '00'.
           88 HC-SESSION-NOTFND                    VALUE '23'.

       01  HC-MAR-STATUS                 PIC X(02) VALUE '00'.
           88 HC-MAR-OK                            VALUE '00'.
           88 HC-MAR-DUPKEY                        VALUE '22'.
           88 HC-MAR-NOT-THERE                     VALUE '35'.

       01  HC-ALLERGY-STATUS             PIC X(02) VALUE '00'.
           88 HC-ALLERGY-OK                        VALUE '00'.
           88 HC-ALLERGY-NOTFND                    VALUE '23'.
           88 HC-ALLERGY-DUPKEY                    VALUE '22'.
           88 HC-ALLERGY-NOT-THERE                 VALUE '35'.

       01  HC-CONSENT-STATUS             PIC X(02) VALUE '00'.
           88 HC-CONSENT-OK                        VALUE '00'.
           88 HC-CONSENT-NOTFND                    VALUE '23'.
           88 HC-CONSENT-NOT-THERE                 VALUE '35'.

       01  HC-NOT-DUP-STATUS             PIC X(02) VALUE '00'.
           88 HC-NOT-DUP-OK                        VALUE '00'.
           88 HC-NOT-DUP-DUPKEY                    VALUE '22'.
           88 HC-NOT-DUP-NOT-THERE                 VALUE '35'.

       01  HC-LAB-ORDER-STATUS           PIC X(02) VALUE '00'.
           88 HC-LAB-ORDER-OK                      VALUE '00'.
           88 HC-LAB-ORDER-DUPKEY                  VALUE '22'.
           88 HC-LAB-ORDER-NOT-THERE               VALUE '35'.

       01  HC-IMMUNIZATION-STATUS        PIC X(02) VALUE '00'.
           88 HC-IMMUNIZATION-OK                   VALUE '00'.
           88 HC-IMMUNIZATION-DUPKEY               VALUE '22'.
           88 HC-IMMUNIZATION-NOT-THERE            VALUE '35'.

       01  HC-SCHEDULE-STATUS            PIC X(02) VALUE '00'.
           88 HC-SCHEDULE-OK                       VALUE '00'.

       01  HC-RENEWAL-STATUS             PIC X(02) VALUE '00'.
           88 HC-RENEWAL-OK                        VALUE '00'.
           88 HC-RENEWAL-DUPKEY                    VALUE '22'.
           88 HC-RENEWAL-NOT-THERE                 VALUE '35'.

      *----------------------------------------------------------------*
      *    AUDIT-TRAIL WORK AREA                                       *
      *----------------------------------------------------------------*
       01  HC-CURRENT-DATE-TIME          PIC X(21).
           COPY HCAUDREC.
           COPY HCAUDWA.

      *----------------------------------------------------------------*
      *    VITAL-SIGN BREACH-CHECK WORK AREAS                          *
           05 HC-MERGE-SW                PIC X(01) VALUE 'Y'.
              88 HC-MERGE-CONTINUES               VALUE 'Y'.
              88 HC-MERGE-ENDED                   VALUE 'N'.
           05 HC-DOSE-SLOT-SW            PIC X(01) VALUE 'N'.
              88 HC-DOSE-SLOT-FOUND               VALUE 'Y'.
              88 HC-DOSE-SLOT-NOT-FOUND           VALUE 'N'.
           05 HC-CASCADE-SW              PIC X(01) VALUE 'Y'.
              88 HC-CASCADE-CONTINUES             VALUE 'Y'.
              88 HC-CASCADE-ENDED                 VALUE 'N'.
           05 HC-DECEASED-SW             PIC X(01) VALUE 'N'.
              88 HC-PATIENT-DECEASED              VALUE 'Y'.
              88 HC-PATIENT-NOT-DECEASED          VALUE 'N'.

      *----------------------------------------------------------------*
      *    FIELD-VALIDATION WORK AREAS                                 *
      *       Holds a duplicate's record while it is re-keyed to the   *
      *       survivor; sized to cover the largest record merged.      *
      *----------------------------------------------------------------*
       01  HC-MERGE-SAVE-AREA            PIC X(400).

       01  HC-MERGE-ADMIT-WORK.
           05 HC-MRG-DUP-STATUS          PIC X(01).
              88 HC-MRG-DUP-ADMITTED              VALUE 'A'.
           05 HC-MRG-DUP-STAMP.
              10 HC-MRG-DUP-DATE         PIC X(10).
              10 HC-MRG-DUP-TIME         PIC X(08).
           05 HC-MRG-SURV-STAMP.
              10 HC-MRG-SURV-DATE        PIC X(10).
              10 HC-MRG-SURV-TIME        PIC X(08).
      *       3494's view of the duplicate's and the survivor's
      *       current-admission records when both have one.
           05 HC-MRG-STAY-SW             PIC X(01).
              88 HC-MRG-DUP-STAY-KEPT             VALUE 'K'.
              88 HC-MRG-DUP-STAY-DROPPED          VALUE 'D'.

       01  HC-MRG-DOSE-SW                PIC X(01).
           88 HC-MRG-DOSE-MOVED                   VALUE 'M'.
           88 HC-MRG-DOSE-DROPPED                 VALUE 'D'.
      *       3476: whether the duplicate's dose went across or was
      *       dropped in favour of the survivor's.

       01  HC-SRCH-ORDINAL               PIC 9(04) VALUE 0.

       01  HC-SEQUENCE-KEY               PIC X(08) VALUE 'PATIENT'.
       01  HC-MED-SEQUENCE-KEY           PIC X(08) VALUE 'MEDICATN'.
       01  HC-LAB-SEQUENCE-KEY           PIC X(08) VALUE 'LABORDER'.

       01  HC-MAX-FAILED-LOGONS          PIC 9(02) VALUE 3.
      *       A 13VUSR with a wrong password locks the account once
      *       stamped on the audit entry; a terminal with no session
      *       audits its denial under the terminal id itself.

       01  HC-CNS-IDX                    PIC 9(02).
      *       Walks the four consents of CA-CNS-TABLE/CN-CONSENT-TABLE
      *       in step.

       01  HC-HIT-IDX                    PIC 9(02).
       01  HC-NDP-CHECK-ID               PIC 9(10).

      *----------------------------------------------------------------*
      *    EPISODE HISTORY WORK AREA                                   *
      *       The stamp and event of the admission change being        *
      *       recorded, and the ward and bed the patient is leaving.   *
      *----------------------------------------------------------------*
       01  HC-EPISODE-WORK.
           05 HC-EPI-EVENT-DATE          PIC X(10).
           05 HC-EPI-EVENT-TIME          PIC X(08).
           05 HC-EPI-START-EVENT         PIC X(01).
           05 HC-EPI-END-EVENT           PIC X(01).
           05 HC-EPI-OLD-WARD            PIC X(04).
           05 HC-EPI-OLD-BED             PIC X(04).
           05 HC-EPI-LAST-SEQ            PIC 9(03).
           05 HC-EPI-OPEN-SEQ            PIC 9(03).
           05 HC-EPI-SCAN-SW             PIC X(01).
              88 HC-EPI-SCAN-CONTINUES            VALUE 'Y'.
              88 HC-EPI-SCAN-ENDED                VALUE 'N'.

       01  HC-ALLERGEN-LEN               PIC 9(02).
       01  HC-ALLERGEN-HITS              PIC 9(03).
      *       6085's allergen match: the allergen's length without
      *       trailing blanks, and how often it occurs in the new drug
      *       name.
       01  HC-ALLERGY-DRUG-NAME          PIC X(50).
       01  HC-ALLERGY-ALLERGEN           PIC X(50).
      *       Upper-case copies of the new drug name and the allergen,
      *       so "Penicillin" on the register catches "PENICILLIN V".
       01  HC-LOWER-CASE                 PIC X(26)
           VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  HC-UPPER-CASE                 PIC X(26)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01  HC-WARNING-RANK               PIC 9(01) VALUE 0.
       01  HC-ALLERGY-RANK               PIC 9(01) VALUE 0.
      *       How serious the warning standing in a 05IMED reply is:
      *       0 none, 1 mild allergy, 2 warning-severity interaction,
      *       3 moderate allergy.  A later warning replaces the one in
      *       the reply only when it ranks higher.

       01  HC-PATIENT-WARD               PIC X(04).
      *       The breached patient's current ward from HCADMIT, looked
      *       up by 5115 ahead of every alert write; SPACES when the
                   PERFORM 8700-CANCEL-APPOINTMENT THRU 8700-EXIT
               WHEN '22RAPT'
                   PERFORM 8800-RESCHED-APPOINTMENT THRU 8800-EXIT
               WHEN '23IMAR'
                   PERFORM 6300-RECORD-ADMINISTRATION THRU 6300-EXIT
               WHEN '24IALG'
                   PERFORM 6400-INSERT-ALLERGY THRU 6400-EXIT
               WHEN '25DALG'
                   PERFORM 6500-INACTIVATE-ALLERGY THRU 6500-EXIT
               WHEN '26ILAB'
                   PERFORM 6600-ORDER-LAB-TEST THRU 6600-EXIT
               WHEN '27DDTH'
                   PERFORM 3500-RECORD-DEATH THRU 3500-EXIT
               WHEN '28UCNS'
                   PERFORM 3600-RECORD-CONSENT THRU 3600-EXIT
               WHEN '29RCNS'
                   PERFORM 3700-READ-CONSENT THRU 3700-EXIT
               WHEN '30NDUP'
                   PERFORM 3800-RECORD-NOT-DUPLICATE THRU 3800-EXIT
               WHEN '31IIMM'
                   PERFORM 6700-RECORD-IMMUNIZATION THRU 6700-EXIT
               WHEN OTHER
                   MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
                   SET HC-UNKNOWN-REQUEST TO TRUE
      *    from the fixed commarea header).
           IF HC-KNOWN-REQUEST
               PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT
               IF CA-REQUEST-ID = '12SPAT'
                       AND CA-RETURN-CODE = HC-RC-SUCCESS
                   PERFORM 9510-WRITE-SEARCH-HITS THRU 9510-EXIT
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.
           SET PF-ELIG-UNVERIFIED    TO TRUE
           MOVE SPACES               TO PF-ELIG-VERIFIED-DATE
           MOVE ZERO                 TO PF-MERGED-INTO-ID
           MOVE SPACES               TO PF-DATE-OF-DEATH

           OPEN I-O PATIENT-FILE
           WRITE HC-PATIENT-RECORD
                                   OF CA-PATIENT-REQUEST
                   SET HC-REASON-OVERRIDDEN TO TRUE
               END-IF
               IF NOT PF-LIVING
                   MOVE HC-RSN-DECEASED TO CA-REASON-CODE
                                   OF CA-PATIENT-REQUEST
                   MOVE SPACES TO CA-REASON-MESSAGE
                                   OF CA-PATIENT-REQUEST
                   STRING 'PATIENT DECEASED ' PF-DATE-OF-DEATH
                       DELIMITED BY SIZE
                       INTO CA-REASON-MESSAGE
                                   OF CA-PATIENT-REQUEST
                   SET HC-REASON-OVERRIDDEN TO TRUE
               END-IF
           ELSE
               MOVE HC-RC-NOT-FOUND TO CA-RETURN-CODE
           END-IF
      * 3400-MERGE-PATIENT - 14MPAT                                    *
      *     Merges the duplicate master record CA-DUPLICATE-PATIENT-   *
      *     ID into the survivor CA-PATIENT-ID: the duplicate's        *
      *     medication, visit, alert, meditation, portal-user,         *
      *     allergy, immunization, lab-order, MAR, renewal-history and *
      *     episode records are re-keyed to the survivor, its current  *
      *     admission is folded into the survivor's (3494), and the    *
      *     duplicate master is marked merged-into rather than         *
      *     deleted.  A re-keyed record whose new key the survivor     *
      *     already holds (same visit date/time, say) is treated as    *
      *     already there and the duplicate's copy is dropped - except *
      *     that a dropped immunization dose is counted on its own and *
      *     logged (3478), its date, lot and giver being its own.  The *
      *     usual 2000 audit entry records the merge under the         *
      *     survivor's id.                                             *
      *----------------------------------------------------------------*
       3400-MERGE-PATIENT.
           MOVE 0 TO CA-MERGE-MEDS-MOVED
           MOVE 0 TO CA-MERGE-MTNS-MOVED
           MOVE 0 TO CA-MERGE-USERS-MOVED
           MOVE 0 TO CA-MERGE-ARCH-MOVED
           MOVE 0 TO CA-MERGE-ALLERGIES-MOVED
           MOVE 0 TO CA-MERGE-IMMUNS-MOVED
           MOVE 0 TO CA-MERGE-LABS-MOVED
           MOVE 0 TO CA-MERGE-MARS-MOVED
           MOVE 0 TO CA-MERGE-EPISODES-MOVED
           MOVE 0 TO CA-MERGE-ADMITS-MOVED
           MOVE 0 TO CA-MERGE-IMMUNS-DROPPED
           MOVE 0 TO CA-MERGE-RENEWALS-MOVED

           IF CA-DUPLICATE-PATIENT-ID = ZERO
                   OR CA-DUPLICATE-PATIENT-ID = CA-PATIENT-ID
           IF CA-RETURN-CODE = HC-RC-SUCCESS
               PERFORM 3450-MERGE-USERS THRU 3450-EXIT
           END-IF
           IF CA-RETURN-CODE = HC-RC-SUCCESS
               PERFORM 3470-MERGE-ALLERGIES THRU 3470-EXIT
           END-IF
           IF CA-RETURN-CODE = HC-RC-SUCCESS
               PERFORM 3474-MERGE-IMMUNIZATIONS THRU 3474-EXIT
           END-IF
           IF CA-RETURN-CODE = HC-RC-SUCCESS
               PERFORM 3480-MERGE-LAB-ORDERS THRU 3480-EXIT
           END-IF
           IF CA-RETURN-CODE = HC-RC-SUCCESS
               PERFORM 3484-MERGE-MAR THRU 3484-EXIT
           END-IF
           IF CA-RETURN-CODE = HC-RC-SUCCESS
               PERFORM 3488-MERGE-RENEWALS THRU 3488-EXIT
           END-IF
           IF CA-RETURN-CODE = HC-RC-SUCCESS
               PERFORM 3490-MERGE-EPISODES THRU 3490-EXIT
           END-IF
           IF CA-RETURN-CODE = HC-RC-SUCCESS
               PERFORM 3494-MERGE-ADMISSION THRU 3494-EXIT
           END-IF

      *    A write failure part-way through leaves history under the
      *    duplicate id, so the merged-into stamp is NOT set - the
           EXIT.

      *----------------------------------------------------------------*
      * 3470-MERGE-ALLERGIES                                           *
      *     An allergen the survivor already has on the register keeps *
      *     the survivor's entry and the duplicate's is dropped, as for*
      *     a visit.  The remaining 3474-3490 passes work the same way,*
      *     and a register never created makes its pass a no-op.       *
      *----------------------------------------------------------------*
       3470-MERGE-ALLERGIES.
           SET HC-MERGE-CONTINUES TO TRUE
           OPEN I-O ALLERGY-FILE
           IF HC-ALLERGY-NOT-THERE
               GO TO 3470-EXIT
           END-IF
           IF NOT HC-ALLERGY-OK
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
               GO TO 3470-EXIT
           END-IF
           PERFORM 3472-MOVE-NEXT-ALLERGY THRU 3472-EXIT
               UNTIL HC-MERGE-ENDED
           CLOSE ALLERGY-FILE.
       3470-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3472-MOVE-NEXT-ALLERGY                                         *
      *----------------------------------------------------------------*
       3472-MOVE-NEXT-ALLERGY.
           MOVE CA-DUPLICATE-PATIENT-ID TO AL-PATIENT-ID
           MOVE SPACES                   TO AL-ALLERGEN
           START ALLERGY-FILE KEY IS >= AL-ALLERGY-KEY
           IF NOT HC-ALLERGY-OK
               SET HC-MERGE-ENDED TO TRUE
               GO TO 3472-EXIT
           END-IF
           READ ALLERGY-FILE NEXT RECORD
           IF NOT HC-ALLERGY-OK
                   OR AL-PATIENT-ID NOT = CA-DUPLICATE-PATIENT-ID
               SET HC-MERGE-ENDED TO TRUE
               GO TO 3472-EXIT
           END-IF

           MOVE HC-ALLERGY-RECORD TO HC-MERGE-SAVE-AREA
           MOVE CA-PATIENT-ID TO AL-PATIENT-ID
           WRITE HC-ALLERGY-RECORD
           IF HC-ALLERGY-OK OR HC-ALLERGY-DUPKEY
               MOVE HC-MERGE-SAVE-AREA TO HC-ALLERGY-RECORD
               DELETE ALLERGY-FILE RECORD
               IF HC-ALLERGY-OK
                   ADD 1 TO CA-MERGE-ALLERGIES-MOVED
               ELSE
                   MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
                   SET HC-MERGE-ENDED TO TRUE
               END-IF
           ELSE
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
               SET HC-MERGE-ENDED TO TRUE
           END-IF.
       3472-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3474-MERGE-IMMUNIZATIONS                                       *
      *----------------------------------------------------------------*
       3474-MERGE-IMMUNIZATIONS.
           SET HC-MERGE-CONTINUES TO TRUE
           OPEN I-O IMMUNIZATION-FILE
           IF HC-IMMUNIZATION-NOT-THERE
               GO TO 3474-EXIT
           END-IF
           IF NOT HC-IMMUNIZATION-OK
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
               GO TO 3474-EXIT
           END-IF
           PERFORM 3476-MOVE-NEXT-IMMUNIZATION THRU 3476-EXIT
               UNTIL HC-MERGE-ENDED
           CLOSE IMMUNIZATION-FILE.
       3474-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3476-MOVE-NEXT-IMMUNIZATION                                    *
      *     A dose the survivor already holds (same vaccine and dose   *
      *     number) is dropped, but only once 3478 has logged it.      *
      *----------------------------------------------------------------*
       3476-MOVE-NEXT-IMMUNIZATION.
           MOVE CA-DUPLICATE-PATIENT-ID TO IM-PATIENT-ID
           MOVE SPACES                   TO IM-VACCINE-CODE
           MOVE ZERO                     TO IM-DOSE-NUMBER
           START IMMUNIZATION-FILE KEY IS >= IM-IMMUNIZATION-KEY
           IF NOT HC-IMMUNIZATION-OK
               SET HC-MERGE-ENDED TO TRUE
               GO TO 3476-EXIT
           END-IF
           READ IMMUNIZATION-FILE NEXT RECORD
           IF NOT HC-IMMUNIZATION-OK
                   OR IM-PATIENT-ID NOT = CA-DUPLICATE-PATIENT-ID
               SET HC-MERGE-ENDED TO TRUE
               GO TO 3476-EXIT
           END-IF

           MOVE HC-IMMUNIZATION-RECORD TO HC-MERGE-SAVE-AREA
           MOVE CA-PATIENT-ID TO IM-PATIENT-ID
           WRITE HC-IMMUNIZATION-RECORD
           IF HC-IMMUNIZATION-OK
               SET HC-MRG-DOSE-MOVED TO TRUE
           ELSE
               IF HC-IMMUNIZATION-DUPKEY
                   SET HC-MRG-DOSE-DROPPED TO TRUE
               ELSE
                   MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
                   SET HC-MERGE-ENDED TO TRUE
                   GO TO 3476-EXIT
               END-IF
           END-IF

           MOVE HC-MERGE-SAVE-AREA TO HC-IMMUNIZATION-RECORD
           IF HC-MRG-DOSE-DROPPED
               PERFORM 3478-LOG-DROPPED-DOSE THRU 3478-EXIT
               IF CA-RETURN-CODE NOT = HC-RC-SUCCESS
                   SET HC-MERGE-ENDED TO TRUE
                   GO TO 3476-EXIT
               END-IF
           END-IF
           DELETE IMMUNIZATION-FILE RECORD
           IF HC-IMMUNIZATION-OK
               IF HC-MRG-DOSE-MOVED
                   ADD 1 TO CA-MERGE-IMMUNS-MOVED
               ELSE
                   ADD 1 TO CA-MERGE-IMMUNS-DROPPED
               END-IF
           ELSE
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
               SET HC-MERGE-ENDED TO TRUE
           END-IF.
       3476-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3478-LOG-DROPPED-DOSE                                          *
      *     One MRGDOS audit entry under the duplicate's id carrying   *
      *     the dose about to be dropped, so it can be traced and      *
      *     re-entered against the survivor if it was a real dose.    *
      *     A failed write keeps the dose and stops the merge.         *
      *----------------------------------------------------------------*
       3478-LOG-DROPPED-DOSE.
           MOVE SPACES                  TO HC-AUDIT-RECORD
           MOVE 'MRGDOS'                TO AU-REQUEST-ID
           MOVE CA-DUPLICATE-PATIENT-ID TO AU-PATIENT-ID
           MOVE HC-RC-SUCCESS           TO AU-RETURN-CODE
           MOVE HC-SIGNED-ON-OPERATOR   TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO HC-CURRENT-DATE-TIME
           MOVE HC-CURRENT-DATE-TIME (1:8)  TO AU-CHANGE-DATE
           MOVE HC-CURRENT-DATE-TIME (9:6)  TO AU-CHANGE-TIME
           MOVE IM-VACCINE-CODE         TO AU-DRP-VACCINE-CODE
           MOVE IM-DOSE-NUMBER          TO AU-DRP-DOSE-NUMBER
           MOVE IM-DATE-GIVEN           TO AU-DRP-DATE-GIVEN
           MOVE IM-LOT-NUMBER           TO AU-DRP-LOT-NUMBER
           MOVE IM-GIVEN-BY             TO AU-DRP-GIVEN-BY

           SET AW-FUNC-WRITE TO TRUE
           CALL 'HCAUDW01' USING HC-AUDIT-WRITE-AREA HC-AUDIT-RECORD
           IF AW-REPLY-ERROR
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF.
       3478-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3480-MERGE-LAB-ORDERS                                          *
      *     Order ids are unique across patients, so an order never    *
      *     collides under the survivor.  HCLABI01 finds a result the  *
      *     lab still quotes under the duplicate's id through          *
      *     PF-MERGED-INTO-ID.                                         *
      *----------------------------------------------------------------*
       3480-MERGE-LAB-ORDERS.
           SET HC-MERGE-CONTINUES TO TRUE
           OPEN I-O LAB-ORDER-FILE
           IF HC-LAB-ORDER-NOT-THERE
               GO TO 3480-EXIT
           END-IF
           IF NOT HC-LAB-ORDER-OK
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
               GO TO 3480-EXIT
           END-IF
           PERFORM 3482-MOVE-NEXT-LAB-ORDER THRU 3482-EXIT
               UNTIL HC-MERGE-ENDED
           CLOSE LAB-ORDER-FILE.
       3480-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3482-MOVE-NEXT-LAB-ORDER                                       *
      *----------------------------------------------------------------*
       3482-MOVE-NEXT-LAB-ORDER.
           MOVE CA-DUPLICATE-PATIENT-ID TO LO-PATIENT-ID
           MOVE ZERO                     TO LO-ORDER-ID
           START LAB-ORDER-FILE KEY IS >= LO-ORDER-KEY
           IF NOT HC-LAB-ORDER-OK
               SET HC-MERGE-ENDED TO TRUE
               GO TO 3482-EXIT
           END-IF
           READ LAB-ORDER-FILE NEXT RECORD
           IF NOT HC-LAB-ORDER-OK
                   OR LO-PATIENT-ID NOT = CA-DUPLICATE-PATIENT-ID
               SET HC-MERGE-ENDED TO TRUE
               GO TO 3482-EXIT
           END-IF

           MOVE HC-LAB-ORDER-RECORD TO HC-MERGE-SAVE-AREA
           MOVE CA-PATIENT-ID TO LO-PATIENT-ID
           WRITE HC-LAB-ORDER-RECORD
           IF HC-LAB-ORDER-OK OR HC-LAB-ORDER-DUPKEY
               MOVE HC-MERGE-SAVE-AREA TO HC-LAB-ORDER-RECORD
               DELETE LAB-ORDER-FILE RECORD
               IF HC-LAB-ORDER-OK
                   ADD 1 TO CA-MERGE-LABS-MOVED
               ELSE
                   MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
                   SET HC-MERGE-ENDED TO TRUE
               END-IF
           ELSE
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
               SET HC-MERGE-ENDED TO TRUE
           END-IF.
       3482-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3484-MERGE-MAR                                                 *
      *     Runs after 3410, so each entry follows its prescription,   *
      *     which keeps its id under the survivor.                     *
      *----------------------------------------------------------------*
       3484-MERGE-MAR.
           SET HC-MERGE-CONTINUES TO TRUE
           OPEN I-O MAR-FILE
           IF HC-MAR-NOT-THERE
               GO TO 3484-EXIT
           END-IF
           IF NOT HC-MAR-OK
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
               GO TO 3484-EXIT
           END-IF
           PERFORM 3486-MOVE-NEXT-MAR THRU 3486-EXIT
               UNTIL HC-MERGE-ENDED
           CLOSE MAR-FILE.
       3484-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3486-MOVE-NEXT-MAR                                             *
      *----------------------------------------------------------------*
       3486-MOVE-NEXT-MAR.
           MOVE CA-DUPLICATE-PATIENT-ID TO MA-PATIENT-ID
           MOVE ZERO                     TO MA-PRESCRIPTION-ID
           MOVE SPACES                   TO MA-DOSE-DATE
           MOVE SPACES                   TO MA-DOSE-TIME
           START MAR-FILE KEY IS >= MA-MAR-KEY
           IF NOT HC-MAR-OK
               SET HC-MERGE-ENDED TO TRUE
               GO TO 3486-EXIT
           END-IF
           READ MAR-FILE NEXT RECORD
           IF NOT HC-MAR-OK
                   OR MA-PATIENT-ID NOT = CA-DUPLICATE-PATIENT-ID
               SET HC-MERGE-ENDED TO TRUE
               GO TO 3486-EXIT
           END-IF

           MOVE HC-MAR-RECORD TO HC-MERGE-SAVE-AREA
           MOVE CA-PATIENT-ID TO MA-PATIENT-ID
           WRITE HC-MAR-RECORD
           IF HC-MAR-OK OR HC-MAR-DUPKEY
               MOVE HC-MERGE-SAVE-AREA TO HC-MAR-RECORD
               DELETE MAR-FILE RECORD
               IF HC-MAR-OK
                   ADD 1 TO CA-MERGE-MARS-MOVED
               ELSE
                   MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
                   SET HC-MERGE-ENDED TO TRUE
               END-IF
           ELSE
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
               SET HC-MERGE-ENDED TO TRUE
           END-IF.
       3486-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3488-MERGE-RENEWALS                                            *
      *     Runs after 3410, so each renewal follows its prescription, *
      *     which keeps its id under the survivor.                     *
      *----------------------------------------------------------------*
       3488-MERGE-RENEWALS.
           SET HC-MERGE-CONTINUES TO TRUE
           OPEN I-O RENEWAL-FILE
           IF HC-RENEWAL-NOT-THERE
               GO TO 3488-EXIT
           END-IF
           IF NOT HC-RENEWAL-OK
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
               GO TO 3488-EXIT
           END-IF
           PERFORM 3489-MOVE-NEXT-RENEWAL THRU 3489-EXIT
               UNTIL HC-MERGE-ENDED
           CLOSE RENEWAL-FILE.
       3488-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3489-MOVE-NEXT-RENEWAL                                         *
      *----------------------------------------------------------------*
       3489-MOVE-NEXT-RENEWAL.
           MOVE CA-DUPLICATE-PATIENT-ID TO RH-PATIENT-ID
           MOVE ZERO                    TO RH-PRESCRIPTION-ID
           MOVE SPACES                  TO RH-RENEW-DATE
           MOVE SPACES                  TO RH-RENEW-TIME
           START RENEWAL-FILE KEY IS >= RH-RENEWAL-KEY
           IF NOT HC-RENEWAL-OK
               SET HC-MERGE-ENDED TO TRUE
               GO TO 3489-EXIT
           END-IF
           READ RENEWAL-FILE NEXT RECORD
           IF NOT HC-RENEWAL-OK
                   OR RH-PATIENT-ID NOT = CA-DUPLICATE-PATIENT-ID
               SET HC-MERGE-ENDED TO TRUE
               GO TO 3489-EXIT
           END-IF

           MOVE HC-RENEWAL-RECORD TO HC-MERGE-SAVE-AREA
           MOVE CA-PATIENT-ID TO RH-PATIENT-ID
           WRITE HC-RENEWAL-RECORD
           IF HC-RENEWAL-OK OR HC-RENEWAL-DUPKEY
               MOVE HC-MERGE-SAVE-AREA TO HC-RENEWAL-RECORD
               DELETE RENEWAL-FILE RECORD
               IF HC-RENEWAL-OK
                   ADD 1 TO CA-MERGE-RENEWALS-MOVED
               ELSE
                   MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
                   SET HC-MERGE-ENDED TO TRUE
               END-IF
           ELSE
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
               SET HC-MERGE-ENDED TO TRUE
           END-IF.
       3489-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3490-MERGE-EPISODES                                            *
      *----------------------------------------------------------------*
       3490-MERGE-EPISODES.
           SET HC-MERGE-CONTINUES TO TRUE
           OPEN I-O EPISODE-FILE
           IF HC-EPISODE-NOT-THERE
               GO TO 3490-EXIT
           END-IF
           IF NOT HC-EPISODE-OK
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
               GO TO 3490-EXIT
           END-IF
           PERFORM 3492-MOVE-NEXT-EPISODE THRU 3492-EXIT
               UNTIL HC-MERGE-ENDED
           CLOSE EPISODE-FILE.
       3490-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3492-MOVE-NEXT-EPISODE                                         *
      *----------------------------------------------------------------*
       3492-MOVE-NEXT-EPISODE.
           MOVE CA-DUPLICATE-PATIENT-ID TO EP-PATIENT-ID
           MOVE SPACES                   TO EP-STAY-ADMIT-DATE
           MOVE SPACES                   TO EP-STAY-ADMIT-TIME
           MOVE ZERO                     TO EP-SEGMENT-SEQ
           START EPISODE-FILE KEY IS >= EP-EPISODE-KEY
           IF NOT HC-EPISODE-OK
               SET HC-MERGE-ENDED TO TRUE
               GO TO 3492-EXIT
           END-IF
           READ EPISODE-FILE NEXT RECORD
           IF NOT HC-EPISODE-OK
                   OR EP-PATIENT-ID NOT = CA-DUPLICATE-PATIENT-ID
               SET HC-MERGE-ENDED TO TRUE
               GO TO 3492-EXIT
           END-IF

           MOVE HC-EPISODE-RECORD TO HC-MERGE-SAVE-AREA
           MOVE CA-PATIENT-ID TO EP-PATIENT-ID
           WRITE HC-EPISODE-RECORD
           IF HC-EPISODE-OK OR HC-EPISODE-DUPKEY
               MOVE HC-MERGE-SAVE-AREA TO HC-EPISODE-RECORD
               DELETE EPISODE-FILE RECORD
               IF HC-EPISODE-OK
                   ADD 1 TO CA-MERGE-EPISODES-MOVED
               ELSE
                   MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
                   SET HC-MERGE-ENDED TO TRUE
               END-IF
           ELSE
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
               SET HC-MERGE-ENDED TO TRUE
           END-IF.
       3492-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3494-MERGE-ADMISSION                                           *
      *     HCADMIT holds one current-admission record per patient,    *
      *     so the duplicate's cannot simply be re-keyed when the      *
      *     survivor has one too.  The survivor's record stands while  *
      *     it is admitted; a discharged one gives way to the          *
      *     duplicate's if that is still admitted or was admitted      *
      *     later.  Either way the duplicate's record goes - the full  *
      *     stay history is on HCEPISOD, moved by 3490.  A duplicate's *
      *     stay that gives way while still admitted has its open     *
      *     segment closed by 3498, and only a stay that takes the    *
      *     survivor's place counts as moved.                          *
      *----------------------------------------------------------------*
       3494-MERGE-ADMISSION.
           OPEN I-O ADMISSION-FILE
           IF HC-ADMISSION-NOT-THERE
               GO TO 3494-EXIT
           END-IF
           IF NOT HC-ADMISSION-OK
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
               GO TO 3494-EXIT
           END-IF
           MOVE CA-DUPLICATE-PATIENT-ID TO AD-PATIENT-ID
           READ ADMISSION-FILE
           IF HC-ADMISSION-NOTFND
               CLOSE ADMISSION-FILE
               GO TO 3494-EXIT
           END-IF
           IF NOT HC-ADMISSION-OK
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
               CLOSE ADMISSION-FILE
               GO TO 3494-EXIT
           END-IF

           MOVE HC-ADMISSION-RECORD TO HC-MERGE-SAVE-AREA
           MOVE AD-ADMIT-STATUS     TO HC-MRG-DUP-STATUS
           MOVE AD-ADMIT-DATE       TO HC-MRG-DUP-DATE
           MOVE AD-ADMIT-TIME       TO HC-MRG-DUP-TIME
           SET HC-MRG-DUP-STAY-KEPT TO TRUE
           MOVE CA-PATIENT-ID       TO AD-PATIENT-ID
           WRITE HC-ADMISSION-RECORD
           IF HC-ADMISSION-DUPKEY
               PERFORM 3496-KEEP-LATER-STAY THRU 3496-EXIT
           END-IF
           IF NOT HC-ADMISSION-OK
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
               CLOSE ADMISSION-FILE
               GO TO 3494-EXIT
           END-IF

           IF HC-MRG-DUP-STAY-DROPPED AND HC-MRG-DUP-ADMITTED
               PERFORM 3498-CLOSE-DROPPED-STAY THRU 3498-EXIT
               IF CA-RETURN-CODE NOT = HC-RC-SUCCESS
                   CLOSE ADMISSION-FILE
                   GO TO 3494-EXIT
               END-IF
           END-IF

           MOVE HC-MERGE-SAVE-AREA TO HC-ADMISSION-RECORD
           DELETE ADMISSION-FILE RECORD
           IF HC-ADMISSION-OK
               IF HC-MRG-DUP-STAY-KEPT
                   ADD 1 TO CA-MERGE-ADMITS-MOVED
               END-IF
           ELSE
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF
           CLOSE ADMISSION-FILE.
       3494-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3496-KEEP-LATER-STAY                                           *
      *     Leaves HC-ADMISSION-STATUS '00' when the survivor's        *
      *     record is kept or replaced, anything else on an error, and *
      *     HC-MRG-STAY-SW saying whether the duplicate's stay took    *
      *     its place or was dropped.                                  *
      *----------------------------------------------------------------*
       3496-KEEP-LATER-STAY.
           SET HC-MRG-DUP-STAY-DROPPED TO TRUE
           READ ADMISSION-FILE
           IF NOT HC-ADMISSION-OK
               GO TO 3496-EXIT
           END-IF
           IF AD-ADMITTED
               GO TO 3496-EXIT
           END-IF
           MOVE AD-ADMIT-DATE TO HC-MRG-SURV-DATE
           MOVE AD-ADMIT-TIME TO HC-MRG-SURV-TIME
           IF HC-MRG-DUP-ADMITTED
                   OR HC-MRG-DUP-STAMP > HC-MRG-SURV-STAMP
               MOVE HC-MERGE-SAVE-AREA TO HC-ADMISSION-RECORD
               MOVE CA-PATIENT-ID      TO AD-PATIENT-ID
               REWRITE HC-ADMISSION-RECORD
               SET HC-MRG-DUP-STAY-KEPT TO TRUE
           END-IF.
       3496-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3498-CLOSE-DROPPED-STAY                                        *
      *     The duplicate's stay was still open on the ward.  3490 has *
      *     already moved its segments under the survivor's id, so     *
      *     4550 closes its open segment there as of now with the      *
      *     merge end event - otherwise HCEPSR01 would run bed-days    *
      *     on it for good and count the patient on two wards.  A     *
      *     re-driven merge finds it closed and leaves it be.          *
      *----------------------------------------------------------------*
       3498-CLOSE-DROPPED-STAY.
           MOVE HC-MERGE-SAVE-AREA TO HC-ADMISSION-RECORD
           MOVE CA-PATIENT-ID      TO AD-PATIENT-ID
           MOVE FUNCTION CURRENT-DATE TO HC-CURRENT-DATE-TIME
           STRING HC-CURRENT-DATE-TIME (1:4) '-'
                  HC-CURRENT-DATE-TIME (5:2) '-'
                  HC-CURRENT-DATE-TIME (7:2)
                  DELIMITED BY SIZE INTO HC-EPI-EVENT-DATE
           STRING HC-CURRENT-DATE-TIME (9:2) ':'
                  HC-CURRENT-DATE-TIME (11:2) ':'
                  HC-CURRENT-DATE-TIME (13:2)
                  DELIMITED BY SIZE INTO HC-EPI-EVENT-TIME
           MOVE 'M'     TO HC-EPI-END-EVENT
           MOVE AD-WARD TO HC-EPI-OLD-WARD
           MOVE AD-BED  TO HC-EPI-OLD-BED
           PERFORM 4550-CLOSE-EPISODE THRU 4550-EXIT.
       3498-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3500-RECORD-DEATH - 27DDTH                                     *
      *     Stamps CA-DTH-DATE on the patient master and closes out    *
      *     everything still open for the patient: a current HCADMIT  *
      *     stay is discharged at the time of death, bookings on or    *
      *     after the date of death are cancelled the way 21CAPT      *
      *     cancels them, active prescriptions are discontinued as of  *
      *     the date of death and every portal account the patient    *
      *     holds is locked.  The master is stamped last: a file       *
      *     failure part-way through leaves the patient unstamped,     *
      *     and since each step skips what it already closed, 27DDTH   *
      *     can simply be re-driven once the file problem is fixed -   *
      *     the same recovery 14MPAT relies on.                        *
      *----------------------------------------------------------------*
       3500-RECORD-DEATH.
           MOVE 0 TO CA-DTH-STAYS-ENDED
           MOVE 0 TO CA-DTH-APPTS-CANCELLED
           MOVE 0 TO CA-DTH-MEDS-STOPPED
           MOVE 0 TO CA-DTH-USERS-LOCKED

           PERFORM 3510-VALIDATE-DEATH THRU 3510-EXIT
           IF CA-RETURN-CODE NOT = HC-RC-SUCCESS
               GO TO 3500-EXIT
           END-IF

           OPEN I-O PATIENT-FILE
           MOVE CA-PATIENT-ID TO PF-PATIENT-ID
           READ PATIENT-FILE
           IF NOT HC-PATIENT-OK
               MOVE HC-RC-NOT-FOUND TO CA-RETURN-CODE
               CLOSE PATIENT-FILE
               GO TO 3500-EXIT
           END-IF
           IF PF-MERGED-INTO-ID NOT = ZERO
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-INVALID-REQUEST TO CA-REASON-CODE
                               OF CA-DEATH-REQUEST
               MOVE 'PATIENT IS A MERGED RECORD' TO CA-REASON-MESSAGE
                               OF CA-DEATH-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
               CLOSE PATIENT-FILE
               GO TO 3500-EXIT
           END-IF
           IF NOT PF-LIVING
               MOVE HC-RC-DUPLICATE TO CA-RETURN-CODE
               CLOSE PATIENT-FILE
               GO TO 3500-EXIT
           END-IF
           IF CA-DTH-DATE < PF-DOB
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-DATE-ORDER TO CA-REASON-CODE
                               OF CA-DEATH-REQUEST
               MOVE 'CA-DTH-DATE BEFORE DATE OF BIRTH'
                               TO CA-REASON-MESSAGE
                               OF CA-DEATH-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
               CLOSE PATIENT-FILE
               GO TO 3500-EXIT
           END-IF

           PERFORM 3520-END-OPEN-STAY THRU 3520-EXIT
           IF CA-RETURN-CODE = HC-RC-SUCCESS
               PERFORM 3530-CANCEL-BOOKINGS THRU 3530-EXIT
           END-IF
           IF CA-RETURN-CODE = HC-RC-SUCCESS
               PERFORM 3540-STOP-PRESCRIPTIONS THRU 3540-EXIT
           END-IF
           IF CA-RETURN-CODE = HC-RC-SUCCESS
               PERFORM 3550-LOCK-PORTAL-USERS THRU 3550-EXIT
           END-IF
           IF CA-RETURN-CODE NOT = HC-RC-SUCCESS
               CLOSE PATIENT-FILE
               GO TO 3500-EXIT
           END-IF

           MOVE CA-DTH-DATE TO PF-DATE-OF-DEATH
           REWRITE HC-PATIENT-RECORD
           IF NOT HC-PATIENT-OK
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF
           CLOSE PATIENT-FILE.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3510-VALIDATE-DEATH                                            *
      *     The date of death must be a real date no later than        *
      *     today.  A blank CA-DTH-TIME takes the current time, so     *
      *     the discharge stamp on an open stay is never blank.        *
      *----------------------------------------------------------------*
       3510-VALIDATE-DEATH.
           MOVE FUNCTION CURRENT-DATE TO HC-CURRENT-DATE-TIME
           STRING HC-CURRENT-DATE-TIME (1:4) '-'
                  HC-CURRENT-DATE-TIME (5:2) '-'
                  HC-CURRENT-DATE-TIME (7:2)
                  DELIMITED BY SIZE INTO HC-TODAY-EDIT

           MOVE CA-DTH-DATE TO HC-VAL-DATE
           PERFORM 9700-VALIDATE-DATE THRU 9700-EXIT
           IF HC-VAL-BAD
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-BAD-DATE TO CA-REASON-CODE
                               OF CA-DEATH-REQUEST
               MOVE 'CA-DTH-DATE NOT YYYY-MM-DD' TO CA-REASON-MESSAGE
                               OF CA-DEATH-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
               GO TO 3510-EXIT
           END-IF
           IF CA-DTH-DATE > HC-TODAY-EDIT
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-DATE-ORDER TO CA-REASON-CODE
                               OF CA-DEATH-REQUEST
               MOVE 'CA-DTH-DATE IS IN THE FUTURE' TO CA-REASON-MESSAGE
                               OF CA-DEATH-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
               GO TO 3510-EXIT
           END-IF

           IF CA-DTH-TIME = SPACES
               STRING HC-CURRENT-DATE-TIME (9:2) ':'
                      HC-CURRENT-DATE-TIME (11:2) ':'
                      HC-CURRENT-DATE-TIME (13:2)
                      DELIMITED BY SIZE INTO CA-DTH-TIME
               GO TO 3510-EXIT
           END-IF
           MOVE CA-DTH-TIME (1:5) TO HC-VAL-TIME
           PERFORM 9710-VALIDATE-TIME THRU 9710-EXIT
           IF HC-VAL-BAD
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-BAD-TIME TO CA-REASON-CODE
                               OF CA-DEATH-REQUEST
               MOVE 'CA-DTH-TIME NOT HH:MM:SS' TO CA-REASON-MESSAGE
                               OF CA-DEATH-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
           END-IF.
       3510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3520-END-OPEN-STAY                                             *
      *     Discharges a current admission as 17DADM would, stamped    *
      *     with the date and time of death, and closes the stay's     *
      *     episode history as ended by death.  A site that has never  *
      *     admitted anyone has no admission file and nothing to end.  *
      *----------------------------------------------------------------*
       3520-END-OPEN-STAY.
           OPEN I-O ADMISSION-FILE
           IF HC-ADMISSION-NOT-THERE
               GO TO 3520-EXIT
           END-IF
           IF NOT HC-ADMISSION-OK
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
               GO TO 3520-EXIT
           END-IF
           MOVE CA-PATIENT-ID TO AD-PATIENT-ID
           READ ADMISSION-FILE
           IF HC-ADMISSION-OK AND AD-ADMITTED
               MOVE CA-DTH-DATE TO AD-DISCHARGE-DATE
               MOVE CA-DTH-TIME TO AD-DISCHARGE-TIME
               SET AD-DISCHARGED TO TRUE
               REWRITE HC-ADMISSION-RECORD
               IF HC-ADMISSION-OK
                   ADD 1 TO CA-DTH-STAYS-ENDED
                   MOVE CA-DTH-DATE TO HC-EPI-EVENT-DATE
                   MOVE CA-DTH-TIME TO HC-EPI-EVENT-TIME
                   MOVE 'X'         TO HC-EPI-END-EVENT
                   MOVE AD-WARD     TO HC-EPI-OLD-WARD
                   MOVE AD-BED      TO HC-EPI-OLD-BED
                   PERFORM 4550-CLOSE-EPISODE THRU 4550-EXIT
               ELSE
                   MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
               END-IF
           END-IF
           CLOSE ADMISSION-FILE.
       3520-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3530-CANCEL-BOOKINGS                                           *
      *     Browses the patient's bookings from the date of death      *
      *     forward; a slot still booked is cancelled and kept, the    *
      *     21CAPT way, instead of waiting for HCAPSC01 to sweep it    *
      *     up as a no-show.                                           *
      *----------------------------------------------------------------*
       3530-CANCEL-BOOKINGS.
           OPEN I-O APPOINTMENT-FILE
           IF HC-APPOINTMENT-NOT-THERE
               GO TO 3530-EXIT
           END-IF
           IF NOT HC-APPOINTMENT-OK
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
               GO TO 3530-EXIT
           END-IF
           SET HC-CASCADE-CONTINUES TO TRUE
           MOVE CA-PATIENT-ID TO AP-PATIENT-ID
           MOVE CA-DTH-DATE   TO AP-APPT-DATE
           MOVE LOW-VALUES    TO AP-APPT-TIME
           START APPOINTMENT-FILE KEY IS >= AP-APPT-KEY
           IF NOT HC-APPOINTMENT-OK
               SET HC-CASCADE-ENDED TO TRUE
           END-IF
           PERFORM 3535-CANCEL-NEXT-BOOKING THRU 3535-EXIT
               UNTIL HC-CASCADE-ENDED
           CLOSE APPOINTMENT-FILE.
       3530-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3535-CANCEL-NEXT-BOOKING                                       *
      *----------------------------------------------------------------*
       3535-CANCEL-NEXT-BOOKING.
           READ APPOINTMENT-FILE NEXT RECORD
           IF NOT HC-APPOINTMENT-OK
                   OR AP-PATIENT-ID NOT = CA-PATIENT-ID
               SET HC-CASCADE-ENDED TO TRUE
               GO TO 3535-EXIT
           END-IF
           IF AP-STATUS-BOOKED
               SET AP-STATUS-CANCELLED TO TRUE
               REWRITE HC-APPOINTMENT-RECORD
               IF HC-APPOINTMENT-OK
                   ADD 1 TO CA-DTH-APPTS-CANCELLED
               ELSE
                   MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
                   SET HC-CASCADE-ENDED TO TRUE
               END-IF
           END-IF.
       3535-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3540-STOP-PRESCRIPTIONS                                        *
      *     Discontinues each active prescription as 06DMED would,     *
      *     dated the day of death, so HCMEXP01 and HCMDOS01 stop      *
      *     raising renewals and missed doses against it.              *
      *----------------------------------------------------------------*
       3540-STOP-PRESCRIPTIONS.
           OPEN I-O MEDICATION-FILE
           IF NOT HC-MEDICATION-OK
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
               GO TO 3540-EXIT
           END-IF
           SET HC-CASCADE-CONTINUES TO TRUE
           MOVE CA-PATIENT-ID TO MF-PATIENT-ID
           MOVE ZERO          TO MF-PRESCRIPTION-ID
           START MEDICATION-FILE KEY IS >= MF-MED-KEY
           IF NOT HC-MEDICATION-OK
               SET HC-CASCADE-ENDED TO TRUE
           END-IF
           PERFORM 3545-STOP-NEXT-PRESCRIPTION THRU 3545-EXIT
               UNTIL HC-CASCADE-ENDED
           CLOSE MEDICATION-FILE.
       3540-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3545-STOP-NEXT-PRESCRIPTION                                    *
      *----------------------------------------------------------------*
       3545-STOP-NEXT-PRESCRIPTION.
           READ MEDICATION-FILE NEXT RECORD
           IF NOT HC-MEDICATION-OK
                   OR MF-PATIENT-ID NOT = CA-PATIENT-ID
               SET HC-CASCADE-ENDED TO TRUE
               GO TO 3545-EXIT
           END-IF
           IF MF-STATUS-ACTIVE
               SET MF-STATUS-DISCONTINUED TO TRUE
               MOVE CA-DTH-DATE TO MF-DISCONTINUE-DATE
               REWRITE HC-MEDICATION-RECORD
               IF HC-MEDICATION-OK
                   ADD 1 TO CA-DTH-MEDS-STOPPED
               ELSE
                   MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
                   SET HC-CASCADE-ENDED TO TRUE
               END-IF
           END-IF.
       3545-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3550-LOCK-PORTAL-USERS                                         *
      *     HCUSERS is keyed by user name, so the whole file is        *
      *     browsed for the patient's logons, as 14MPAT does.  A       *
      *     locked account stays locked: 04RPWD refuses to reset one   *
      *     that belongs to a deceased patient.                        *
      *----------------------------------------------------------------*
       3550-LOCK-PORTAL-USERS.
           OPEN I-O USER-FILE
           IF NOT HC-USER-OK
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
               GO TO 3550-EXIT
           END-IF
           SET HC-CASCADE-CONTINUES TO TRUE
           MOVE LOW-VALUES TO UF-USERNAME
           START USER-FILE KEY IS >= UF-USERNAME
           IF NOT HC-USER-OK
               SET HC-CASCADE-ENDED TO TRUE
           END-IF
           PERFORM 3555-LOCK-NEXT-USER THRU 3555-EXIT
               UNTIL HC-CASCADE-ENDED
           CLOSE USER-FILE.
       3550-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3555-LOCK-NEXT-USER                                            *
      *----------------------------------------------------------------*
       3555-LOCK-NEXT-USER.
           READ USER-FILE NEXT RECORD
           IF NOT HC-USER-OK
               SET HC-CASCADE-ENDED TO TRUE
               GO TO 3555-EXIT
           END-IF
           IF UF-PATIENT-ID = CA-PATIENT-ID
                   AND UF-ACCOUNT-UNLOCKED
               SET UF-ACCOUNT-LOCKED TO TRUE
               REWRITE HC-USER-RECORD
               IF HC-USER-OK
                   ADD 1 TO CA-DTH-USERS-LOCKED
               ELSE
                   MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
                   SET HC-CASCADE-ENDED TO TRUE
               END-IF
           END-IF.
       3555-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3560-CHECK-DECEASED                                            *
      *     Looks up the patient in PF-PATIENT-ID and sets HC-         *
      *     DECEASED-SW for requests that must not start new care or   *
      *     re-open access for a patient whose death is recorded.  A   *
      *     patient not on file is left to the caller's own checks.    *
      *----------------------------------------------------------------*
       3560-CHECK-DECEASED.
           SET HC-PATIENT-NOT-DECEASED TO TRUE
           OPEN INPUT PATIENT-FILE
           READ PATIENT-FILE
           IF HC-PATIENT-OK AND NOT PF-LIVING
               SET HC-PATIENT-DECEASED TO TRUE
           END-IF
           CLOSE PATIENT-FILE.
       3560-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3600-RECORD-CONSENT - 28UCNS                                   *
      *     Records the patient's answer to one or more of the four    *
      *     consents, each stamped with its effective date and the     *
      *     signed-on operator; a consent with a blank flag on the     *
      *     request keeps the answer already on file.  The consent     *
      *     record is created with the patient's first answer.         *
      *----------------------------------------------------------------*
       3600-RECORD-CONSENT.
           PERFORM 3610-VALIDATE-CONSENT THRU 3610-EXIT
           IF CA-RETURN-CODE NOT = HC-RC-SUCCESS
               GO TO 3600-EXIT
           END-IF

           PERFORM 3630-CHECK-CONSENT-PATIENT THRU 3630-EXIT
           IF CA-RETURN-CODE NOT = HC-RC-SUCCESS
               GO TO 3600-EXIT
           END-IF

           OPEN I-O CONSENT-FILE
           IF HC-CONSENT-NOT-THERE
               OPEN OUTPUT CONSENT-FILE
               CLOSE CONSENT-FILE
               OPEN I-O CONSENT-FILE
           END-IF
           IF NOT HC-CONSENT-OK
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
               GO TO 3600-EXIT
           END-IF
           MOVE CA-PATIENT-ID TO CN-PATIENT-ID
           READ CONSENT-FILE
           IF HC-CONSENT-NOTFND
               MOVE SPACES        TO HC-CONSENT-RECORD
               MOVE CA-PATIENT-ID TO CN-PATIENT-ID
           END-IF
      *    Any other read failure must not fall through to a WRITE
      *    over a record that may well be there - 9600 reports it.
           IF NOT HC-CONSENT-OK AND NOT HC-CONSENT-NOTFND
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
               CLOSE CONSENT-FILE
               GO TO 3600-EXIT
           END-IF

           PERFORM 3620-APPLY-CONSENT-ANSWER THRU 3620-EXIT
               VARYING HC-CNS-IDX FROM 1 BY 1
               UNTIL HC-CNS-IDX > 4
           IF HC-CONSENT-OK
               REWRITE HC-CONSENT-RECORD
           ELSE
               WRITE HC-CONSENT-RECORD
           END-IF
           IF NOT HC-CONSENT-OK
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
               CLOSE CONSENT-FILE
               GO TO 3600-EXIT
           END-IF
           CLOSE CONSENT-FILE
           PERFORM 3640-RETURN-CONSENTS THRU 3640-EXIT.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3610-VALIDATE-CONSENT                                          *
      *     Each flag must be Y, N or blank, and at least one must be  *
      *     given.  A blank effective date on an answered consent      *
      *     defaults to today; a supplied one must be a real date and  *
      *     may lie ahead, for an answer that takes effect later.      *
      *----------------------------------------------------------------*
       3610-VALIDATE-CONSENT.
           IF CA-CNS-UNCHANGED (1) AND CA-CNS-UNCHANGED (2)
                   AND CA-CNS-UNCHANGED (3) AND CA-CNS-UNCHANGED (4)
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-INVALID-REQUEST TO CA-REASON-CODE
                               OF CA-CONSENT-REQUEST
               MOVE 'NO CONSENT ANSWER GIVEN' TO CA-REASON-MESSAGE
                               OF CA-CONSENT-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
               GO TO 3610-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE TO HC-CURRENT-DATE-TIME
           STRING HC-CURRENT-DATE-TIME (1:4) '-'
                  HC-CURRENT-DATE-TIME (5:2) '-'
                  HC-CURRENT-DATE-TIME (7:2)
                  DELIMITED BY SIZE INTO HC-TODAY-EDIT

           PERFORM 3615-VALIDATE-CONSENT-ENTRY THRU 3615-EXIT
               VARYING HC-CNS-IDX FROM 1 BY 1
               UNTIL HC-CNS-IDX > 4
                  OR CA-RETURN-CODE NOT = HC-RC-SUCCESS.
       3610-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3615-VALIDATE-CONSENT-ENTRY                                    *
      *----------------------------------------------------------------*
       3615-VALIDATE-CONSENT-ENTRY.
           IF CA-CNS-UNCHANGED (HC-CNS-IDX)
               GO TO 3615-EXIT
           END-IF
           IF NOT CA-CNS-FLAG-VALID (HC-CNS-IDX)
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-INVALID-REQUEST TO CA-REASON-CODE
                               OF CA-CONSENT-REQUEST
               MOVE 'CONSENT FLAG NOT Y, N OR BLANK'
                               TO CA-REASON-MESSAGE
                               OF CA-CONSENT-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
               GO TO 3615-EXIT
           END-IF
           IF CA-CNS-DATE (HC-CNS-IDX) = SPACES
               MOVE HC-TODAY-EDIT TO CA-CNS-DATE (HC-CNS-IDX)
           END-IF
           MOVE CA-CNS-DATE (HC-CNS-IDX) TO HC-VAL-DATE
           PERFORM 9700-VALIDATE-DATE THRU 9700-EXIT
           IF HC-VAL-BAD
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-BAD-DATE TO CA-REASON-CODE
                               OF CA-CONSENT-REQUEST
               MOVE 'CONSENT DATE NOT YYYY-MM-DD'
                               TO CA-REASON-MESSAGE
                               OF CA-CONSENT-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
           END-IF.
       3615-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3620-APPLY-CONSENT-ANSWER                                      *
      *----------------------------------------------------------------*
       3620-APPLY-CONSENT-ANSWER.
           IF CA-CNS-UNCHANGED (HC-CNS-IDX)
               GO TO 3620-EXIT
           END-IF
           MOVE CA-CNS-FLAG (HC-CNS-IDX) TO CN-FLAG (HC-CNS-IDX)
           MOVE CA-CNS-DATE (HC-CNS-IDX) TO CN-EFF-DATE (HC-CNS-IDX)
           MOVE HC-TODAY-EDIT            TO CN-REC-DATE (HC-CNS-IDX)
           MOVE HC-SIGNED-ON-OPERATOR    TO CN-REC-BY (HC-CNS-IDX).
       3620-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3630-CHECK-CONSENT-PATIENT                                     *
      *     Consent is recorded against a live master record: a        *
      *     record 14MPAT merged away answers through its survivor.    *
      *----------------------------------------------------------------*
       3630-CHECK-CONSENT-PATIENT.
           OPEN INPUT PATIENT-FILE
           MOVE CA-PATIENT-ID TO PF-PATIENT-ID
           READ PATIENT-FILE
           IF NOT HC-PATIENT-OK
               MOVE HC-RC-NOT-FOUND TO CA-RETURN-CODE
               CLOSE PATIENT-FILE
               GO TO 3630-EXIT
           END-IF
           CLOSE PATIENT-FILE
           IF PF-MERGED-INTO-ID NOT = ZERO
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-INVALID-REQUEST TO CA-REASON-CODE
                               OF CA-CONSENT-REQUEST
               MOVE 'PATIENT IS A MERGED RECORD' TO CA-REASON-MESSAGE
                               OF CA-CONSENT-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
           END-IF.
       3630-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3640-RETURN-CONSENTS                                           *
      *     Puts the four answers now on file into the reply.          *
      *----------------------------------------------------------------*
       3640-RETURN-CONSENTS.
           PERFORM 3645-RETURN-ONE-CONSENT THRU 3645-EXIT
               VARYING HC-CNS-IDX FROM 1 BY 1
               UNTIL HC-CNS-IDX > 4.
       3640-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3645-RETURN-ONE-CONSENT                                        *
      *----------------------------------------------------------------*
       3645-RETURN-ONE-CONSENT.
           MOVE CN-FLAG (HC-CNS-IDX)     TO CA-CNS-FLAG (HC-CNS-IDX)
           MOVE CN-EFF-DATE (HC-CNS-IDX) TO CA-CNS-DATE (HC-CNS-IDX).
       3645-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3700-READ-CONSENT - 29RCNS                                     *
      *     A patient with no consent record - nothing asked yet -     *
      *     comes back with all four answers blank, which every feed   *
      *     treats as not given.                                       *
      *----------------------------------------------------------------*
       3700-READ-CONSENT.
           PERFORM 3630-CHECK-CONSENT-PATIENT THRU 3630-EXIT
           IF CA-RETURN-CODE NOT = HC-RC-SUCCESS
               GO TO 3700-EXIT
           END-IF

           MOVE SPACES        TO HC-CONSENT-RECORD
           MOVE CA-PATIENT-ID TO CN-PATIENT-ID
           OPEN INPUT CONSENT-FILE
           IF HC-CONSENT-OK
               READ CONSENT-FILE
               IF HC-CONSENT-NOTFND
                   MOVE SPACES        TO HC-CONSENT-RECORD
                   MOVE CA-PATIENT-ID TO CN-PATIENT-ID
               ELSE
                   IF NOT HC-CONSENT-OK
                       MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
                   END-IF
               END-IF
               CLOSE CONSENT-FILE
           ELSE
               IF NOT HC-CONSENT-NOT-THERE
                   MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
               END-IF
           END-IF
           IF CA-RETURN-CODE = HC-RC-SUCCESS
               PERFORM 3640-RETURN-CONSENTS THRU 3640-EXIT
           END-IF.
       3700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3800-RECORD-NOT-DUPLICATE - 30NDUP                             *
      *     The records office has reviewed a pair off the HCDUPS01    *
      *     worklist and found two different people.  The pair goes    *
      *     on HCNOTDUP lower id first, stamped with the signed-on     *
      *     operator, and the weekly scan leaves it alone from then    *
      *     on.  Marking a pair already on file is refused as a        *
      *     duplicate.                                                 *
      *----------------------------------------------------------------*
       3800-RECORD-NOT-DUPLICATE.
           IF CA-NDP-OTHER-PATIENT-ID = ZERO
                   OR CA-NDP-OTHER-PATIENT-ID = CA-PATIENT-ID
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-INVALID-REQUEST TO CA-REASON-CODE
                               OF CA-NOT-DUP-REQUEST
               MOVE 'PAIR IDS INVALID' TO CA-REASON-MESSAGE
                               OF CA-NOT-DUP-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
               GO TO 3800-EXIT
           END-IF

           MOVE CA-PATIENT-ID TO HC-NDP-CHECK-ID
           PERFORM 3810-CHECK-PAIR-PATIENT THRU 3810-EXIT
           IF CA-RETURN-CODE NOT = HC-RC-SUCCESS
               GO TO 3800-EXIT
           END-IF
           MOVE CA-NDP-OTHER-PATIENT-ID TO HC-NDP-CHECK-ID
           PERFORM 3810-CHECK-PAIR-PATIENT THRU 3810-EXIT
           IF CA-RETURN-CODE NOT = HC-RC-SUCCESS
               GO TO 3800-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE TO HC-CURRENT-DATE-TIME
           STRING HC-CURRENT-DATE-TIME (1:4) '-'
                  HC-CURRENT-DATE-TIME (5:2) '-'
                  HC-CURRENT-DATE-TIME (7:2)
                  DELIMITED BY SIZE INTO HC-TODAY-EDIT

           MOVE SPACES TO HC-NOT-DUP-RECORD
           IF CA-PATIENT-ID < CA-NDP-OTHER-PATIENT-ID
               MOVE CA-PATIENT-ID           TO ND-LOW-PATIENT-ID
               MOVE CA-NDP-OTHER-PATIENT-ID TO ND-HIGH-PATIENT-ID
           ELSE
               MOVE CA-NDP-OTHER-PATIENT-ID TO ND-LOW-PATIENT-ID
               MOVE CA-PATIENT-ID           TO ND-HIGH-PATIENT-ID
           END-IF
           MOVE HC-TODAY-EDIT         TO ND-REC-DATE
           MOVE HC-SIGNED-ON-OPERATOR TO ND-REC-BY

           OPEN I-O NOT-DUP-FILE
           IF HC-NOT-DUP-NOT-THERE
               OPEN OUTPUT NOT-DUP-FILE
               CLOSE NOT-DUP-FILE
               OPEN I-O NOT-DUP-FILE
           END-IF
           IF NOT HC-NOT-DUP-OK
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
               GO TO 3800-EXIT
           END-IF
           WRITE HC-NOT-DUP-RECORD
           IF HC-NOT-DUP-DUPKEY
               MOVE HC-RC-DUPLICATE TO CA-RETURN-CODE
           ELSE
               IF NOT HC-NOT-DUP-OK
                   MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
               END-IF
           END-IF
           CLOSE NOT-DUP-FILE.
       3800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3810-CHECK-PAIR-PATIENT                                        *
      *     Both sides of the pair must be live master records; a     *
      *     record 14MPAT has merged away no longer turns up on the    *
      *     worklist, so there is nothing to settle for it.            *
      *----------------------------------------------------------------*
       3810-CHECK-PAIR-PATIENT.
           OPEN INPUT PATIENT-FILE
           MOVE HC-NDP-CHECK-ID TO PF-PATIENT-ID
           READ PATIENT-FILE
           IF NOT HC-PATIENT-OK
               MOVE HC-RC-NOT-FOUND TO CA-RETURN-CODE
               CLOSE PATIENT-FILE
               GO TO 3810-EXIT
           END-IF
           CLOSE PATIENT-FILE
           IF PF-MERGED-INTO-ID NOT = ZERO
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-INVALID-REQUEST TO CA-REASON-CODE
                               OF CA-NOT-DUP-REQUEST
               MOVE 'PATIENT IS A MERGED RECORD' TO CA-REASON-MESSAGE
                               OF CA-NOT-DUP-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
           END-IF.
       3810-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-SET-THRESHOLD - 08ITHR                                    *
      *     Records (or replaces) the alert limits a nurse sets for a  *
      *     patient's heart rate, blood pressure and mental-state      *
      *     score.  09IVIS consults this record on every visit.        *
      *----------------------------------------------------------------*
       4000-SET-THRESHOLD.
           PERFORM 4010-VALIDATE-THRESHOLD-INPUT THRU 4010-EXIT
           IF CA-RETURN-CODE NOT = HC-RC-SUCCESS
               GO TO 4000-EXIT
           END-IF

           MOVE CA-PATIENT-ID TO TF-PATIENT-ID
           OPEN I-O THRESHOLD-FILE
           MOVE CA-HR-THRESHOLD TO TF-HR-THRESHOLD
           MOVE CA-BP-THRESHOLD TO TF-BP-THRESHOLD
           MOVE CA-MS-THRESHOLD TO TF-MS-THRESHOLD
           READ THRESHOLD-FILE
           IF HC-THRESHOLD-OK
               REWRITE HC-THRESHOLD-RECORD
           ELSE
               WRITE HC-THRESHOLD-RECORD
           END-IF
           IF NOT HC-THRESHOLD-OK
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF
           CLOSE THRESHOLD-FILE.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4010-VALIDATE-THRESHOLD-INPUT                                  *
      *     A blood-pressure threshold that is not SYSTOLIC/DIASTOLIC  *
      *     would silently disarm every later breach check, so it is   *
      *     refused here instead of stored.                            *
      *----------------------------------------------------------------*
       4010-VALIDATE-THRESHOLD-INPUT.
           IF CA-BP-THRESHOLD NOT = SPACES
               MOVE CA-BP-THRESHOLD TO HC-VAL-BP
               PERFORM 9720-VALIDATE-BP THRU 9720-EXIT
               IF HC-VAL-BAD
                   MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
                   MOVE HC-RSN-BAD-BP TO CA-REASON-CODE
                                   OF CA-THRESHOLD-REQUEST
                   MOVE 'CA-BP-THRESHOLD NOT SYSTOLIC/DIASTOLIC'
                                   TO CA-REASON-MESSAGE
                                   OF CA-THRESHOLD-REQUEST
                   SET HC-REASON-OVERRIDDEN TO TRUE
               END-IF
           END-IF.
       4010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4500-ADMIT-PATIENT - 15IADM                                    *
      *     Records the patient's admission to a ward and bed.  The    *
      *     admission file holds one record per patient - the current  *
      *     admission - so a re-admission after a discharge simply     *
      *     overwrites the discharged record; admitting a patient who  *
      *     is already admitted is refused as a duplicate (16TADM is   *
      *     the move-between-wards request).  The stay's first         *
      *     episode segment opens on the admitting ward.               *
      *----------------------------------------------------------------*
       4500-ADMIT-PATIENT.
           PERFORM 4510-VALIDATE-ADMISSION-INPUT THRU 4510-EXIT
           IF CA-RETURN-CODE NOT = HC-RC-SUCCESS
               GO TO 4500-EXIT
           END-IF

           OPEN INPUT PATIENT-FILE
           MOVE CA-PATIENT-ID TO PF-PATIENT-ID
           READ PATIENT-FILE
           IF NOT HC-PATIENT-OK
               MOVE HC-RC-NOT-FOUND TO CA-RETURN-CODE
               CLOSE PATIENT-FILE
               GO TO 4500-EXIT
           END-IF
           CLOSE PATIENT-FILE
           IF NOT PF-LIVING
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-DECEASED TO CA-REASON-CODE
                               OF CA-ADMISSION-REQUEST
               MOVE 'PATIENT IS DECEASED' TO CA-REASON-MESSAGE
                               OF CA-ADMISSION-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
               GO TO 4500-EXIT
           END-IF

           PERFORM 4520-OPEN-ADMISSION-FILE THRU 4520-EXIT
           IF CA-RETURN-CODE NOT = HC-RC-SUCCESS
               GO TO 4500-EXIT
           END-IF
           MOVE CA-PATIENT-ID TO AD-PATIENT-ID
           READ ADMISSION-FILE
           IF HC-ADMISSION-OK AND AD-ADMITTED
               MOVE HC-RC-DUPLICATE TO CA-RETURN-CODE
               MOVE HC-RSN-DUPLICATE TO CA-REASON-CODE
                               OF CA-ADMISSION-REQUEST
               MOVE 'PATIENT ALREADY ADMITTED' TO CA-REASON-MESSAGE
                               OF CA-ADMISSION-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
               CLOSE ADMISSION-FILE
               GO TO 4500-EXIT
           END-IF

           MOVE CA-PATIENT-ID TO AD-PATIENT-ID
           MOVE CA-ADM-WARD   TO AD-WARD
           MOVE CA-ADM-BED    TO AD-BED
           MOVE CA-ADM-REASON TO AD-ADMIT-REASON
           MOVE CA-ADM-DATE   TO AD-ADMIT-DATE
           MOVE CA-ADM-TIME   TO AD-ADMIT-TIME
           MOVE SPACES        TO AD-DISCHARGE-DATE
           MOVE SPACES        TO AD-DISCHARGE-TIME
           SET AD-ADMITTED    TO TRUE
           IF HC-ADMISSION-OK
               REWRITE HC-ADMISSION-RECORD
           ELSE
               WRITE HC-ADMISSION-RECORD
           END-IF
           IF NOT HC-ADMISSION-OK
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
               CLOSE ADMISSION-FILE
               GO TO 4500-EXIT
           END-IF

           PERFORM 4530-OPEN-EPISODE-FILE THRU 4530-EXIT
           IF CA-RETURN-CODE = HC-RC-SUCCESS
               MOVE AD-ADMIT-DATE TO HC-EPI-EVENT-DATE
               MOVE AD-ADMIT-TIME TO HC-EPI-EVENT-TIME
               MOVE 'A'           TO HC-EPI-START-EVENT
               MOVE 0             TO HC-EPI-LAST-SEQ
               PERFORM 4570-WRITE-NEW-SEGMENT THRU 4570-EXIT
               CLOSE EPISODE-FILE
           END-IF
           CLOSE ADMISSION-FILE.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4510-VALIDATE-ADMISSION-INPUT                                  *
      *     Shared by 15IADM, 16TADM and 17DADM - the date/time pair   *
      *     is the admit stamp on an admit, the time of the move on a  *
      *     transfer (blank = now) and the discharge stamp on a        *
      *     discharge.  15IADM and 16TADM must also name a real ward   *
      *     and bed, or the occupancy report and the ward filter on    *
      *     the alert work list both go blind.                         *
      *----------------------------------------------------------------*
       4510-VALIDATE-ADMISSION-INPUT.
           IF CA-REQUEST-ID NOT = '17DADM'
               IF CA-ADM-WARD = SPACES OR CA-ADM-BED = SPACES
                   MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
                   MOVE HC-RSN-INVALID-REQUEST TO CA-REASON-CODE
                                   OF CA-ADMISSION-REQUEST
                   MOVE 'CA-ADM-WARD/CA-ADM-BED REQUIRED'
                                   TO CA-REASON-MESSAGE
                                   OF CA-ADMISSION-REQUEST
                   SET HC-REASON-OVERRIDDEN TO TRUE
                   GO TO 4510-EXIT
               END-IF
           END-IF

           IF CA-REQUEST-ID = '16TADM' AND CA-ADM-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE TO HC-CURRENT-DATE-TIME
               STRING HC-CURRENT-DATE-TIME (1:4) '-'
                      HC-CURRENT-DATE-TIME (5:2) '-'
                      HC-CURRENT-DATE-TIME (7:2)
                      DELIMITED BY SIZE INTO CA-ADM-DATE
               STRING HC-CURRENT-DATE-TIME (9:2) ':'
                      HC-CURRENT-DATE-TIME (11:2) ':'
                      HC-CURRENT-DATE-TIME (13:2)
                      DELIMITED BY SIZE INTO CA-ADM-TIME
           END-IF

           MOVE CA-ADM-DATE TO HC-VAL-DATE
           PERFORM 9700-VALIDATE-DATE THRU 9700-EXIT
           IF HC-VAL-BAD
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-BAD-DATE TO CA-REASON-CODE
                               OF CA-ADMISSION-REQUEST
               MOVE 'CA-ADM-DATE NOT YYYY-MM-DD'
                               TO CA-REASON-MESSAGE
                               OF CA-ADMISSION-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
               GO TO 4510-EXIT
           END-IF

           MOVE CA-ADM-TIME (1:5) TO HC-VAL-TIME
           PERFORM 9710-VALIDATE-TIME THRU 9710-EXIT
           IF HC-VAL-BAD
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-BAD-TIME TO CA-REASON-CODE
                               OF CA-ADMISSION-REQUEST
               MOVE 'CA-ADM-TIME NOT HH:MM:SS'
                               TO CA-REASON-MESSAGE
                               OF CA-ADMISSION-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
           END-IF.
       4510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4520-OPEN-ADMISSION-FILE                                       *
      *     Creates the admission file on first use, the same way      *
      *     HCRUNC01 primes the run-control file, so a site's first    *
      *     15IADM needs no IDCAMS priming step.                       *
      *----------------------------------------------------------------*
       4520-OPEN-ADMISSION-FILE.
           OPEN I-O ADMISSION-FILE
           IF HC-ADMISSION-NOT-THERE
               OPEN OUTPUT ADMISSION-FILE
               CLOSE ADMISSION-FILE
               OPEN I-O ADMISSION-FILE
           END-IF
           IF NOT HC-ADMISSION-OK
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF.
       4520-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4530-OPEN-EPISODE-FILE                                         *
      *     Creates the episode history on first use, as 4520 does the *
      *     admission file.                                            *
      *----------------------------------------------------------------*
       4530-OPEN-EPISODE-FILE.
           OPEN I-O EPISODE-FILE
           IF HC-EPISODE-NOT-THERE
               OPEN OUTPUT EPISODE-FILE
               CLOSE EPISODE-FILE
               OPEN I-O EPISODE-FILE
           END-IF
           IF NOT HC-EPISODE-OK
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF.
       4530-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4550-CLOSE-EPISODE                                             *
      *     Stamps HC-EPI-END-EVENT at HC-EPI-EVENT-DATE/TIME on the   *
      *     open segment of the stay in HC-ADMISSION-RECORD and leaves *
      *     HC-EPI-LAST-SEQ at the stay's last segment.  A stay begun  *
      *     before the history was kept has no segment at all; one is  *
      *     filed for it from the admission record - admitted at its   *
      *     admit stamp to the ward being left - and closed the same   *
      *     way.  A stay whose segments are all closed already is     *
      *     left as it is.                                             *
      *----------------------------------------------------------------*
       4550-CLOSE-EPISODE.
           PERFORM 4530-OPEN-EPISODE-FILE THRU 4530-EXIT
           IF CA-RETURN-CODE NOT = HC-RC-SUCCESS
               GO TO 4550-EXIT
           END-IF
           MOVE 0 TO HC-EPI-LAST-SEQ
           MOVE 0 TO HC-EPI-OPEN-SEQ
           MOVE AD-PATIENT-ID TO EP-PATIENT-ID
           MOVE AD-ADMIT-DATE TO EP-STAY-ADMIT-DATE
           MOVE AD-ADMIT-TIME TO EP-STAY-ADMIT-TIME
           MOVE 0             TO EP-SEGMENT-SEQ
           START EPISODE-FILE KEY IS >= EP-EPISODE-KEY
           IF HC-EPISODE-OK
               SET HC-EPI-SCAN-CONTINUES TO TRUE
               PERFORM 4555-SCAN-STAY-SEGMENT THRU 4555-EXIT
                   UNTIL HC-EPI-SCAN-ENDED
           END-IF

           IF HC-EPI-OPEN-SEQ = 0 AND HC-EPI-LAST-SEQ NOT = 0
               CLOSE EPISODE-FILE
               GO TO 4550-EXIT
           END-IF

           IF HC-EPI-OPEN-SEQ = 0
               MOVE SPACES             TO HC-EPISODE-RECORD
               MOVE AD-PATIENT-ID      TO EP-PATIENT-ID
               MOVE AD-ADMIT-DATE      TO EP-STAY-ADMIT-DATE
               MOVE AD-ADMIT-TIME      TO EP-STAY-ADMIT-TIME
               ADD 1 TO HC-EPI-LAST-SEQ
               MOVE HC-EPI-LAST-SEQ    TO EP-SEGMENT-SEQ
               MOVE HC-EPI-OLD-WARD    TO EP-WARD
               MOVE HC-EPI-OLD-BED     TO EP-BED
               MOVE AD-ADMIT-REASON    TO EP-ADMIT-REASON
               MOVE AD-ADMIT-DATE      TO EP-START-DATE
               MOVE AD-ADMIT-TIME      TO EP-START-TIME
               SET EP-START-ADMIT      TO TRUE
               MOVE HC-EPI-EVENT-DATE  TO EP-END-DATE
               MOVE HC-EPI-EVENT-TIME  TO EP-END-TIME
               MOVE HC-EPI-END-EVENT   TO EP-END-EVENT
               WRITE HC-EPISODE-RECORD
           ELSE
               MOVE AD-PATIENT-ID      TO EP-PATIENT-ID
               MOVE AD-ADMIT-DATE      TO EP-STAY-ADMIT-DATE
               MOVE AD-ADMIT-TIME      TO EP-STAY-ADMIT-TIME
               MOVE HC-EPI-OPEN-SEQ    TO EP-SEGMENT-SEQ
               READ EPISODE-FILE
               IF HC-EPISODE-OK
                   MOVE HC-EPI-EVENT-DATE TO EP-END-DATE
                   MOVE HC-EPI-EVENT-TIME TO EP-END-TIME
                   MOVE HC-EPI-END-EVENT  TO EP-END-EVENT
                   REWRITE HC-EPISODE-RECORD
               END-IF
           END-IF
           IF NOT HC-EPISODE-OK
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF
           CLOSE EPISODE-FILE.
       4550-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4555-SCAN-STAY-SEGMENT                                         *
      *----------------------------------------------------------------*
       4555-SCAN-STAY-SEGMENT.
           READ EPISODE-FILE NEXT RECORD
           IF NOT HC-EPISODE-OK
                   OR EP-PATIENT-ID NOT = AD-PATIENT-ID
                   OR EP-STAY-ADMIT-DATE NOT = AD-ADMIT-DATE
                   OR EP-STAY-ADMIT-TIME NOT = AD-ADMIT-TIME
               SET HC-EPI-SCAN-ENDED TO TRUE
               GO TO 4555-EXIT
           END-IF
           MOVE EP-SEGMENT-SEQ TO HC-EPI-LAST-SEQ
           IF EP-END-OPEN
               MOVE EP-SEGMENT-SEQ TO HC-EPI-OPEN-SEQ
           END-IF.
       4555-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4570-WRITE-NEW-SEGMENT                                         *
      *     Opens the stay's next segment on the ward and bed now in   *
      *     HC-ADMISSION-RECORD, starting at HC-EPI-EVENT-DATE/TIME.   *
      *----------------------------------------------------------------*
       4570-WRITE-NEW-SEGMENT.
           MOVE SPACES             TO HC-EPISODE-RECORD
           MOVE AD-PATIENT-ID      TO EP-PATIENT-ID
           MOVE AD-ADMIT-DATE      TO EP-STAY-ADMIT-DATE
           MOVE AD-ADMIT-TIME      TO EP-STAY-ADMIT-TIME
           COMPUTE EP-SEGMENT-SEQ = HC-EPI-LAST-SEQ + 1
           MOVE AD-WARD            TO EP-WARD
           MOVE AD-BED             TO EP-BED
           MOVE AD-ADMIT-REASON    TO EP-ADMIT-REASON
           MOVE HC-EPI-EVENT-DATE  TO EP-START-DATE
           MOVE HC-EPI-EVENT-TIME  TO EP-START-TIME
           MOVE HC-EPI-START-EVENT TO EP-START-EVENT
           MOVE SPACES             TO EP-END-DATE
           MOVE SPACES             TO EP-END-TIME
           SET EP-END-OPEN         TO TRUE
           WRITE HC-EPISODE-RECORD
           IF NOT HC-EPISODE-OK
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF.
       4570-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4600-TRANSFER-PATIENT - 16TADM                                 *
      *     Moves a current admission to a new ward and bed.  The      *
      *     admit reason and timestamps stay as admitted - a transfer  *
      *     is the same stay, somewhere else.  On the episode history  *
      *     the old ward's segment closes and the new ward's opens at  *
      *     the time of the move.                                      *
      *----------------------------------------------------------------*
       4600-TRANSFER-PATIENT.
           PERFORM 4510-VALIDATE-ADMISSION-INPUT THRU 4510-EXIT
           IF CA-RETURN-CODE NOT = HC-RC-SUCCESS
               GO TO 4600-EXIT
           END-IF

           PERFORM 4520-OPEN-ADMISSION-FILE THRU 4520-EXIT
           IF CA-RETURN-CODE NOT = HC-RC-SUCCESS
               GO TO 4600-EXIT
           END-IF
           MOVE CA-PATIENT-ID TO AD-PATIENT-ID
           READ ADMISSION-FILE
           IF NOT HC-ADMISSION-OK OR AD-DISCHARGED
               MOVE HC-RC-NOT-FOUND TO CA-RETURN-CODE
               MOVE HC-RSN-NOT-FOUND TO CA-REASON-CODE
                               OF CA-ADMISSION-REQUEST
               MOVE 'PATIENT NOT CURRENTLY ADMITTED'
                               TO CA-REASON-MESSAGE
                               OF CA-ADMISSION-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
               CLOSE ADMISSION-FILE
               GO TO 4600-EXIT
           END-IF

           MOVE AD-WARD     TO HC-EPI-OLD-WARD
           MOVE AD-BED      TO HC-EPI-OLD-BED
           MOVE CA-ADM-WARD TO AD-WARD
           MOVE CA-ADM-BED  TO AD-BED
           REWRITE HC-ADMISSION-RECORD
           IF NOT HC-ADMISSION-OK
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
               CLOSE ADMISSION-FILE
               GO TO 4600-EXIT
           END-IF

           MOVE CA-ADM-DATE TO HC-EPI-EVENT-DATE
           MOVE CA-ADM-TIME TO HC-EPI-EVENT-TIME
           MOVE 'T'         TO HC-EPI-END-EVENT
           PERFORM 4550-CLOSE-EPISODE THRU 4550-EXIT
           IF CA-RETURN-CODE = HC-RC-SUCCESS
               PERFORM 4530-OPEN-EPISODE-FILE THRU 4530-EXIT
           END-IF
           IF CA-RETURN-CODE = HC-RC-SUCCESS
               MOVE 'T' TO HC-EPI-START-EVENT
               PERFORM 4570-WRITE-NEW-SEGMENT THRU 4570-EXIT
               CLOSE EPISODE-FILE
           END-IF
           CLOSE ADMISSION-FILE.
       4600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4700-DISCHARGE-PATIENT - 17DADM                                *
      *     Stamps the discharge date/time on the current admission    *
      *     and marks it discharged.  The record is kept, not          *
      *     deleted, so the stay's dates remain readable until the     *
      *     next admission overwrites them; the episode history keeps  *
      *     them for good.                                             *
      *----------------------------------------------------------------*
       4700-DISCHARGE-PATIENT.
           PERFORM 4510-VALIDATE-ADMISSION-INPUT THRU 4510-EXIT
           IF CA-RETURN-CODE NOT = HC-RC-SUCCESS
               GO TO 4700-EXIT
           END-IF

           PERFORM 4520-OPEN-ADMISSION-FILE THRU 4520-EXIT
           IF CA-RETURN-CODE NOT = HC-RC-SUCCESS
               GO TO 4700-EXIT
           END-IF
           MOVE CA-PATIENT-ID TO AD-PATIENT-ID
           READ ADMISSION-FILE
           IF NOT HC-ADMISSION-OK OR AD-DISCHARGED
               MOVE HC-RC-NOT-FOUND TO CA-RETURN-CODE
               MOVE HC-RSN-NOT-FOUND TO CA-REASON-CODE
                               OF CA-ADMISSION-REQUEST
               MOVE 'PATIENT NOT CURRENTLY ADMITTED'
                               TO CA-REASON-MESSAGE
                               OF CA-ADMISSION-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
               CLOSE ADMISSION-FILE
               GO TO 4700-EXIT
           END-IF

           MOVE CA-ADM-DATE TO AD-DISCHARGE-DATE
           MOVE CA-ADM-TIME TO AD-DISCHARGE-TIME
           SET AD-DISCHARGED TO TRUE
           REWRITE HC-ADMISSION-RECORD
           IF NOT HC-ADMISSION-OK
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
               CLOSE ADMISSION-FILE
               GO TO 4700-EXIT
           END-IF

           MOVE CA-ADM-DATE TO HC-EPI-EVENT-DATE
           MOVE CA-ADM-TIME TO HC-EPI-EVENT-TIME
           MOVE 'D'         TO HC-EPI-END-EVENT
           MOVE AD-WARD     TO HC-EPI-OLD-WARD
           MOVE AD-BED      TO HC-EPI-OLD-BED
           PERFORM 4550-CLOSE-EPISODE THRU 4550-EXIT
           CLOSE ADMISSION-FILE.
       4700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-INSERT-VISIT - 09IVIS                                     *
      *     Records a front-desk visit's vitals, then compares each    *
      *     reading against the patient's stored thresholds.  Any      *
      *     breach is written to the alert file for the nursing        *
      *     station work list instead of relying on staff to notice    *
      *     it in the commarea exchange.                                *
      *----------------------------------------------------------------*
       5000-INSERT-VISIT.
           PERFORM 5010-VALIDATE-VISIT-INPUT THRU 5010-EXIT
           IF CA-RETURN-CODE NOT = HC-RC-SUCCESS
               GO TO 5000-EXIT
           END-IF

           MOVE CA-PATIENT-ID  TO VF-PATIENT-ID
           MOVE CA-VISIT-DATE  TO VF-VISIT-DATE
           MOVE CA-VISIT-TIME  TO VF-VISIT-TIME
           MOVE CA-HEART-RATE     TO VF-HEART-RATE
           MOVE CA-BLOOD-PRESSURE TO VF-BLOOD-PRESSURE
           MOVE CA-MENTAL-STATE   TO VF-MENTAL-STATE

           OPEN I-O VISIT-FILE
           WRITE HC-VISIT-RECORD
           IF NOT HC-VISIT-OK
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF
           CLOSE VISIT-FILE

           IF CA-RETURN-CODE = HC-RC-SUCCESS
               PERFORM 5100-CHECK-THRESHOLD-BREACH THRU 5100-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5010-VALIDATE-VISIT-INPUT                                      *
      *     The visit date is part of the record key, so it must be a  *
      *     real YYYY-MM-DD; a blood-pressure reading is optional but  *
      *     when supplied must be SYSTOLIC/DIASTOLIC rather than       *
      *     silently skipping the breach check.                        *
      *----------------------------------------------------------------*
       5010-VALIDATE-VISIT-INPUT.
           MOVE CA-VISIT-DATE TO HC-VAL-DATE
           PERFORM 9700-VALIDATE-DATE THRU 9700-EXIT
           IF HC-VAL-BAD
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-BAD-DATE TO CA-REASON-CODE
                               OF CA-VISIT-REQUEST
               MOVE 'CA-VISIT-DATE NOT YYYY-MM-DD'
                               TO CA-REASON-MESSAGE
                               OF CA-VISIT-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
               GO TO 5010-EXIT
           END-IF

           IF CA-BLOOD-PRESSURE NOT = SPACES
               MOVE CA-BLOOD-PRESSURE TO HC-VAL-BP
               PERFORM 9720-VALIDATE-BP THRU 9720-EXIT
               IF HC-VAL-BAD
                   MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
                   MOVE HC-RSN-BAD-BP TO CA-REASON-CODE
                                   OF CA-VISIT-REQUEST
                   MOVE 'CA-BLOOD-PRESSURE NOT SYSTOLIC/DIASTOLIC'
                                   TO CA-REASON-MESSAGE
                                   OF CA-VISIT-REQUEST
                   SET HC-REASON-OVERRIDDEN TO TRUE
               END-IF
           END-IF.
       5010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5100-CHECK-THRESHOLD-BREACH                                    *
      *     The patient's own 08ITHR record wins; with none on file    *
      *     the facility defaults for the patient's age band stand in  *
      *     (5130), so nobody goes unchecked just because no one keyed *
      *     an override.                                               *
      *----------------------------------------------------------------*
       5100-CHECK-THRESHOLD-BREACH.
           MOVE CA-PATIENT-ID TO TF-PATIENT-ID
           OPEN INPUT THRESHOLD-FILE
           READ THRESHOLD-FILE
           IF HC-THRESHOLD-OK
               SET HC-THRESHOLDS-PATIENT TO TRUE
           ELSE
               PERFORM 5130-APPLY-DEFAULT-THRESHOLDS THRU 5130-EXIT
           END-IF
           IF HC-THRESHOLDS-SET
               IF CA-HEART-RATE IS NUMERIC
                   AND TF-HR-THRESHOLD IS NUMERIC
                   MOVE CA-HEART-RATE     TO HC-HEART-RATE-NUM
                   MOVE TF-HR-THRESHOLD   TO HC-HR-THRESHOLD-NUM
                   IF HC-HEART-RATE-NUM > HC-HR-THRESHOLD-NUM
                       MOVE 'HR' TO AF-ALERT-TYPE
                       MOVE CA-HEART-RATE TO AF-READING-VALUE
                       MOVE TF-HR-THRESHOLD TO AF-THRESHOLD-VALUE
                       PERFORM 5110-WRITE-ALERT THRU 5110-EXIT
                   END-IF
               END-IF

               MOVE CA-BLOOD-PRESSURE TO HC-BP-READING-ALPHA
               MOVE TF-BP-THRESHOLD   TO HC-BP-THRESH-ALPHA
               PERFORM 5105-EXTRACT-BP-SYSTOLIC THRU 5105-EXIT
               IF HC-BP-VALID
                   IF HC-BLOOD-PRESSURE-NUM > HC-BP-THRESHOLD-NUM
                       MOVE 'BP' TO AF-ALERT-TYPE
                       MOVE CA-BLOOD-PRESSURE TO AF-READING-VALUE
                       MOVE TF-BP-THRESHOLD TO AF-THRESHOLD-VALUE
                       PERFORM 5110-WRITE-ALERT THRU 5110-EXIT
                   END-IF
               END-IF

               IF CA-MENTAL-STATE IS NUMERIC
                   AND TF-MS-THRESHOLD IS NUMERIC
                   MOVE CA-MENTAL-STATE   TO HC-MENTAL-STATE-NUM
                   MOVE TF-MS-THRESHOLD   TO HC-MS-THRESHOLD-NUM
                   IF HC-MENTAL-STATE-NUM > HC-MS-THRESHOLD-NUM
                       MOVE 'MS' TO AF-ALERT-TYPE
                       MOVE CA-MENTAL-STATE TO AF-READING-VALUE
                       MOVE TF-MS-THRESHOLD TO AF-THRESHOLD-VALUE
                       PERFORM 5110-WRITE-ALERT THRU 5110-EXIT
                   END-IF
               END-IF
           END-IF
           CLOSE THRESHOLD-FILE.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5105-EXTRACT-BP-SYSTOLIC                                       *
      *     Splits HC-BP-READING-ALPHA/HC-BP-THRESH-ALPHA on the '/'   *
      *     between systolic and diastolic, numeric-checks the         *
      *     systolic half of each, and only then moves it into the     *
      *     numeric compare fields.  Sets HC-BP-NOT-VALID instead of   *
      *     the compare whenever either half isn't a plain number.     *
      *----------------------------------------------------------------*
       5105-EXTRACT-BP-SYSTOLIC.
           SET HC-BP-NOT-VALID TO TRUE
           UNSTRING HC-BP-READING-ALPHA DELIMITED BY '/'
               INTO HC-BP-READING-ALPHA
           UNSTRING HC-BP-THRESH-ALPHA DELIMITED BY '/'
               INTO HC-BP-THRESH-ALPHA
           IF HC-BP-READING-ALPHA IS NUMERIC
               AND HC-BP-THRESH-ALPHA IS NUMERIC
               MOVE HC-BP-READING-ALPHA TO HC-BLOOD-PRESSURE-NUM
               MOVE HC-BP-THRESH-ALPHA  TO HC-BP-THRESHOLD-NUM
               SET HC-BP-VALID TO TRUE
           END-IF.
       5105-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5110-WRITE-ALERT                                               *
      *----------------------------------------------------------------*
       5110-WRITE-ALERT.
           MOVE CA-PATIENT-ID TO AF-PATIENT-ID
           MOVE CA-VISIT-DATE TO AF-VISIT-DATE
           MOVE CA-VISIT-TIME TO AF-VISIT-TIME
           SET AF-NOT-ACKNOWLEDGED TO TRUE
           MOVE SPACES TO AF-ACK-OPERATOR-ID
           MOVE SPACES TO AF-ACK-DATE
           MOVE SPACES TO AF-ACK-TIME
           PERFORM 5115-GET-PATIENT-WARD THRU 5115-EXIT
           MOVE HC-PATIENT-WARD TO AF-WARD
           OPEN I-O ALERT-FILE
           WRITE HC-ALERT-RECORD
           CLOSE ALERT-FILE.
       5110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5115-GET-PATIENT-WARD                                          *
      *     Looks the breached patient up on the current-admission     *
      *     file ahead of an alert write.  No admission record (or a   *
      *     discharged one, or a site that has never admitted anyone   *
      *     and so has no file) leaves the ward SPACES and the alert   *
      *     hospital-wide.                                             *
      *----------------------------------------------------------------*
       5115-GET-PATIENT-WARD.
           MOVE SPACES TO HC-PATIENT-WARD
           OPEN INPUT ADMISSION-FILE
           IF NOT HC-ADMISSION-OK
               GO TO 5115-EXIT
           END-IF
           MOVE CA-PATIENT-ID TO AD-PATIENT-ID
           READ ADMISSION-FILE
           IF HC-ADMISSION-OK AND AD-ADMITTED
               MOVE AD-WARD TO HC-PATIENT-WARD
           END-IF
           CLOSE ADMISSION-FILE.
       5115-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5130-APPLY-DEFAULT-THRESHOLDS                                  *
      *     No 08ITHR record for the patient: fill the threshold       *
      *     record area from the HCTHDTAB facility defaults for the    *
      *     patient's age band, computed from the master record's      *
      *     PF-DOB as of today.  A patient with no master record, a    *
      *     DOB that is not a real date, or a DOB in the future gets   *
      *     no defaults - and, as before, no check.                    *
      *----------------------------------------------------------------*
       5130-APPLY-DEFAULT-THRESHOLDS.
           SET HC-THRESHOLDS-NONE TO TRUE

           OPEN INPUT PATIENT-FILE
           MOVE CA-PATIENT-ID TO PF-PATIENT-ID
           READ PATIENT-FILE
           IF NOT HC-PATIENT-OK
               CLOSE PATIENT-FILE
               GO TO 5130-EXIT
           END-IF
           CLOSE PATIENT-FILE

           MOVE PF-DOB TO HC-VAL-DATE
           PERFORM 9700-VALIDATE-DATE THRU 9700-EXIT
           IF HC-VAL-BAD
               GO TO 5130-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE TO HC-CURRENT-DATE-TIME
           STRING HC-CURRENT-DATE-TIME (1:4) '-'
                  HC-CURRENT-DATE-TIME (5:2) '-'
                  HC-CURRENT-DATE-TIME (7:2)
                  DELIMITED BY SIZE INTO HC-TODAY-EDIT
           IF PF-DOB > HC-TODAY-EDIT
               GO TO 5130-EXIT
           END-IF
           COMPUTE HC-AGE-YEARS =
               FUNCTION NUMVAL (HC-TODAY-EDIT (1:4))
                   - FUNCTION NUMVAL (PF-DOB (1:4))
           IF HC-TODAY-EDIT (6:5) < PF-DOB (6:5)
               SUBTRACT 1 FROM HC-AGE-YEARS
           END-IF

           PERFORM 5135-MATCH-AGE-BAND THRU 5135-EXIT
               VARYING HC-DT-IDX FROM 1 BY 1
               UNTIL HC-DT-IDX > 4
                  OR HC-THRESHOLDS-DEFAULT.
       5130-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5135-MATCH-AGE-BAND                                            *
      *----------------------------------------------------------------*
       5135-MATCH-AGE-BAND.
           IF HC-AGE-YEARS >= HC-DT-AGE-LO (HC-DT-IDX)
                   AND HC-AGE-YEARS <= HC-DT-AGE-HI (HC-DT-IDX)
               MOVE HC-DT-HR-THRESHOLD (HC-DT-IDX)
                                          TO TF-HR-THRESHOLD
               MOVE HC-DT-BP-THRESHOLD (HC-DT-IDX)
                                          TO TF-BP-THRESHOLD
               MOVE HC-DT-MS-THRESHOLD (HC-DT-IDX)
                                          TO TF-MS-THRESHOLD
               SET HC-THRESHOLDS-DEFAULT TO TRUE
           END-IF.
       5135-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5200-INSERT-BULK-VISITS - 10BVIS                               *
      *     A wearable device batches up a day's worth of readings     *
      *     and uploads them in one call.  Each reading is written and *
      *     breach-checked exactly as a single 09IVIS visit would be,  *
      *     so the nursing station work list sees every breach, not    *
      *     just the last reading in the batch.                        *
      *----------------------------------------------------------------*
       5200-INSERT-BULK-VISITS.
           IF CA-NUM-VITALS > 50
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               GO TO 5200-EXIT
           END-IF

           PERFORM 5205-VALIDATE-BULK-ROW THRU 5205-EXIT
               VARYING CA-VITALS-IDX FROM 1 BY 1
               UNTIL CA-VITALS-IDX > CA-NUM-VITALS
                  OR CA-RETURN-CODE NOT = HC-RC-SUCCESS
           IF CA-RETURN-CODE NOT = HC-RC-SUCCESS
               GO TO 5200-EXIT
           END-IF

           OPEN I-O VISIT-FILE
           PERFORM 5210-PROCESS-BULK-READING THRU 5210-EXIT
               VARYING CA-VITALS-IDX FROM 1 BY 1
               UNTIL CA-VITALS-IDX > CA-NUM-VITALS
           CLOSE VISIT-FILE.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5205-VALIDATE-BULK-ROW                                         *
      *     The whole upload is refused on the first bad row - a       *
      *     device batch is all-or-nothing, and the message names the  *
      *     row so the gateway can find it.                            *
      *----------------------------------------------------------------*
       5205-VALIDATE-BULK-ROW.
           SET HC-VAL-ROW-NUM TO CA-VITALS-IDX
           MOVE CA-B-VISIT-DATE (CA-VITALS-IDX) TO HC-VAL-DATE
           PERFORM 9700-VALIDATE-DATE THRU 9700-EXIT
           IF HC-VAL-BAD
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-BAD-DATE TO CA-REASON-CODE
                               OF CA-BULK-VISIT-REQUEST
               MOVE SPACES TO CA-REASON-MESSAGE
                               OF CA-BULK-VISIT-REQUEST
               STRING 'ROW ' HC-VAL-ROW-NUM
                      ' VISIT DATE NOT YYYY-MM-DD'
                   DELIMITED BY SIZE
                   INTO CA-REASON-MESSAGE OF CA-BULK-VISIT-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
               GO TO 5205-EXIT
           END-IF

           IF CA-B-BLOOD-PRESSURE (CA-VITALS-IDX) NOT = SPACES
               MOVE CA-B-BLOOD-PRESSURE (CA-VITALS-IDX) TO HC-VAL-BP
               PERFORM 9720-VALIDATE-BP THRU 9720-EXIT
               IF HC-VAL-BAD
                   MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
                   MOVE HC-RSN-BAD-BP TO CA-REASON-CODE
                                   OF CA-BULK-VISIT-REQUEST
                   MOVE SPACES TO CA-REASON-MESSAGE
                                   OF CA-BULK-VISIT-REQUEST
                   STRING 'ROW ' HC-VAL-ROW-NUM
                          ' BP NOT SYSTOLIC/DIASTOLIC'
                       DELIMITED BY SIZE
                       INTO CA-REASON-MESSAGE
                               OF CA-BULK-VISIT-REQUEST
                   SET HC-REASON-OVERRIDDEN TO TRUE
               END-IF
           END-IF.
       5205-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5210-PROCESS-BULK-READING                                      *
      *----------------------------------------------------------------*
       5210-PROCESS-BULK-READING.
           MOVE CA-PATIENT-ID                  TO VF-PATIENT-ID
           MOVE CA-B-VISIT-DATE (CA-VITALS-IDX) TO VF-VISIT-DATE
           MOVE CA-B-VISIT-TIME (CA-VITALS-IDX) TO VF-VISIT-TIME
           MOVE CA-B-HEART-RATE (CA-VITALS-IDX) TO VF-HEART-RATE
           MOVE CA-B-BLOOD-PRESSURE (CA-VITALS-IDX)
                                                TO VF-BLOOD-PRESSURE
           MOVE CA-B-MENTAL-STATE (CA-VITALS-IDX)
                                                TO VF-MENTAL-STATE

           WRITE HC-VISIT-RECORD
           IF NOT HC-VISIT-OK
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
           ELSE
               PERFORM 5220-CHECK-BULK-BREACH THRU 5220-EXIT
           END-IF.
       5210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5220-CHECK-BULK-BREACH                                         *
      *----------------------------------------------------------------*
       5220-CHECK-BULK-BREACH.
           MOVE CA-PATIENT-ID TO TF-PATIENT-ID
           OPEN INPUT THRESHOLD-FILE
           READ THRESHOLD-FILE
           IF HC-THRESHOLD-OK
               SET HC-THRESHOLDS-PATIENT TO TRUE
           ELSE
               PERFORM 5130-APPLY-DEFAULT-THRESHOLDS THRU 5130-EXIT
           END-IF
           IF HC-THRESHOLDS-SET
               IF CA-B-HEART-RATE (CA-VITALS-IDX) IS NUMERIC
                   AND TF-HR-THRESHOLD IS NUMERIC
                   MOVE CA-B-HEART-RATE (CA-VITALS-IDX)
                                               TO HC-HEART-RATE-NUM
                   MOVE TF-HR-THRESHOLD        TO HC-HR-THRESHOLD-NUM
                   IF HC-HEART-RATE-NUM > HC-HR-THRESHOLD-NUM
                       MOVE 'HR' TO AF-ALERT-TYPE
                       MOVE CA-B-HEART-RATE (CA-VITALS-IDX)
                                             TO AF-READING-VALUE
                       MOVE TF-HR-THRESHOLD TO AF-THRESHOLD-VALUE
                       PERFORM 5230-WRITE-BULK-ALERT THRU 5230-EXIT
                   END-IF
               END-IF

               MOVE CA-B-BLOOD-PRESSURE (CA-VITALS-IDX)
                                           TO HC-BP-READING-ALPHA
               MOVE TF-BP-THRESHOLD        TO HC-BP-THRESH-ALPHA
               PERFORM 5105-EXTRACT-BP-SYSTOLIC THRU 5105-EXIT
               IF HC-BP-VALID
                   IF HC-BLOOD-PRESSURE-NUM > HC-BP-THRESHOLD-NUM
                       MOVE 'BP' TO AF-ALERT-TYPE
                       MOVE CA-B-BLOOD-PRESSURE (CA-VITALS-IDX)
                                             TO AF-READING-VALUE
                       MOVE TF-BP-THRESHOLD TO AF-THRESHOLD-VALUE
                       PERFORM 5230-WRITE-BULK-ALERT THRU 5230-EXIT
                   END-IF
               END-IF

               IF CA-B-MENTAL-STATE (CA-VITALS-IDX) IS NUMERIC
                   AND TF-MS-THRESHOLD IS NUMERIC
                   MOVE CA-B-MENTAL-STATE (CA-VITALS-IDX)
                                               TO HC-MENTAL-STATE-NUM
                   MOVE TF-MS-THRESHOLD        TO HC-MS-THRESHOLD-NUM
                   IF HC-MENTAL-STATE-NUM > HC-MS-THRESHOLD-NUM
                       MOVE 'MS' TO AF-ALERT-TYPE
                       MOVE CA-B-MENTAL-STATE (CA-VITALS-IDX)
                                             TO AF-READING-VALUE
                       MOVE TF-MS-THRESHOLD TO AF-THRESHOLD-VALUE
                       PERFORM 5230-WRITE-BULK-ALERT THRU 5230-EXIT
                   END-IF
               END-IF
           END-IF
           CLOSE THRESHOLD-FILE.
       5220-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5230-WRITE-BULK-ALERT                                          *
      *----------------------------------------------------------------*
       5230-WRITE-BULK-ALERT.
           MOVE CA-PATIENT-ID TO AF-PATIENT-ID
           MOVE CA-B-VISIT-DATE (CA-VITALS-IDX) TO AF-VISIT-DATE
           MOVE CA-B-VISIT-TIME (CA-VITALS-IDX) TO AF-VISIT-TIME
           SET AF-NOT-ACKNOWLEDGED TO TRUE
           MOVE SPACES TO AF-ACK-OPERATOR-ID
           MOVE SPACES TO AF-ACK-DATE
           MOVE SPACES TO AF-ACK-TIME
           PERFORM 5115-GET-PATIENT-WARD THRU 5115-EXIT
           MOVE HC-PATIENT-WARD TO AF-WARD
           OPEN I-O ALERT-FILE
           WRITE HC-ALERT-RECORD
           CLOSE ALERT-FILE.
       5230-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-INSERT-MEDICATION - 05IMED                                *
      *     Records a new prescription for the patient.  HCM1PL01's    *
      *     medication-list transaction reads the file this builds.    *
      *     Before anything is written the new drug is checked         *
      *     against the patient's active prescriptions: an exact       *
      *     duplicate or a severe listed interaction refuses the       *
      *     insert, a warning-severity interaction writes it but       *
      *     returns the DI02 reason for the pharmacist to review.      *
      *----------------------------------------------------------------*
       6000-INSERT-MEDICATION.
           MOVE 0 TO HC-WARNING-RANK
           PERFORM 6020-VALIDATE-MEDICATION-INPUT THRU 6020-EXIT
           IF CA-RETURN-CODE NOT = HC-RC-SUCCESS
               GO TO 6000-EXIT
           END-IF

           MOVE CA-PATIENT-ID TO PF-PATIENT-ID
           PERFORM 3560-CHECK-DECEASED THRU 3560-EXIT
           IF HC-PATIENT-DECEASED
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-DECEASED TO CA-REASON-CODE
                               OF CA-MEDICATION-REQUEST
               MOVE 'PATIENT IS DECEASED' TO CA-REASON-MESSAGE
                               OF CA-MEDICATION-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
               GO TO 6000-EXIT
           END-IF

           PERFORM 6050-CHECK-DRUG-CONFLICTS THRU 6050-EXIT
           IF CA-RETURN-CODE NOT = HC-RC-SUCCESS
               GO TO 6000-EXIT
           END-IF

           PERFORM 6080-CHECK-ALLERGIES THRU 6080-EXIT
           IF CA-RETURN-CODE NOT = HC-RC-SUCCESS
               GO TO 6000-EXIT
           END-IF

           PERFORM 6010-GET-NEXT-PRESCRIPTION-ID THRU 6010-EXIT

           MOVE CA-PATIENT-ID        TO MF-PATIENT-ID
           MOVE CA-DRUG-NAME         TO MF-DRUG-NAME
           MOVE CA-STRENGTH          TO MF-STRENGTH
           MOVE CA-AMOUNT            TO MF-AMOUNT
           MOVE CA-ROUTE             TO MF-ROUTE
           MOVE CA-FREQUENCY         TO MF-FREQUENCY
           MOVE CA-IDENTIFIER        TO MF-IDENTIFIER
           MOVE CA-BIOMED-TYPE       TO MF-BIOMED-TYPE
           MOVE CA-START-DATE        TO MF-START-DATE
           MOVE CA-END-DATE          TO MF-END-DATE
           SET MF-STATUS-ACTIVE      TO TRUE
           MOVE SPACES               TO MF-DISCONTINUE-DATE
           MOVE ZERO                 TO MF-RENEWAL-COUNT
           MOVE SPACES               TO MF-LAST-RENEW-DATE
           MOVE SPACES               TO MF-RENEWED-FROM-DATE
           MOVE HC-SIGNED-ON-OPERATOR TO MF-PRESCRIBER-ID
           MOVE SPACE                TO MF-RX-SENT-EVENT
           MOVE ZERO                 TO MF-RX-SENT-RENEWALS
           MOVE ZERO                 TO MF-RX-SENT-SEQ
           MOVE SPACES               TO MF-RX-SENT-DATE
           MOVE SPACE                TO MF-RX-ACK-STATUS
           MOVE SPACES               TO MF-RX-ACK-DATE
           MOVE SPACES               TO MF-RX-REJECT-CODE
           MOVE SPACES               TO MF-RX-REJECT-REASON
           MOVE CA-DOSAGE-UOM        TO MF-DOSAGE-UOM
           MOVE CA-NUM-SCHEDULE-TIMES TO MF-NUM-SCHEDULE-TIMES
           MOVE CA-SCHEDULE-TIME (1) TO MF-SCHEDULE-TIME (1)
           MOVE CA-SCHEDULE-TIME (2) TO MF-SCHEDULE-TIME (2)
           MOVE CA-SCHEDULE-TIME (3) TO MF-SCHEDULE-TIME (3)
           MOVE CA-SCHEDULE-TIME (4) TO MF-SCHEDULE-TIME (4)

           OPEN I-O MEDICATION-FILE
           WRITE HC-MEDICATION-RECORD
           IF NOT HC-MEDICATION-OK
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
               SET HC-REASON-NOT-OVERRIDDEN TO TRUE
           END-IF
           CLOSE MEDICATION-FILE.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6050-CHECK-DRUG-CONFLICTS                                      *
      *     Walks the patient's active prescriptions ahead of a        *
      *     05IMED write, refusing an exact duplicate drug and         *
      *     looking each remaining pair up on the interaction          *
      *     reference file.  A severe interaction stops the scan and   *
      *     the insert; a warning leaves the insert to proceed with    *
      *     the DI02 reason already in the reply.                      *
      *----------------------------------------------------------------*
       6050-CHECK-DRUG-CONFLICTS.
           SET HC-MEDCHK-CONTINUES TO TRUE
           MOVE CA-PATIENT-ID TO MF-PATIENT-ID
           MOVE ZERO          TO MF-PRESCRIPTION-ID

           OPEN INPUT MEDICATION-FILE
           OPEN INPUT INTERACTION-FILE
           START MEDICATION-FILE KEY IS >= MF-MED-KEY
           IF NOT HC-MEDICATION-OK
               SET HC-MEDCHK-ENDED TO TRUE
           END-IF

           PERFORM 6060-CHECK-NEXT-MED THRU 6060-EXIT
               UNTIL HC-MEDCHK-ENDED

           CLOSE INTERACTION-FILE
           CLOSE MEDICATION-FILE.
       6050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6060-CHECK-NEXT-MED                                            *
      *----------------------------------------------------------------*
       6060-CHECK-NEXT-MED.
           READ MEDICATION-FILE NEXT RECORD
           IF NOT HC-MEDICATION-OK
               SET HC-MEDCHK-ENDED TO TRUE
           ELSE
               IF MF-PATIENT-ID NOT = CA-PATIENT-ID
                   SET HC-MEDCHK-ENDED TO TRUE
               ELSE
                   IF MF-STATUS-ACTIVE
                       IF MF-DRUG-NAME = CA-DRUG-NAME
                           MOVE HC-RC-DUPLICATE TO CA-RETURN-CODE
                           MOVE HC-RSN-DUP-THERAPY TO CA-REASON-CODE
                                           OF CA-MEDICATION-REQUEST
                           MOVE SPACES TO CA-REASON-MESSAGE
                                           OF CA-MEDICATION-REQUEST
                           STRING 'DUPLICATE THERAPY - ' MF-DRUG-NAME
                               DELIMITED BY SIZE
                               INTO CA-REASON-MESSAGE
                                           OF CA-MEDICATION-REQUEST
                           SET HC-REASON-OVERRIDDEN TO TRUE
                           SET HC-MEDCHK-ENDED TO TRUE
                       ELSE
                           PERFORM 6070-CHECK-INTERACTION
                                           THRU 6070-EXIT
                       END-IF
                   END-IF
               END-IF
           END-IF.
       6060-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6070-CHECK-INTERACTION                                         *
      *     Looks the new drug/existing drug pair up in both orders;   *
      *     pharmacy only keys each pair once.                         *
      *----------------------------------------------------------------*
       6070-CHECK-INTERACTION.
           MOVE CA-DRUG-NAME TO DI-DRUG-NAME-1
           MOVE MF-DRUG-NAME TO DI-DRUG-NAME-2
           READ INTERACTION-FILE
           IF NOT HC-INTERACTION-OK
               MOVE MF-DRUG-NAME TO DI-DRUG-NAME-1
               MOVE CA-DRUG-NAME TO DI-DRUG-NAME-2
               READ INTERACTION-FILE
           END-IF

           IF HC-INTERACTION-OK
               IF DI-SEVERITY-BLOCK
                   MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
                   MOVE HC-RSN-DRUG-INTERACT TO CA-REASON-CODE
                                   OF CA-MEDICATION-REQUEST
                   MOVE SPACES TO CA-REASON-MESSAGE
                                   OF CA-MEDICATION-REQUEST
                   STRING 'BLOCKED - INTERACTS WITH ' MF-DRUG-NAME
                       DELIMITED BY SIZE
                       INTO CA-REASON-MESSAGE
                                   OF CA-MEDICATION-REQUEST
                   SET HC-REASON-OVERRIDDEN TO TRUE
                   SET HC-MEDCHK-ENDED TO TRUE
               ELSE
                   MOVE HC-RSN-DRUG-INT-WARN TO CA-REASON-CODE
                                   OF CA-MEDICATION-REQUEST
                   MOVE SPACES TO CA-REASON-MESSAGE
                                   OF CA-MEDICATION-REQUEST
                   STRING 'WARNING - INTERACTS WITH ' MF-DRUG-NAME
                       DELIMITED BY SIZE
                       INTO CA-REASON-MESSAGE
                                   OF CA-MEDICATION-REQUEST
                   MOVE 2 TO HC-WARNING-RANK
                   SET HC-REASON-OVERRIDDEN TO TRUE
               END-IF
           END-IF.
       6070-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6080-CHECK-ALLERGIES                                           *
      *     Walks the patient's active allergy entries ahead of a      *
      *     05IMED write.  An allergen found anywhere in the new drug  *
      *     name matches - "PENICILLIN" catches "PENICILLIN V 250MG",  *
      *     whatever the case either was keyed in.  A severe allergy   *
      *     refuses the insert; a mild or moderate one lets it         *
      *     proceed with the AL02 warning in the reply, the same way   *
      *     a warning-severity interaction does - unless a warning     *
      *     that ranks higher (HC-WARNING-RANK) is already there.      *
      *     No register yet means no allergies recorded; a register    *
      *     that will not open refuses the insert unchecked.           *
      *----------------------------------------------------------------*
       6080-CHECK-ALLERGIES.
           OPEN INPUT ALLERGY-FILE
           IF HC-ALLERGY-NOT-THERE
               GO TO 6080-EXIT
           END-IF
           IF NOT HC-ALLERGY-OK
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
               SET HC-REASON-NOT-OVERRIDDEN TO TRUE
               GO TO 6080-EXIT
           END-IF
           SET HC-MEDCHK-CONTINUES TO TRUE
           MOVE CA-DRUG-NAME TO HC-ALLERGY-DRUG-NAME
           INSPECT HC-ALLERGY-DRUG-NAME
               CONVERTING HC-LOWER-CASE TO HC-UPPER-CASE
           MOVE CA-PATIENT-ID TO AL-PATIENT-ID
           MOVE SPACES        TO AL-ALLERGEN
           START ALLERGY-FILE KEY IS >= AL-ALLERGY-KEY
           IF NOT HC-ALLERGY-OK
               SET HC-MEDCHK-ENDED TO TRUE
           END-IF
           PERFORM 6085-CHECK-NEXT-ALLERGY THRU 6085-EXIT
               UNTIL HC-MEDCHK-ENDED
           CLOSE ALLERGY-FILE.
       6080-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6085-CHECK-NEXT-ALLERGY                                        *
      *----------------------------------------------------------------*
       6085-CHECK-NEXT-ALLERGY.
           READ ALLERGY-FILE NEXT RECORD
           IF NOT HC-ALLERGY-OK
                   OR AL-PATIENT-ID NOT = CA-PATIENT-ID
               SET HC-MEDCHK-ENDED TO TRUE
               GO TO 6085-EXIT
           END-IF
           IF NOT AL-STATUS-ACTIVE
               GO TO 6085-EXIT
           END-IF

           PERFORM 6090-FIND-ALLERGEN-END THRU 6090-EXIT
               VARYING HC-ALLERGEN-LEN FROM 50 BY -1
               UNTIL HC-ALLERGEN-LEN = 0
                  OR AL-ALLERGEN (HC-ALLERGEN-LEN:1) NOT = SPACE
           IF HC-ALLERGEN-LEN = 0
               GO TO 6085-EXIT
           END-IF
           MOVE AL-ALLERGEN TO HC-ALLERGY-ALLERGEN
           INSPECT HC-ALLERGY-ALLERGEN
               CONVERTING HC-LOWER-CASE TO HC-UPPER-CASE
           MOVE 0 TO HC-ALLERGEN-HITS
           INSPECT HC-ALLERGY-DRUG-NAME TALLYING HC-ALLERGEN-HITS
               FOR ALL HC-ALLERGY-ALLERGEN (1:HC-ALLERGEN-LEN)
           IF HC-ALLERGEN-HITS = 0
               GO TO 6085-EXIT
           END-IF

           IF AL-SEVERITY-SEVERE
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-ALLERGY TO CA-REASON-CODE
                               OF CA-MEDICATION-REQUEST
               MOVE SPACES TO CA-REASON-MESSAGE
                               OF CA-MEDICATION-REQUEST
               STRING 'BLOCKED - ALLERGY TO ' AL-ALLERGEN
                   DELIMITED BY SIZE
                   INTO CA-REASON-MESSAGE OF CA-MEDICATION-REQUEST
               SET HC-MEDCHK-ENDED TO TRUE
               SET HC-REASON-OVERRIDDEN TO TRUE
               GO TO 6085-EXIT
           END-IF

           IF AL-SEVERITY-MODERATE
               MOVE 3 TO HC-ALLERGY-RANK
           ELSE
               MOVE 1 TO HC-ALLERGY-RANK
           END-IF
           IF HC-ALLERGY-RANK NOT > HC-WARNING-RANK
               GO TO 6085-EXIT
           END-IF
           MOVE HC-ALLERGY-RANK TO HC-WARNING-RANK
           MOVE HC-RSN-ALLERGY-WARN TO CA-REASON-CODE
                           OF CA-MEDICATION-REQUEST
           MOVE SPACES TO CA-REASON-MESSAGE OF CA-MEDICATION-REQUEST
           STRING 'WARNING - ALLERGY TO ' AL-ALLERGEN
               DELIMITED BY SIZE
               INTO CA-REASON-MESSAGE OF CA-MEDICATION-REQUEST
           SET HC-REASON-OVERRIDDEN TO TRUE.
       6085-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6090-FIND-ALLERGEN-END                                         *
      *     Steps back over the allergen's trailing blanks; the        *
      *     VARYING clause does the work.                              *
      *----------------------------------------------------------------*
       6090-FIND-ALLERGEN-END.
           CONTINUE.
       6090-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6020-VALIDATE-MEDICATION-INPUT                                 *
      *     The start date anchors the adherence search, so it must    *
      *     be real; the end date is optional but must be real and     *
      *     not before the start; each supplied schedule time must be  *
      *     HH:MM or the dosing schedule silently never comes due.     *
      *----------------------------------------------------------------*
       6020-VALIDATE-MEDICATION-INPUT.
      *    Guard the table bound before anything subscripts with the
      *    caller's count - the same protection 5200 gives the
      *    CA-VITALS table.
           IF CA-NUM-SCHEDULE-TIMES > 4
               MOVE HC-RSN-INVALID-REQUEST TO CA-REASON-CODE
                               OF CA-MEDICATION-REQUEST
               MOVE 'CA-NUM-SCHEDULE-TIMES OVER 4'
                               TO CA-REASON-MESSAGE
                               OF CA-MEDICATION-REQUEST
               PERFORM 6025-REJECT-MEDICATION THRU 6025-EXIT
               GO TO 6020-EXIT
           END-IF

           MOVE CA-START-DATE TO HC-VAL-DATE
           PERFORM 9700-VALIDATE-DATE THRU 9700-EXIT
           IF HC-VAL-BAD
               MOVE HC-RSN-BAD-DATE TO CA-REASON-CODE
                               OF CA-MEDICATION-REQUEST
               MOVE 'CA-START-DATE NOT YYYY-MM-DD'
                               TO CA-REASON-MESSAGE
                               OF CA-MEDICATION-REQUEST
               PERFORM 6025-REJECT-MEDICATION THRU 6025-EXIT
               GO TO 6020-EXIT
           END-IF

           IF CA-END-DATE NOT = SPACES
               MOVE CA-END-DATE TO HC-VAL-DATE
               PERFORM 9700-VALIDATE-DATE THRU 9700-EXIT
               IF HC-VAL-BAD
                   MOVE HC-RSN-BAD-DATE TO CA-REASON-CODE
                                   OF CA-MEDICATION-REQUEST
                   MOVE 'CA-END-DATE NOT YYYY-MM-DD'
                                   TO CA-REASON-MESSAGE
                                   OF CA-MEDICATION-REQUEST
                   PERFORM 6025-REJECT-MEDICATION THRU 6025-EXIT
                   GO TO 6020-EXIT
               END-IF
               IF CA-START-DATE > CA-END-DATE
                   MOVE HC-RSN-DATE-ORDER TO CA-REASON-CODE
                                   OF CA-MEDICATION-REQUEST
                   MOVE 'CA-START-DATE AFTER CA-END-DATE'
                                   TO CA-REASON-MESSAGE
                                   OF CA-MEDICATION-REQUEST
                   PERFORM 6025-REJECT-MEDICATION THRU 6025-EXIT
                   GO TO 6020-EXIT
               END-IF
           END-IF

           PERFORM 6030-VALIDATE-SCHEDULE-TIME THRU 6030-EXIT
               VARYING HC-VAL-ROW-NUM FROM 1 BY 1
               UNTIL HC-VAL-ROW-NUM > CA-NUM-SCHEDULE-TIMES
                  OR CA-RETURN-CODE NOT = HC-RC-SUCCESS.
       6020-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6025-REJECT-MEDICATION                                         *
      *----------------------------------------------------------------*
       6025-REJECT-MEDICATION.
           MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
           SET HC-REASON-OVERRIDDEN TO TRUE.
       6025-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6030-VALIDATE-SCHEDULE-TIME                                    *
      *----------------------------------------------------------------*
       6030-VALIDATE-SCHEDULE-TIME.
           MOVE CA-SCHEDULE-TIME (HC-VAL-ROW-NUM) TO HC-VAL-TIME
           PERFORM 9710-VALIDATE-TIME THRU 9710-EXIT
           IF HC-VAL-BAD
               MOVE HC-RSN-BAD-TIME TO CA-REASON-CODE
                               OF CA-MEDICATION-REQUEST
               MOVE 'CA-SCHEDULE-TIME NOT HH:MM'
                               TO CA-REASON-MESSAGE
                               OF CA-MEDICATION-REQUEST
               PERFORM 6025-REJECT-MEDICATION THRU 6025-EXIT
           END-IF.
       6030-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6010-GET-NEXT-PRESCRIPTION-ID                                  *
      *     Reads and increments the medication key generator.        *
      *----------------------------------------------------------------*
       6010-GET-NEXT-PRESCRIPTION-ID.
           MOVE HC-MED-SEQUENCE-KEY TO SF-SEQUENCE-NAME
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
           MOVE SF-LAST-PATIENT-ID TO CA-PRESCRIPTION-ID
           CLOSE SEQUENCE-FILE.
       6010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6100-DISCONTINUE-MEDICATION - 06DMED                           *
      *     Marks the prescription keyed by CA-PATIENT-ID/CA-          *
      *     PRESCRIPTION-ID as discontinued and records the date it    *
      *     stopped, rather than deleting the history HCM1PL01's       *
      *     medication list still needs to show.                       *
      *----------------------------------------------------------------*
       6100-DISCONTINUE-MEDICATION.
           MOVE CA-DISCONTINUE-DATE TO HC-VAL-DATE
           PERFORM 9700-VALIDATE-DATE THRU 9700-EXIT
           IF HC-VAL-BAD
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-BAD-DATE TO CA-REASON-CODE
                               OF CA-MEDICATION-REQUEST
               MOVE 'CA-DISCONTINUE-DATE NOT YYYY-MM-DD'
                               TO CA-REASON-MESSAGE
                               OF CA-MEDICATION-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
               GO TO 6100-EXIT
           END-IF

           MOVE CA-PATIENT-ID      TO MF-PATIENT-ID
           MOVE CA-PRESCRIPTION-ID TO MF-PRESCRIPTION-ID

           OPEN I-O MEDICATION-FILE
           READ MEDICATION-FILE
           IF HC-MEDICATION-OK
               SET MF-STATUS-DISCONTINUED TO TRUE
               MOVE CA-DISCONTINUE-DATE TO MF-DISCONTINUE-DATE
               REWRITE HC-MEDICATION-RECORD
               IF NOT HC-MEDICATION-OK
                   MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
               END-IF
           ELSE
               MOVE HC-RC-NOT-FOUND TO CA-RETURN-CODE
           END-IF
           CLOSE MEDICATION-FILE.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6200-RENEW-MEDICATION - 18RMED                                 *
      *     Extends the prescription keyed by CA-PATIENT-ID/CA-        *
      *     PRESCRIPTION-ID to the new CA-END-DATE in place - the      *
      *     clinician's renewal decision off HCMEXP01's worklist.      *
      *     The renewal is counted and dated on the record and written *
      *     to the HCRENHST renewal history (6210) before the record   *
      *     is rewritten, so the prescription's history survives      *
      *     instead of being lost to a fresh 05IMED.  Only an active   *
      *     prescription can be renewed, and only forward: a new end   *
      *     date on or before the stored one would quietly shorten the *
      *     course.  The end date being replaced is kept in            *
      *     MF-RENEWED-FROM-DATE and on the history record, so         *
      *     HCQMSR01 can tell a renewal made in time from a late one.  *
      *     The renewing operator becomes the prescriber of record, so *
      *     a pharmacy rejection of the renewal reaches them on        *
      *     HCERXI01's worklist.                                       *
      *----------------------------------------------------------------*
       6200-RENEW-MEDICATION.
           MOVE CA-END-DATE TO HC-VAL-DATE
           PERFORM 9700-VALIDATE-DATE THRU 9700-EXIT
           IF HC-VAL-BAD
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-BAD-DATE TO CA-REASON-CODE
                               OF CA-MEDICATION-REQUEST
               MOVE 'CA-END-DATE NOT YYYY-MM-DD'
                               TO CA-REASON-MESSAGE
                               OF CA-MEDICATION-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
               GO TO 6200-EXIT
           END-IF

           MOVE CA-PATIENT-ID      TO MF-PATIENT-ID
           MOVE CA-PRESCRIPTION-ID TO MF-PRESCRIPTION-ID
           OPEN I-O MEDICATION-FILE
           READ MEDICATION-FILE
           IF NOT HC-MEDICATION-OK
               MOVE HC-RC-NOT-FOUND TO CA-RETURN-CODE
               CLOSE MEDICATION-FILE
               GO TO 6200-EXIT
           END-IF

           IF MF-STATUS-DISCONTINUED
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-INVALID-REQUEST TO CA-REASON-CODE
                               OF CA-MEDICATION-REQUEST
               MOVE 'PRESCRIPTION DISCONTINUED - NOT RENEWABLE'
                               TO CA-REASON-MESSAGE
                               OF CA-MEDICATION-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
               CLOSE MEDICATION-FILE
               GO TO 6200-EXIT
           END-IF
           IF MF-END-DATE NOT = SPACES
                   AND CA-END-DATE NOT > MF-END-DATE
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-DATE-ORDER TO CA-REASON-CODE
                               OF CA-MEDICATION-REQUEST
               MOVE 'CA-END-DATE NOT AFTER CURRENT END DATE'
                               TO CA-REASON-MESSAGE
                               OF CA-MEDICATION-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
               CLOSE MEDICATION-FILE
               GO TO 6200-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE TO HC-CURRENT-DATE-TIME
           STRING HC-CURRENT-DATE-TIME (1:4) '-'
                  HC-CURRENT-DATE-TIME (5:2) '-'
                  HC-CURRENT-DATE-TIME (7:2)
                  DELIMITED BY SIZE INTO HC-TODAY-EDIT

           MOVE MF-END-DATE   TO MF-RENEWED-FROM-DATE
           MOVE CA-END-DATE   TO MF-END-DATE
           ADD 1              TO MF-RENEWAL-COUNT
           MOVE HC-TODAY-EDIT TO MF-LAST-RENEW-DATE
           MOVE HC-SIGNED-ON-OPERATOR TO MF-PRESCRIBER-ID
           PERFORM 6210-WRITE-RENEWAL-HISTORY THRU 6210-EXIT
           IF CA-RETURN-CODE NOT = HC-RC-SUCCESS
               CLOSE MEDICATION-FILE
               GO TO 6200-EXIT
           END-IF

           REWRITE HC-MEDICATION-RECORD
           IF NOT HC-MEDICATION-OK
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
               DELETE RENEWAL-FILE RECORD
           END-IF
           CLOSE RENEWAL-FILE
           CLOSE MEDICATION-FILE.
       6200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6210-WRITE-RENEWAL-HISTORY                                     *
      *     One HCRENHST record per renewal, from the prescription as  *
      *     6200 is about to rewrite it.  The history goes first, so a *
      *     renewal is never applied without it: 6200 rewrites the     *
      *     prescription only once this record is on file, and deletes *
      *     it again if that rewrite fails, leaving the request free   *
      *     to be sent again.  The file is created on first use, as    *
      *     4530 does the episode history, and is left open for 6200   *
      *     to close once the record is written.                       *
      *----------------------------------------------------------------*
       6210-WRITE-RENEWAL-HISTORY.
           OPEN I-O RENEWAL-FILE
           IF HC-RENEWAL-NOT-THERE
               OPEN OUTPUT RENEWAL-FILE
               CLOSE RENEWAL-FILE
               OPEN I-O RENEWAL-FILE
           END-IF
           IF NOT HC-RENEWAL-OK
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
               GO TO 6210-EXIT
           END-IF

           MOVE SPACES               TO HC-RENEWAL-RECORD
           MOVE MF-PATIENT-ID        TO RH-PATIENT-ID
           MOVE MF-PRESCRIPTION-ID   TO RH-PRESCRIPTION-ID
           MOVE MF-LAST-RENEW-DATE   TO RH-RENEW-DATE
           STRING HC-CURRENT-DATE-TIME (9:2) ':'
                  HC-CURRENT-DATE-TIME (11:2) ':'
                  HC-CURRENT-DATE-TIME (13:2)
                  DELIMITED BY SIZE INTO RH-RENEW-TIME
           MOVE MF-RENEWED-FROM-DATE TO RH-REPLACED-END-DATE
           MOVE MF-END-DATE          TO RH-NEW-END-DATE
           MOVE MF-PRESCRIBER-ID     TO RH-RENEWED-BY
           MOVE MF-DRUG-NAME         TO RH-DRUG-NAME
           WRITE HC-RENEWAL-RECORD
           IF NOT HC-RENEWAL-OK
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
               CLOSE RENEWAL-FILE
           END-IF.
       6210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6300-RECORD-ADMINISTRATION - 23IMAR                            *
      *     Charts one scheduled dose of the prescription keyed by     *
      *     CA-PATIENT-ID/CA-MAR-PRESCRIPTION-ID on the HCMAR file as  *
      *     given, held or refused, under the signed-on operator 2100  *
      *     resolved from HCSESS.  The prescription must be active on  *
      *     the dose date and the dose time must be one of its         *
      *     MF-SCHEDULE-TIME slots - anything else is not a dose the   *
      *     missed-dose report would ever look for.  A slot already    *
      *     charted is refused as a duplicate rather than overwritten, *
      *     so the first nurse's entry stands.                         *
      *----------------------------------------------------------------*
       6300-RECORD-ADMINISTRATION.
           MOVE HC-SIGNED-ON-OPERATOR TO CA-MAR-OPERATOR-ID
           PERFORM 6310-VALIDATE-ADMINISTRATION THRU 6310-EXIT
           IF CA-RETURN-CODE NOT = HC-RC-SUCCESS
               GO TO 6300-EXIT
           END-IF

           MOVE CA-PATIENT-ID          TO MF-PATIENT-ID
           MOVE CA-MAR-PRESCRIPTION-ID TO MF-PRESCRIPTION-ID
           OPEN INPUT MEDICATION-FILE
           READ MEDICATION-FILE
           IF NOT HC-MEDICATION-OK
               MOVE HC-RC-NOT-FOUND TO CA-RETURN-CODE
               CLOSE MEDICATION-FILE
               GO TO 6300-EXIT
           END-IF
           CLOSE MEDICATION-FILE

           IF NOT MF-STATUS-ACTIVE
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-INVALID-REQUEST TO CA-REASON-CODE
                               OF CA-MAR-REQUEST
               MOVE 'PRESCRIPTION DISCONTINUED' TO CA-REASON-MESSAGE
                               OF CA-MAR-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
               GO TO 6300-EXIT
           END-IF
           IF CA-MAR-DOSE-DATE < MF-START-DATE
                   OR (MF-END-DATE NOT = SPACES
                       AND CA-MAR-DOSE-DATE > MF-END-DATE)
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-DATE-ORDER TO CA-REASON-CODE
                               OF CA-MAR-REQUEST
               MOVE 'DOSE DATE OUTSIDE PRESCRIPTION DATES'
                               TO CA-REASON-MESSAGE
                               OF CA-MAR-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
               GO TO 6300-EXIT
           END-IF

           SET HC-DOSE-SLOT-NOT-FOUND TO TRUE
           PERFORM 6320-MATCH-DOSE-SLOT THRU 6320-EXIT
               VARYING HC-VAL-ROW-NUM FROM 1 BY 1
               UNTIL HC-VAL-ROW-NUM > MF-NUM-SCHEDULE-TIMES
                  OR HC-VAL-ROW-NUM > 4
                  OR HC-DOSE-SLOT-FOUND
           IF HC-DOSE-SLOT-NOT-FOUND
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-BAD-TIME TO CA-REASON-CODE
                               OF CA-MAR-REQUEST
               MOVE 'CA-MAR-DOSE-TIME NOT A SCHEDULED TIME'
                               TO CA-REASON-MESSAGE
                               OF CA-MAR-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
               GO TO 6300-EXIT
           END-IF

           MOVE CA-PATIENT-ID          TO MA-PATIENT-ID
           MOVE CA-MAR-PRESCRIPTION-ID TO MA-PRESCRIPTION-ID
           MOVE CA-MAR-DOSE-DATE       TO MA-DOSE-DATE
           MOVE CA-MAR-DOSE-TIME       TO MA-DOSE-TIME
           MOVE CA-MAR-OUTCOME         TO MA-OUTCOME
           MOVE HC-SIGNED-ON-OPERATOR  TO MA-OPERATOR-ID
           MOVE CA-MAR-REASON          TO MA-REASON
           MOVE HC-TODAY-EDIT          TO MA-RECORDED-DATE
           MOVE SPACES                 TO MA-RECORDED-TIME
           STRING HC-CURRENT-DATE-TIME (9:2) ':'
                  HC-CURRENT-DATE-TIME (11:2) ':'
                  HC-CURRENT-DATE-TIME (13:2)
                  DELIMITED BY SIZE INTO MA-RECORDED-TIME

           PERFORM 6330-OPEN-MAR-FILE THRU 6330-EXIT
           IF CA-RETURN-CODE NOT = HC-RC-SUCCESS
               GO TO 6300-EXIT
           END-IF
           WRITE HC-MAR-RECORD
           IF HC-MAR-DUPKEY
               MOVE HC-RC-DUPLICATE TO CA-RETURN-CODE
           ELSE
               IF NOT HC-MAR-OK
                   MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
               END-IF
           END-IF
           CLOSE MAR-FILE.
       6300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6310-VALIDATE-ADMINISTRATION                                   *
      *     A dose cannot be charted ahead of the day it falls due,    *
      *     and a held or refused dose must say why - the reason is    *
      *     what the prescriber reads when the dose shows up missed.   *
      *----------------------------------------------------------------*
       6310-VALIDATE-ADMINISTRATION.
           MOVE CA-MAR-DOSE-DATE TO HC-VAL-DATE
           PERFORM 9700-VALIDATE-DATE THRU 9700-EXIT
           IF HC-VAL-BAD
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-BAD-DATE TO CA-REASON-CODE
                               OF CA-MAR-REQUEST
               MOVE 'CA-MAR-DOSE-DATE NOT YYYY-MM-DD'
                               TO CA-REASON-MESSAGE
                               OF CA-MAR-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
               GO TO 6310-EXIT
           END-IF
           MOVE CA-MAR-DOSE-TIME TO HC-VAL-TIME
           PERFORM 9710-VALIDATE-TIME THRU 9710-EXIT
           IF HC-VAL-BAD
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-BAD-TIME TO CA-REASON-CODE
                               OF CA-MAR-REQUEST
               MOVE 'CA-MAR-DOSE-TIME NOT HH:MM'
                               TO CA-REASON-MESSAGE
                               OF CA-MAR-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
               GO TO 6310-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE TO HC-CURRENT-DATE-TIME
           STRING HC-CURRENT-DATE-TIME (1:4) '-'
                  HC-CURRENT-DATE-TIME (5:2) '-'
                  HC-CURRENT-DATE-TIME (7:2)
                  DELIMITED BY SIZE INTO HC-TODAY-EDIT
           IF CA-MAR-DOSE-DATE > HC-TODAY-EDIT
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-DATE-ORDER TO CA-REASON-CODE
                               OF CA-MAR-REQUEST
               MOVE 'CA-MAR-DOSE-DATE IN THE FUTURE'
                               TO CA-REASON-MESSAGE
                               OF CA-MAR-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
               GO TO 6310-EXIT
           END-IF

           IF NOT CA-MAR-GIVEN AND NOT CA-MAR-HELD
                   AND NOT CA-MAR-REFUSED
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-INVALID-REQUEST TO CA-REASON-CODE
                               OF CA-MAR-REQUEST
               MOVE 'CA-MAR-OUTCOME NOT G, H OR R'
                               TO CA-REASON-MESSAGE
                               OF CA-MAR-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
               GO TO 6310-EXIT
           END-IF
           IF (CA-MAR-HELD OR CA-MAR-REFUSED)
                   AND CA-MAR-REASON = SPACES
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-INVALID-REQUEST TO CA-REASON-CODE
                               OF CA-MAR-REQUEST
               MOVE 'CA-MAR-REASON REQUIRED IF HELD/REFUSED'
                               TO CA-REASON-MESSAGE
                               OF CA-MAR-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
           END-IF.
       6310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6320-MATCH-DOSE-SLOT                                           *
      *----------------------------------------------------------------*
       6320-MATCH-DOSE-SLOT.
           IF MF-SCHEDULE-TIME (HC-VAL-ROW-NUM) = CA-MAR-DOSE-TIME
               SET HC-DOSE-SLOT-FOUND TO TRUE
           END-IF.
       6320-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6330-OPEN-MAR-FILE                                             *
      *     Creates the administration file on first use, the same     *
      *     way 4520 primes the admission file.                        *
      *----------------------------------------------------------------*
       6330-OPEN-MAR-FILE.
           OPEN I-O MAR-FILE
           IF HC-MAR-NOT-THERE
               OPEN OUTPUT MAR-FILE
               CLOSE MAR-FILE
               OPEN I-O MAR-FILE
           END-IF
           IF NOT HC-MAR-OK
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF.
       6330-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6400-INSERT-ALLERGY - 24IALG                                   *
      *     Records an allergy on the patient's register, stamped with *
      *     the signed-on operator, against a live master record - a   *
      *     record 14MPAT merged away answers through its survivor.    *
      *     Re-adding an allergen whose entry was inactivated brings   *
      *     it back to active with the new reaction and severity; an   *
      *     allergen already active is a duplicate.                    *
      *----------------------------------------------------------------*
       6400-INSERT-ALLERGY.
           PERFORM 6410-VALIDATE-ALLERGY THRU 6410-EXIT
           IF CA-RETURN-CODE NOT = HC-RC-SUCCESS
               GO TO 6400-EXIT
           END-IF

           OPEN INPUT PATIENT-FILE
           MOVE CA-PATIENT-ID TO PF-PATIENT-ID
           READ PATIENT-FILE
           IF NOT HC-PATIENT-OK
               MOVE HC-RC-NOT-FOUND TO CA-RETURN-CODE
               CLOSE PATIENT-FILE
               GO TO 6400-EXIT
           END-IF
           CLOSE PATIENT-FILE
           IF PF-MERGED-INTO-ID NOT = ZERO
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-INVALID-REQUEST TO CA-REASON-CODE
                               OF CA-ALLERGY-REQUEST
               MOVE 'PATIENT IS A MERGED RECORD' TO CA-REASON-MESSAGE
                               OF CA-ALLERGY-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
               GO TO 6400-EXIT
           END-IF

           PERFORM 6420-OPEN-ALLERGY-FILE THRU 6420-EXIT
           IF CA-RETURN-CODE NOT = HC-RC-SUCCESS
               GO TO 6400-EXIT
           END-IF
           MOVE CA-PATIENT-ID   TO AL-PATIENT-ID
           MOVE CA-ALG-ALLERGEN TO AL-ALLERGEN
           READ ALLERGY-FILE
           IF HC-ALLERGY-OK AND AL-STATUS-ACTIVE
               MOVE HC-RC-DUPLICATE TO CA-RETURN-CODE
               MOVE AL-ALLERGY-STATUS TO CA-ALG-STATUS
               CLOSE ALLERGY-FILE
               GO TO 6400-EXIT
           END-IF

           MOVE CA-ALG-REACTION       TO AL-REACTION
           MOVE CA-ALG-SEVERITY       TO AL-SEVERITY
           MOVE CA-ALG-RECORDED-DATE  TO AL-RECORDED-DATE
           MOVE HC-SIGNED-ON-OPERATOR TO AL-RECORDED-BY
           SET AL-STATUS-ACTIVE       TO TRUE
           MOVE SPACES                TO AL-INACTIVE-DATE
           IF HC-ALLERGY-OK
               REWRITE HC-ALLERGY-RECORD
           ELSE
               WRITE HC-ALLERGY-RECORD
           END-IF
           IF HC-ALLERGY-OK
               MOVE AL-ALLERGY-STATUS TO CA-ALG-STATUS
           ELSE
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF
           CLOSE ALLERGY-FILE.
       6400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6410-VALIDATE-ALLERGY                                          *
      *     Shared by 24IALG and 25DALG.  A blank date defaults to     *
      *     today; a supplied one must be real and not in the future.  *
      *----------------------------------------------------------------*
       6410-VALIDATE-ALLERGY.
           IF CA-ALG-ALLERGEN = SPACES
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-INVALID-REQUEST TO CA-REASON-CODE
                               OF CA-ALLERGY-REQUEST
               MOVE 'CA-ALG-ALLERGEN REQUIRED' TO CA-REASON-MESSAGE
                               OF CA-ALLERGY-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
               GO TO 6410-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE TO HC-CURRENT-DATE-TIME
           STRING HC-CURRENT-DATE-TIME (1:4) '-'
                  HC-CURRENT-DATE-TIME (5:2) '-'
                  HC-CURRENT-DATE-TIME (7:2)
                  DELIMITED BY SIZE INTO HC-TODAY-EDIT

           IF CA-REQUEST-ID = '24IALG'
               IF NOT CA-ALG-SEVERITY-VALID
                   MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
                   MOVE HC-RSN-INVALID-REQUEST TO CA-REASON-CODE
                                   OF CA-ALLERGY-REQUEST
                   MOVE 'CA-ALG-SEVERITY NOT L, M OR S'
                                   TO CA-REASON-MESSAGE
                                   OF CA-ALLERGY-REQUEST
                   SET HC-REASON-OVERRIDDEN TO TRUE
                   GO TO 6410-EXIT
               END-IF
               IF CA-ALG-RECORDED-DATE = SPACES
                   MOVE HC-TODAY-EDIT TO CA-ALG-RECORDED-DATE
               END-IF
               MOVE CA-ALG-RECORDED-DATE TO HC-VAL-DATE
           ELSE
               IF CA-ALG-INACTIVE-DATE = SPACES
                   MOVE HC-TODAY-EDIT TO CA-ALG-INACTIVE-DATE
               END-IF
               MOVE CA-ALG-INACTIVE-DATE TO HC-VAL-DATE
           END-IF

           PERFORM 9700-VALIDATE-DATE THRU 9700-EXIT
           IF HC-VAL-BAD
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-BAD-DATE TO CA-REASON-CODE
                               OF CA-ALLERGY-REQUEST
               IF CA-REQUEST-ID = '24IALG'
                   MOVE 'CA-ALG-RECORDED-DATE NOT YYYY-MM-DD'
                                   TO CA-REASON-MESSAGE
                                   OF CA-ALLERGY-REQUEST
               ELSE
                   MOVE 'CA-ALG-INACTIVE-DATE NOT YYYY-MM-DD'
                                   TO CA-REASON-MESSAGE
                                   OF CA-ALLERGY-REQUEST
               END-IF
               SET HC-REASON-OVERRIDDEN TO TRUE
               GO TO 6410-EXIT
           END-IF
           IF HC-VAL-DATE > HC-TODAY-EDIT
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-DATE-ORDER TO CA-REASON-CODE
                               OF CA-ALLERGY-REQUEST
               MOVE 'ALLERGY DATE IN THE FUTURE' TO CA-REASON-MESSAGE
                               OF CA-ALLERGY-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
           END-IF.
       6410-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6420-OPEN-ALLERGY-FILE                                         *
      *     Creates the allergy register on first use, the same way    *
      *     4520 primes the admission file.                            *
      *----------------------------------------------------------------*
       6420-OPEN-ALLERGY-FILE.
           OPEN I-O ALLERGY-FILE
           IF HC-ALLERGY-NOT-THERE
               OPEN OUTPUT ALLERGY-FILE
               CLOSE ALLERGY-FILE
               OPEN I-O ALLERGY-FILE
           END-IF
           IF NOT HC-ALLERGY-OK
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF.
       6420-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6500-INACTIVATE-ALLERGY - 25DALG                               *
      *     Marks the entry keyed by CA-PATIENT-ID/CA-ALG-ALLERGEN     *
      *     inactive - recorded in error, or outgrown - and dates it,  *
      *     rather than deleting what the chart has already shown.     *
      *----------------------------------------------------------------*
       6500-INACTIVATE-ALLERGY.
           PERFORM 6410-VALIDATE-ALLERGY THRU 6410-EXIT
           IF CA-RETURN-CODE NOT = HC-RC-SUCCESS
               GO TO 6500-EXIT
           END-IF

           OPEN I-O ALLERGY-FILE
           IF HC-ALLERGY-NOT-THERE
               MOVE HC-RC-NOT-FOUND TO CA-RETURN-CODE
               GO TO 6500-EXIT
           END-IF
           MOVE CA-PATIENT-ID   TO AL-PATIENT-ID
           MOVE CA-ALG-ALLERGEN TO AL-ALLERGEN
           READ ALLERGY-FILE
           IF NOT HC-ALLERGY-OK
               MOVE HC-RC-NOT-FOUND TO CA-RETURN-CODE
               CLOSE ALLERGY-FILE
               GO TO 6500-EXIT
           END-IF
           IF AL-STATUS-INACTIVE
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-INVALID-REQUEST TO CA-REASON-CODE
                               OF CA-ALLERGY-REQUEST
               MOVE 'ALLERGY ALREADY INACTIVE' TO CA-REASON-MESSAGE
                               OF CA-ALLERGY-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
               MOVE AL-ALLERGY-STATUS TO CA-ALG-STATUS
               CLOSE ALLERGY-FILE
               GO TO 6500-EXIT
           END-IF

           SET AL-STATUS-INACTIVE    TO TRUE
           MOVE CA-ALG-INACTIVE-DATE TO AL-INACTIVE-DATE
           REWRITE HC-ALLERGY-RECORD
           IF HC-ALLERGY-OK
               MOVE AL-ALLERGY-STATUS TO CA-ALG-STATUS
           ELSE
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF
           CLOSE ALLERGY-FILE.
       6500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6600-ORDER-LAB-TEST - 26ILAB                                   *
      *     Records one ordered test against the patient under the     *
      *     next LABORDER key.  The order id goes back in the reply -  *
      *     it travels to the reference lab with the order and is how  *
      *     HCLABI01 files the result when it comes back.  A record    *
      *     14MPAT merged away is refused, as 31IIMM refuses it.       *
      *----------------------------------------------------------------*
       6600-ORDER-LAB-TEST.
           PERFORM 6610-VALIDATE-LAB-ORDER THRU 6610-EXIT
           IF CA-RETURN-CODE NOT = HC-RC-SUCCESS
               GO TO 6600-EXIT
           END-IF

           OPEN INPUT PATIENT-FILE
           MOVE CA-PATIENT-ID TO PF-PATIENT-ID
           READ PATIENT-FILE
           IF NOT HC-PATIENT-OK
               MOVE HC-RC-NOT-FOUND TO CA-RETURN-CODE
               CLOSE PATIENT-FILE
               GO TO 6600-EXIT
           END-IF
           CLOSE PATIENT-FILE
           IF PF-MERGED-INTO-ID NOT = ZERO
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-INVALID-REQUEST TO CA-REASON-CODE
                               OF CA-LAB-ORDER-REQUEST
               MOVE 'PATIENT IS A MERGED RECORD' TO CA-REASON-MESSAGE
                               OF CA-LAB-ORDER-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
               GO TO 6600-EXIT
           END-IF

           PERFORM 6630-OPEN-LAB-ORDER-FILE THRU 6630-EXIT
           IF CA-RETURN-CODE NOT = HC-RC-SUCCESS
               GO TO 6600-EXIT
           END-IF
           PERFORM 6620-GET-NEXT-LAB-ORDER-ID THRU 6620-EXIT

           MOVE CA-PATIENT-ID         TO LO-PATIENT-ID
           MOVE CA-LAB-ORDER-ID       TO LO-ORDER-ID
           MOVE CA-LAB-TEST-CODE      TO LO-TEST-CODE
           MOVE CA-LAB-TEST-NAME      TO LO-TEST-NAME
           MOVE CA-LAB-ORDER-DATE     TO LO-ORDER-DATE
           MOVE CA-LAB-ORDER-TIME     TO LO-ORDER-TIME
           MOVE HC-SIGNED-ON-OPERATOR TO LO-ORDERED-BY
           SET LO-STATUS-ORDERED      TO TRUE
           MOVE SPACES                TO LO-RESULT-VALUE
           MOVE SPACES                TO LO-RESULT-UNITS
           MOVE SPACES                TO LO-REFERENCE-RANGE
           MOVE SPACES                TO LO-ABNORMAL-FLAG
           MOVE SPACES                TO LO-RESULT-DATE
           MOVE SPACES                TO LO-RESULT-TIME
           MOVE SPACES                TO LO-FILED-DATE
           MOVE ZERO                  TO LO-CORRECTION-COUNT
           WRITE HC-LAB-ORDER-RECORD
           IF HC-LAB-ORDER-DUPKEY
               MOVE HC-RC-DUPLICATE TO CA-RETURN-CODE
           ELSE
               IF HC-LAB-ORDER-OK
                   MOVE LO-ORDER-STATUS TO CA-LAB-ORDER-STATUS
               ELSE
                   MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
               END-IF
           END-IF
           CLOSE LAB-ORDER-FILE.
       6600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6610-VALIDATE-LAB-ORDER                                        *
      *     A blank order date/time is stamped with now; a supplied    *
      *     one must be real and may not lie in the future.            *
      *----------------------------------------------------------------*
       6610-VALIDATE-LAB-ORDER.
           IF CA-LAB-TEST-CODE = SPACES
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-INVALID-REQUEST TO CA-REASON-CODE
                               OF CA-LAB-ORDER-REQUEST
               MOVE 'CA-LAB-TEST-CODE REQUIRED' TO CA-REASON-MESSAGE
                               OF CA-LAB-ORDER-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
               GO TO 6610-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE TO HC-CURRENT-DATE-TIME
           STRING HC-CURRENT-DATE-TIME (1:4) '-'
                  HC-CURRENT-DATE-TIME (5:2) '-'
                  HC-CURRENT-DATE-TIME (7:2)
                  DELIMITED BY SIZE INTO HC-TODAY-EDIT
           IF CA-LAB-ORDER-DATE = SPACES
               MOVE HC-TODAY-EDIT TO CA-LAB-ORDER-DATE
           END-IF
           IF CA-LAB-ORDER-TIME = SPACES
               STRING HC-CURRENT-DATE-TIME (9:2) ':'
                      HC-CURRENT-DATE-TIME (11:2)
                      DELIMITED BY SIZE INTO CA-LAB-ORDER-TIME
           END-IF

           MOVE CA-LAB-ORDER-DATE TO HC-VAL-DATE
           PERFORM 9700-VALIDATE-DATE THRU 9700-EXIT
           IF HC-VAL-BAD
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-BAD-DATE TO CA-REASON-CODE
                               OF CA-LAB-ORDER-REQUEST
               MOVE 'CA-LAB-ORDER-DATE NOT YYYY-MM-DD'
                               TO CA-REASON-MESSAGE
                               OF CA-LAB-ORDER-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
               GO TO 6610-EXIT
           END-IF
           IF CA-LAB-ORDER-DATE > HC-TODAY-EDIT
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-DATE-ORDER TO CA-REASON-CODE
                               OF CA-LAB-ORDER-REQUEST
               MOVE 'CA-LAB-ORDER-DATE IN THE FUTURE'
                               TO CA-REASON-MESSAGE
                               OF CA-LAB-ORDER-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
               GO TO 6610-EXIT
           END-IF
           MOVE CA-LAB-ORDER-TIME TO HC-VAL-TIME
           PERFORM 9710-VALIDATE-TIME THRU 9710-EXIT
           IF HC-VAL-BAD
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-BAD-TIME TO CA-REASON-CODE
                               OF CA-LAB-ORDER-REQUEST
               MOVE 'CA-LAB-ORDER-TIME NOT HH:MM'
                               TO CA-REASON-MESSAGE
                               OF CA-LAB-ORDER-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
           END-IF.
       6610-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6620-GET-NEXT-LAB-ORDER-ID                                     *
      *     Reads and increments the lab order key generator.         *
      *----------------------------------------------------------------*
       6620-GET-NEXT-LAB-ORDER-ID.
           MOVE HC-LAB-SEQUENCE-KEY TO SF-SEQUENCE-NAME
           OPEN I-O SEQUENCE-FILE
           READ SEQUENCE-FILE
           IF HC-SEQUENCE-NOTFND
               ADD 1 TO SF-LAST-PATIENT-ID
               REWRITE HC-SEQUENCE-RECORD
           END-IF
           MOVE SF-LAST-PATIENT-ID TO CA-LAB-ORDER-ID
           CLOSE SEQUENCE-FILE.
       6620-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6630-OPEN-LAB-ORDER-FILE                                       *
      *     Creates the lab order file on first use.                   *
      *----------------------------------------------------------------*
       6630-OPEN-LAB-ORDER-FILE.
           OPEN I-O LAB-ORDER-FILE
           IF HC-LAB-ORDER-NOT-THERE
               OPEN OUTPUT LAB-ORDER-FILE
               CLOSE LAB-ORDER-FILE
               OPEN I-O LAB-ORDER-FILE
           END-IF
           IF NOT HC-LAB-ORDER-OK
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF.
       6630-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6700-RECORD-IMMUNIZATION - 31IIMM                              *
      *     Records one vaccine dose on the patient's immunization     *
      *     register, stamped with the signed-on operator as the one   *
      *     who gave it and with today as the day it was entered.      *
      *     The vaccine must be on the schedule file, whose name is    *
      *     carried onto the register.  A dose number already on file  *
      *     for the vaccine is a duplicate - the dose on file is never *
      *     overwritten.                                               *
      *----------------------------------------------------------------*
       6700-RECORD-IMMUNIZATION.
           PERFORM 6710-VALIDATE-IMMUNIZATION THRU 6710-EXIT
           IF CA-RETURN-CODE NOT = HC-RC-SUCCESS
               GO TO 6700-EXIT
           END-IF

           PERFORM 6720-CHECK-IMMUNIZATION-PATIENT THRU 6720-EXIT
           IF CA-RETURN-CODE NOT = HC-RC-SUCCESS
               GO TO 6700-EXIT
           END-IF

           PERFORM 6730-FIND-VACCINE THRU 6730-EXIT
           IF CA-RETURN-CODE NOT = HC-RC-SUCCESS
               GO TO 6700-EXIT
           END-IF

           PERFORM 6740-OPEN-IMMUNIZATION-FILE THRU 6740-EXIT
           IF CA-RETURN-CODE NOT = HC-RC-SUCCESS
               GO TO 6700-EXIT
           END-IF
           MOVE SPACES                TO HC-IMMUNIZATION-RECORD
           MOVE CA-PATIENT-ID         TO IM-PATIENT-ID
           MOVE CA-IMM-VACCINE-CODE   TO IM-VACCINE-CODE
           MOVE CA-IMM-DOSE-NUMBER    TO IM-DOSE-NUMBER
           MOVE CA-IMM-VACCINE-NAME   TO IM-VACCINE-NAME
           MOVE CA-IMM-LOT-NUMBER     TO IM-LOT-NUMBER
           MOVE CA-IMM-SITE           TO IM-SITE
           MOVE CA-IMM-DATE-GIVEN     TO IM-DATE-GIVEN
           MOVE HC-SIGNED-ON-OPERATOR TO IM-GIVEN-BY
           MOVE HC-TODAY-EDIT         TO IM-RECORDED-DATE
           WRITE HC-IMMUNIZATION-RECORD
           IF HC-IMMUNIZATION-DUPKEY
               MOVE HC-RC-DUPLICATE TO CA-RETURN-CODE
           ELSE
               IF HC-IMMUNIZATION-OK
                   MOVE IM-GIVEN-BY TO CA-IMM-GIVEN-BY
               ELSE
                   MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
               END-IF
           END-IF
           CLOSE IMMUNIZATION-FILE.
       6700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6710-VALIDATE-IMMUNIZATION                                     *
      *     A blank date given defaults to today; a supplied one must  *
      *     be real and may not lie in the future.                     *
      *----------------------------------------------------------------*
       6710-VALIDATE-IMMUNIZATION.
           IF CA-IMM-VACCINE-CODE = SPACES
               MOVE HC-RSN-INVALID-REQUEST TO CA-REASON-CODE
                               OF CA-IMMUNIZATION-REQUEST
               MOVE 'CA-IMM-VACCINE-CODE REQUIRED' TO CA-REASON-MESSAGE
                               OF CA-IMMUNIZATION-REQUEST
               PERFORM 6715-REJECT-IMMUNIZATION THRU 6715-EXIT
               GO TO 6710-EXIT
           END-IF
           IF CA-IMM-DOSE-NUMBER IS NOT NUMERIC
                   OR CA-IMM-DOSE-NUMBER = ZERO
               MOVE HC-RSN-INVALID-REQUEST TO CA-REASON-CODE
                               OF CA-IMMUNIZATION-REQUEST
               MOVE 'CA-IMM-DOSE-NUMBER NOT 01-99' TO CA-REASON-MESSAGE
                               OF CA-IMMUNIZATION-REQUEST
               PERFORM 6715-REJECT-IMMUNIZATION THRU 6715-EXIT
               GO TO 6710-EXIT
           END-IF
           IF CA-IMM-LOT-NUMBER = SPACES
               MOVE HC-RSN-INVALID-REQUEST TO CA-REASON-CODE
                               OF CA-IMMUNIZATION-REQUEST
               MOVE 'CA-IMM-LOT-NUMBER REQUIRED' TO CA-REASON-MESSAGE
                               OF CA-IMMUNIZATION-REQUEST
               PERFORM 6715-REJECT-IMMUNIZATION THRU 6715-EXIT
               GO TO 6710-EXIT
           END-IF
           IF NOT CA-IMM-SITE-VALID
               MOVE HC-RSN-INVALID-REQUEST TO CA-REASON-CODE
                               OF CA-IMMUNIZATION-REQUEST
               MOVE 'CA-IMM-SITE NOT LA RA LT RT PO IN'
                               TO CA-REASON-MESSAGE
                               OF CA-IMMUNIZATION-REQUEST
               PERFORM 6715-REJECT-IMMUNIZATION THRU 6715-EXIT
               GO TO 6710-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE TO HC-CURRENT-DATE-TIME
           STRING HC-CURRENT-DATE-TIME (1:4) '-'
                  HC-CURRENT-DATE-TIME (5:2) '-'
                  HC-CURRENT-DATE-TIME (7:2)
                  DELIMITED BY SIZE INTO HC-TODAY-EDIT
           IF CA-IMM-DATE-GIVEN = SPACES
               MOVE HC-TODAY-EDIT TO CA-IMM-DATE-GIVEN
           END-IF
           MOVE CA-IMM-DATE-GIVEN TO HC-VAL-DATE
           PERFORM 9700-VALIDATE-DATE THRU 9700-EXIT
           IF HC-VAL-BAD
               MOVE HC-RSN-BAD-DATE TO CA-REASON-CODE
                               OF CA-IMMUNIZATION-REQUEST
               MOVE 'CA-IMM-DATE-GIVEN NOT YYYY-MM-DD'
                               TO CA-REASON-MESSAGE
                               OF CA-IMMUNIZATION-REQUEST
               PERFORM 6715-REJECT-IMMUNIZATION THRU 6715-EXIT
               GO TO 6710-EXIT
           END-IF
           IF CA-IMM-DATE-GIVEN > HC-TODAY-EDIT
               MOVE HC-RSN-DATE-ORDER TO CA-REASON-CODE
                               OF CA-IMMUNIZATION-REQUEST
               MOVE 'CA-IMM-DATE-GIVEN IN THE FUTURE'
                               TO CA-REASON-MESSAGE
                               OF CA-IMMUNIZATION-REQUEST
               PERFORM 6715-REJECT-IMMUNIZATION THRU 6715-EXIT
           END-IF.
       6710-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6715-REJECT-IMMUNIZATION                                       *
      *----------------------------------------------------------------*
       6715-REJECT-IMMUNIZATION.
           MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
           SET HC-REASON-OVERRIDDEN TO TRUE.
       6715-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6720-CHECK-IMMUNIZATION-PATIENT                                *
      *     The dose is recorded against a live master record - a      *
      *     record 14MPAT merged away answers through its survivor -   *
      *     and must fall within the patient's life: not before the    *
      *     date of birth, not after a recorded date of death.         *
      *----------------------------------------------------------------*
       6720-CHECK-IMMUNIZATION-PATIENT.
           OPEN INPUT PATIENT-FILE
           MOVE CA-PATIENT-ID TO PF-PATIENT-ID
           READ PATIENT-FILE
           IF NOT HC-PATIENT-OK
               MOVE HC-RC-NOT-FOUND TO CA-RETURN-CODE
               CLOSE PATIENT-FILE
               GO TO 6720-EXIT
           END-IF
           CLOSE PATIENT-FILE
           IF PF-MERGED-INTO-ID NOT = ZERO
               MOVE HC-RSN-INVALID-REQUEST TO CA-REASON-CODE
                               OF CA-IMMUNIZATION-REQUEST
               MOVE 'PATIENT IS A MERGED RECORD' TO CA-REASON-MESSAGE
                               OF CA-IMMUNIZATION-REQUEST
               PERFORM 6715-REJECT-IMMUNIZATION THRU 6715-EXIT
               GO TO 6720-EXIT
           END-IF
           IF PF-DOB NOT = SPACES
                   AND CA-IMM-DATE-GIVEN < PF-DOB
               MOVE HC-RSN-DATE-ORDER TO CA-REASON-CODE
                               OF CA-IMMUNIZATION-REQUEST
               MOVE 'DATE GIVEN BEFORE DATE OF BIRTH'
                               TO CA-REASON-MESSAGE
                               OF CA-IMMUNIZATION-REQUEST
               PERFORM 6715-REJECT-IMMUNIZATION THRU 6715-EXIT
               GO TO 6720-EXIT
           END-IF
           IF NOT PF-LIVING
                   AND CA-IMM-DATE-GIVEN > PF-DATE-OF-DEATH
               MOVE HC-RSN-DECEASED TO CA-REASON-CODE
                               OF CA-IMMUNIZATION-REQUEST
               MOVE 'DATE GIVEN AFTER DATE OF DEATH'
                               TO CA-REASON-MESSAGE
                               OF CA-IMMUNIZATION-REQUEST
               PERFORM 6715-REJECT-IMMUNIZATION THRU 6715-EXIT
           END-IF.
       6720-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6730-FIND-VACCINE                                              *
      *     Any dose of the vaccine on the schedule will do - a        *
      *     recurring booster's later doses are not listed one by one  *
      *     - and supplies the vaccine name for the register.          *
      *----------------------------------------------------------------*
       6730-FIND-VACCINE.
           OPEN INPUT VACCINE-SCHEDULE-FILE
           MOVE CA-IMM-VACCINE-CODE TO VS-VACCINE-CODE
           MOVE ZERO                TO VS-DOSE-NUMBER
           START VACCINE-SCHEDULE-FILE KEY IS >= VS-SCHEDULE-KEY
           IF HC-SCHEDULE-OK
               READ VACCINE-SCHEDULE-FILE NEXT RECORD
           END-IF
           IF NOT HC-SCHEDULE-OK
                   OR VS-VACCINE-CODE NOT = CA-IMM-VACCINE-CODE
               MOVE HC-RC-NOT-FOUND TO CA-RETURN-CODE
               MOVE HC-RSN-NOT-FOUND TO CA-REASON-CODE
                               OF CA-IMMUNIZATION-REQUEST
               MOVE 'VACCINE NOT ON SCHEDULE FILE'
                               TO CA-REASON-MESSAGE
                               OF CA-IMMUNIZATION-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
               CLOSE VACCINE-SCHEDULE-FILE
               GO TO 6730-EXIT
           END-IF
           MOVE VS-VACCINE-NAME TO CA-IMM-VACCINE-NAME
           CLOSE VACCINE-SCHEDULE-FILE.
       6730-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6740-OPEN-IMMUNIZATION-FILE                                    *
      *     Creates the immunization register on first use.            *
      *----------------------------------------------------------------*
       6740-OPEN-IMMUNIZATION-FILE.
           OPEN I-O IMMUNIZATION-FILE
           IF HC-IMMUNIZATION-NOT-THERE
               OPEN OUTPUT IMMUNIZATION-FILE
               CLOSE IMMUNIZATION-FILE
               OPEN I-O IMMUNIZATION-FILE
           END-IF
           IF NOT HC-IMMUNIZATION-OK
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF.
       6740-EXIT.
           EXIT.

      *----------------------------------------------------------------*
           OPEN I-O USER-FILE
           MOVE CA-USERNAME TO UF-USERNAME
           READ USER-FILE
           IF HC-USER-OK
               MOVE UF-PATIENT-ID TO PF-PATIENT-ID
               PERFORM 3560-CHECK-DECEASED THRU 3560-EXIT
           END-IF
           IF HC-USER-OK AND HC-PATIENT-DECEASED
      *        27DDTH locked this account; a reset must not re-open
      *        it for whoever still has the password.
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-DECEASED TO CA-REASON-CODE
                               OF CA-PATIENT-USER-REQUEST
               MOVE 'ACCOUNT HOLDER IS DECEASED' TO CA-REASON-MESSAGE
                               OF CA-PATIENT-USER-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
               CLOSE USER-FILE
               GO TO 7100-EXIT
           END-IF
           IF HC-USER-OK
               MOVE CA-USERPASSWORD TO UF-USERPASSWORD
               IF CA-PASSWORD-EXPIRY-DATE NOT = SPACES
               GO TO 8600-EXIT
           END-IF
           CLOSE PATIENT-FILE
           IF NOT PF-LIVING
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-DECEASED TO CA-REASON-CODE
                               OF CA-APPOINTMENT-REQUEST
               MOVE 'PATIENT IS DECEASED' TO CA-REASON-MESSAGE
                               OF CA-APPOINTMENT-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
               GO TO 8600-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE TO HC-CURRENT-DATE-TIME
           STRING HC-CURRENT-DATE-TIME (1:4) '-'
           MOVE CA-APT-CLINIC  TO AP-CLINIC
           SET AP-STATUS-BOOKED TO TRUE
           MOVE HC-TODAY-EDIT  TO AP-BOOKED-DATE
           MOVE SPACES         TO AP-REMINDER-DATE
           MOVE SPACES         TO AP-REPLY-STATUS
           MOVE SPACES         TO AP-REPLY-DATE

           PERFORM 8620-OPEN-APPOINTMENT-FILE THRU 8620-EXIT
           IF CA-RETURN-CODE NOT = HC-RC-SUCCESS
      *     Cancels the booked slot CA-APT-DATE/CA-APT-TIME and books  *
      *     CA-APT-NEW-DATE/CA-APT-NEW-TIME at the same clinic.  The   *
      *     new slot is written first: if it collides with an          *
      *     existing booking the old slot is left untouched.  A        *
      *     deceased patient is refused, as 20BAPT refuses a booking.  *
      *----------------------------------------------------------------*
       8800-RESCHED-APPOINTMENT.
           PERFORM 8610-VALIDATE-APPOINTMENT THRU 8610-EXIT
               GO TO 8800-EXIT
           END-IF

           MOVE CA-PATIENT-ID TO PF-PATIENT-ID
           PERFORM 3560-CHECK-DECEASED THRU 3560-EXIT
           IF HC-PATIENT-DECEASED
               MOVE HC-RC-INVALID-REQUEST TO CA-RETURN-CODE
               MOVE HC-RSN-DECEASED TO CA-REASON-CODE
                               OF CA-APPOINTMENT-REQUEST
               MOVE 'PATIENT IS DECEASED' TO CA-REASON-MESSAGE
                               OF CA-APPOINTMENT-REQUEST
               SET HC-REASON-OVERRIDDEN TO TRUE
               GO TO 8800-EXIT
           END-IF

           PERFORM 8620-OPEN-APPOINTMENT-FILE THRU 8620-EXIT
           IF CA-RETURN-CODE NOT = HC-RC-SUCCESS
               GO TO 8800-EXIT
           MOVE CA-APT-NEW-TIME TO AP-APPT-TIME
           SET AP-STATUS-BOOKED TO TRUE
           MOVE HC-TODAY-EDIT   TO AP-BOOKED-DATE
           MOVE SPACES          TO AP-REMINDER-DATE
           MOVE SPACES          TO AP-REPLY-STATUS
           MOVE SPACES          TO AP-REPLY-DATE
           WRITE HC-APPOINTMENT-RECORD
           IF HC-APPOINTMENT-DUPKEY
               MOVE HC-RC-DUPLICATE TO CA-RETURN-CODE
      * 9500-WRITE-AUDIT-RECORD                                        *
      *     Appends one change-log entry for the request just          *
      *     processed, successful or not, so the audit trail reflects  *
      *     attempts as well as completed changes.  HCAUDW01 stamps    *
      *     the entry's sequence number and chain hash.                *
      *----------------------------------------------------------------*
       9500-WRITE-AUDIT-RECORD.
           MOVE SPACES            TO HC-AUDIT-RECORD
           MOVE CA-REQUEST-ID     TO AU-REQUEST-ID
           MOVE CA-PATIENT-ID     TO AU-PATIENT-ID
           MOVE CA-RETURN-CODE    TO AU-RETURN-CODE
           MOVE HC-CURRENT-DATE-TIME (1:8)  TO AU-CHANGE-DATE
           MOVE HC-CURRENT-DATE-TIME (9:6)  TO AU-CHANGE-TIME

           SET AW-FUNC-WRITE TO TRUE
           CALL 'HCAUDW01' USING HC-AUDIT-WRITE-AREA HC-AUDIT-RECORD
           IF AW-REPLY-ERROR
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF.
       9500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9510-WRITE-SEARCH-HITS                                         *
      *     One SPATHT entry per candidate on the page just returned,  *
      *     under the same operator and timestamp as the 12SPAT entry  *
      *     itself - a search shows the records, so each one shown is  *
      *     an access in its own right.                                *
      *----------------------------------------------------------------*
       9510-WRITE-SEARCH-HITS.
           IF CA-SRCH-NUM-MATCHES = ZERO
               GO TO 9510-EXIT
           END-IF
           MOVE 'SPATHT'          TO AU-REQUEST-ID
           MOVE HC-RC-SUCCESS     TO AU-RETURN-CODE
           PERFORM 9520-WRITE-ONE-HIT THRU 9520-EXIT
               VARYING HC-HIT-IDX FROM 1 BY 1
               UNTIL HC-HIT-IDX > CA-SRCH-NUM-MATCHES.
       9510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9520-WRITE-ONE-HIT                                             *
      *----------------------------------------------------------------*
       9520-WRITE-ONE-HIT.
           MOVE CA-SRCH-PATIENT-ID (HC-HIT-IDX) TO AU-PATIENT-ID
           SET AW-FUNC-WRITE TO TRUE
           CALL 'HCAUDW01' USING HC-AUDIT-WRITE-AREA HC-AUDIT-RECORD
           IF AW-REPLY-ERROR
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF.
       9520-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9600-SET-REASON-CODE                                           *
      *     Populates the request-type's own CA-REASON-CODE/CA-REASON- *
               WHEN '21CAPT'
               WHEN '22RAPT'
                   PERFORM 9645-SET-REASON-APPOINTMENT THRU 9645-EXIT
               WHEN '23IMAR'
                   PERFORM 9635-SET-REASON-ADMINISTRATION
                                           THRU 9635-EXIT
               WHEN '24IALG'
               WHEN '25DALG'
                   PERFORM 9665-SET-REASON-ALLERGY THRU 9665-EXIT
               WHEN '26ILAB'
                   PERFORM 9675-SET-REASON-LAB-ORDER THRU 9675-EXIT
               WHEN '27DDTH'
                   PERFORM 9695-SET-REASON-DEATH THRU 9695-EXIT
               WHEN '28UCNS'
               WHEN '29RCNS'
                   PERFORM 9698-SET-REASON-CONSENT THRU 9698-EXIT
               WHEN '30NDUP'
                   PERFORM 9699-SET-REASON-NOT-DUP THRU 9699-EXIT
               WHEN '31IIMM'
                   PERFORM 9697-SET-REASON-IMMUNIZATION THRU 9697-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       9630-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9635-SET-REASON-ADMINISTRATION                                 *
      *     The refusal reasons carrying their own messages (bad       *
      *     field, discontinued prescription, unscheduled time) are    *
      *     set by 6300 itself; this covers the rest.                  *
      *----------------------------------------------------------------*
       9635-SET-REASON-ADMINISTRATION.
           EVALUATE CA-RETURN-CODE
               WHEN HC-RC-SUCCESS
                   MOVE HC-RSN-SUCCESS TO CA-REASON-CODE
                                           OF CA-MAR-REQUEST
                   MOVE 'DOSE CHARTED' TO CA-REASON-MESSAGE
                                           OF CA-MAR-REQUEST
               WHEN HC-RC-NOT-FOUND
                   MOVE HC-RSN-NOT-FOUND TO CA-REASON-CODE
                                           OF CA-MAR-REQUEST
                   MOVE 'PRESCRIPTION NOT ON FILE' TO CA-REASON-MESSAGE
                                           OF CA-MAR-REQUEST
               WHEN HC-RC-DUPLICATE
                   MOVE HC-RSN-DUPLICATE TO CA-REASON-CODE
                                           OF CA-MAR-REQUEST
                   MOVE 'DOSE ALREADY CHARTED' TO CA-REASON-MESSAGE
                                           OF CA-MAR-REQUEST
               WHEN HC-RC-FILE-ERROR
                   MOVE HC-RSN-FILE-ERROR TO CA-REASON-CODE
                                           OF CA-MAR-REQUEST
                   MOVE 'ADMINISTRATION FILE I/O ERROR'
                                        TO CA-REASON-MESSAGE
                                           OF CA-MAR-REQUEST
               WHEN HC-RC-NOT-AUTHORIZED
                   MOVE HC-RSN-NOT-AUTHORIZED TO CA-REASON-CODE
                                           OF CA-MAR-REQUEST
                   MOVE SPACES TO CA-REASON-MESSAGE
                                           OF CA-MAR-REQUEST
                   STRING 'OPERATOR NOT AUTHORIZED FOR '
                          CA-REQUEST-ID DELIMITED BY SIZE
                       INTO CA-REASON-MESSAGE
                                           OF CA-MAR-REQUEST
               WHEN OTHER
                   MOVE HC-RSN-INVALID-REQUEST TO CA-REASON-CODE
                                           OF CA-MAR-REQUEST
                   MOVE 'UNEXPECTED RETURN CODE' TO CA-REASON-MESSAGE
                                           OF CA-MAR-REQUEST
           END-EVALUATE.
       9635-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9665-SET-REASON-ALLERGY                                        *
      *     The refusal reasons carrying their own messages (bad       *
      *     field, already inactive) are set by 6400/6500 themselves;  *
      *     this covers the rest.                                      *
      *----------------------------------------------------------------*
       9665-SET-REASON-ALLERGY.
           EVALUATE CA-RETURN-CODE
               WHEN HC-RC-SUCCESS
                   MOVE HC-RSN-SUCCESS TO CA-REASON-CODE
                                           OF CA-ALLERGY-REQUEST
                   IF CA-REQUEST-ID = '24IALG'
                       MOVE 'ALLERGY RECORDED' TO CA-REASON-MESSAGE
                                           OF CA-ALLERGY-REQUEST
                   ELSE
                       MOVE 'ALLERGY INACTIVATED' TO CA-REASON-MESSAGE
                                           OF CA-ALLERGY-REQUEST
                   END-IF
               WHEN HC-RC-NOT-FOUND
                   MOVE HC-RSN-NOT-FOUND TO CA-REASON-CODE
                                           OF CA-ALLERGY-REQUEST
                   IF CA-REQUEST-ID = '24IALG'
                       MOVE 'PATIENT NOT ON FILE' TO CA-REASON-MESSAGE
                                           OF CA-ALLERGY-REQUEST
                   ELSE
                       MOVE 'ALLERGY NOT ON FILE' TO CA-REASON-MESSAGE
                                           OF CA-ALLERGY-REQUEST
                   END-IF
               WHEN HC-RC-DUPLICATE
                   MOVE HC-RSN-DUPLICATE TO CA-REASON-CODE
                                           OF CA-ALLERGY-REQUEST
                   MOVE 'ALLERGY ALREADY ACTIVE' TO CA-REASON-MESSAGE
                                           OF CA-ALLERGY-REQUEST
               WHEN HC-RC-FILE-ERROR
                   MOVE HC-RSN-FILE-ERROR TO CA-REASON-CODE
                                           OF CA-ALLERGY-REQUEST
                   MOVE 'ALLERGY FILE I/O ERROR' TO CA-REASON-MESSAGE
                                           OF CA-ALLERGY-REQUEST
               WHEN HC-RC-NOT-AUTHORIZED
                   MOVE HC-RSN-NOT-AUTHORIZED TO CA-REASON-CODE
                                           OF CA-ALLERGY-REQUEST
                   MOVE SPACES TO CA-REASON-MESSAGE
                                           OF CA-ALLERGY-REQUEST
                   STRING 'OPERATOR NOT AUTHORIZED FOR '
                          CA-REQUEST-ID DELIMITED BY SIZE
                       INTO CA-REASON-MESSAGE
                                           OF CA-ALLERGY-REQUEST
               WHEN OTHER
                   MOVE HC-RSN-INVALID-REQUEST TO CA-REASON-CODE
                                           OF CA-ALLERGY-REQUEST
                   MOVE 'UNEXPECTED RETURN CODE' TO CA-REASON-MESSAGE
                                           OF CA-ALLERGY-REQUEST
           END-EVALUATE.
       9665-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9640-SET-REASON-MEDITATION                                     *
      *----------------------------------------------------------------*
       9670-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9675-SET-REASON-LAB-ORDER                                      *
      *----------------------------------------------------------------*
       9675-SET-REASON-LAB-ORDER.
           EVALUATE CA-RETURN-CODE
               WHEN HC-RC-SUCCESS
                   MOVE HC-RSN-SUCCESS TO CA-REASON-CODE
                                           OF CA-LAB-ORDER-REQUEST
                   MOVE 'LAB TEST ORDERED' TO CA-REASON-MESSAGE
                                           OF CA-LAB-ORDER-REQUEST
               WHEN HC-RC-NOT-FOUND
                   MOVE HC-RSN-NOT-FOUND TO CA-REASON-CODE
                                           OF CA-LAB-ORDER-REQUEST
                   MOVE 'PATIENT NOT ON FILE' TO CA-REASON-MESSAGE
                                           OF CA-LAB-ORDER-REQUEST
               WHEN HC-RC-DUPLICATE
                   MOVE HC-RSN-DUPLICATE TO CA-REASON-CODE
                                           OF CA-LAB-ORDER-REQUEST
                   MOVE 'LAB ORDER ID ALREADY ON FILE'
                                           TO CA-REASON-MESSAGE
                                           OF CA-LAB-ORDER-REQUEST
               WHEN HC-RC-FILE-ERROR
                   MOVE HC-RSN-FILE-ERROR TO CA-REASON-CODE
                                           OF CA-LAB-ORDER-REQUEST
                   MOVE 'LAB ORDER FILE I/O ERROR' TO CA-REASON-MESSAGE
                                           OF CA-LAB-ORDER-REQUEST
               WHEN HC-RC-NOT-AUTHORIZED
                   MOVE HC-RSN-NOT-AUTHORIZED TO CA-REASON-CODE
                                           OF CA-LAB-ORDER-REQUEST
                   MOVE SPACES TO CA-REASON-MESSAGE
                                           OF CA-LAB-ORDER-REQUEST
                   STRING 'OPERATOR NOT AUTHORIZED FOR '
                          CA-REQUEST-ID DELIMITED BY SIZE
                       INTO CA-REASON-MESSAGE
                                           OF CA-LAB-ORDER-REQUEST
               WHEN OTHER
                   MOVE HC-RSN-INVALID-REQUEST TO CA-REASON-CODE
                                           OF CA-LAB-ORDER-REQUEST
                   MOVE 'UNEXPECTED RETURN CODE' TO CA-REASON-MESSAGE
                                           OF CA-LAB-ORDER-REQUEST
           END-EVALUATE.
       9675-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9680-SET-REASON-SEARCH                                         *
      *----------------------------------------------------------------*
           END-EVALUATE.
       9690-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9695-SET-REASON-DEATH                                          *
      *----------------------------------------------------------------*
       9695-SET-REASON-DEATH.
           EVALUATE CA-RETURN-CODE
               WHEN HC-RC-SUCCESS
                   MOVE HC-RSN-SUCCESS TO CA-REASON-CODE
                                           OF CA-DEATH-REQUEST
                   MOVE 'DATE OF DEATH RECORDED' TO CA-REASON-MESSAGE
                                           OF CA-DEATH-REQUEST
               WHEN HC-RC-NOT-FOUND
                   MOVE HC-RSN-NOT-FOUND TO CA-REASON-CODE
                                           OF CA-DEATH-REQUEST
                   MOVE 'PATIENT NOT FOUND' TO CA-REASON-MESSAGE
                                           OF CA-DEATH-REQUEST
               WHEN HC-RC-DUPLICATE
                   MOVE HC-RSN-DUPLICATE TO CA-REASON-CODE
                                           OF CA-DEATH-REQUEST
                   MOVE 'DATE OF DEATH ALREADY RECORDED'
                                        TO CA-REASON-MESSAGE
                                           OF CA-DEATH-REQUEST
               WHEN HC-RC-FILE-ERROR
                   MOVE HC-RSN-FILE-ERROR TO CA-REASON-CODE
                                           OF CA-DEATH-REQUEST
                   MOVE 'DEATH NOT RECORDED - FILE I/O ERROR'
                                        TO CA-REASON-MESSAGE
                                           OF CA-DEATH-REQUEST
               WHEN HC-RC-NOT-AUTHORIZED
                   MOVE HC-RSN-NOT-AUTHORIZED TO CA-REASON-CODE
                                           OF CA-DEATH-REQUEST
                   MOVE SPACES TO CA-REASON-MESSAGE
                                           OF CA-DEATH-REQUEST
                   STRING 'OPERATOR NOT AUTHORIZED FOR '
                          CA-REQUEST-ID DELIMITED BY SIZE
                       INTO CA-REASON-MESSAGE
                                           OF CA-DEATH-REQUEST
               WHEN OTHER
                   MOVE HC-RSN-INVALID-REQUEST TO CA-REASON-CODE
                                           OF CA-DEATH-REQUEST
                   MOVE 'UNEXPECTED RETURN CODE' TO CA-REASON-MESSAGE
                                           OF CA-DEATH-REQUEST
           END-EVALUATE.
       9695-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9698-SET-REASON-CONSENT                                        *
      *----------------------------------------------------------------*
       9698-SET-REASON-CONSENT.
           EVALUATE CA-RETURN-CODE
               WHEN HC-RC-SUCCESS
                   MOVE HC-RSN-SUCCESS TO CA-REASON-CODE
                                           OF CA-CONSENT-REQUEST
                   IF CA-REQUEST-ID = '28UCNS'
                       MOVE 'CONSENT RECORDED' TO CA-REASON-MESSAGE
                                           OF CA-CONSENT-REQUEST
                   ELSE
                       MOVE 'CONSENTS RETURNED' TO CA-REASON-MESSAGE
                                           OF CA-CONSENT-REQUEST
                   END-IF
               WHEN HC-RC-NOT-FOUND
                   MOVE HC-RSN-NOT-FOUND TO CA-REASON-CODE
                                           OF CA-CONSENT-REQUEST
                   MOVE 'PATIENT NOT FOUND' TO CA-REASON-MESSAGE
                                           OF CA-CONSENT-REQUEST
               WHEN HC-RC-FILE-ERROR
                   MOVE HC-RSN-FILE-ERROR TO CA-REASON-CODE
                                           OF CA-CONSENT-REQUEST
                   MOVE 'CONSENT FILE I/O ERROR' TO CA-REASON-MESSAGE
                                           OF CA-CONSENT-REQUEST
               WHEN HC-RC-NOT-AUTHORIZED
                   MOVE HC-RSN-NOT-AUTHORIZED TO CA-REASON-CODE
                                           OF CA-CONSENT-REQUEST
                   MOVE SPACES TO CA-REASON-MESSAGE
                                           OF CA-CONSENT-REQUEST
                   STRING 'OPERATOR NOT AUTHORIZED FOR '
                          CA-REQUEST-ID DELIMITED BY SIZE
                       INTO CA-REASON-MESSAGE
                                           OF CA-CONSENT-REQUEST
               WHEN OTHER
                   MOVE HC-RSN-INVALID-REQUEST TO CA-REASON-CODE
                                           OF CA-CONSENT-REQUEST
                   MOVE 'UNEXPECTED RETURN CODE' TO CA-REASON-MESSAGE
                                           OF CA-CONSENT-REQUEST
           END-EVALUATE.
       9698-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9699-SET-REASON-NOT-DUP                                        *
      *----------------------------------------------------------------*
       9699-SET-REASON-NOT-DUP.
           EVALUATE CA-RETURN-CODE
               WHEN HC-RC-SUCCESS
                   MOVE HC-RSN-SUCCESS TO CA-REASON-CODE
                                           OF CA-NOT-DUP-REQUEST
                   MOVE 'PAIR MARKED NOT DUPLICATE' TO CA-REASON-MESSAGE
                                           OF CA-NOT-DUP-REQUEST
               WHEN HC-RC-NOT-FOUND
                   MOVE HC-RSN-NOT-FOUND TO CA-REASON-CODE
                                           OF CA-NOT-DUP-REQUEST
                   MOVE 'PATIENT NOT FOUND' TO CA-REASON-MESSAGE
                                           OF CA-NOT-DUP-REQUEST
               WHEN HC-RC-DUPLICATE
                   MOVE HC-RSN-DUPLICATE TO CA-REASON-CODE
                                           OF CA-NOT-DUP-REQUEST
                   MOVE 'PAIR ALREADY MARKED NOT DUPLICATE'
                                        TO CA-REASON-MESSAGE
                                           OF CA-NOT-DUP-REQUEST
               WHEN HC-RC-FILE-ERROR
                   MOVE HC-RSN-FILE-ERROR TO CA-REASON-CODE
                                           OF CA-NOT-DUP-REQUEST
                   MOVE 'NOT-DUPLICATE FILE I/O ERROR'
                                        TO CA-REASON-MESSAGE
                                           OF CA-NOT-DUP-REQUEST
               WHEN HC-RC-NOT-AUTHORIZED
                   MOVE HC-RSN-NOT-AUTHORIZED TO CA-REASON-CODE
                                           OF CA-NOT-DUP-REQUEST
                   MOVE SPACES TO CA-REASON-MESSAGE
                                           OF CA-NOT-DUP-REQUEST
                   STRING 'OPERATOR NOT AUTHORIZED FOR '
                          CA-REQUEST-ID DELIMITED BY SIZE
                       INTO CA-REASON-MESSAGE
                                           OF CA-NOT-DUP-REQUEST
               WHEN OTHER
                   MOVE HC-RSN-INVALID-REQUEST TO CA-REASON-CODE
                                           OF CA-NOT-DUP-REQUEST
                   MOVE 'UNEXPECTED RETURN CODE' TO CA-REASON-MESSAGE
                                           OF CA-NOT-DUP-REQUEST
           END-EVALUATE.
       9699-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9697-SET-REASON-IMMUNIZATION                                   *
      *     The refusals carrying their own messages (bad field,       *
      *     merged record, date outside the patient's life, vaccine    *
      *     not on the schedule) are set by 6700 itself; this covers   *
      *     the rest.                                                  *
      *----------------------------------------------------------------*
       9697-SET-REASON-IMMUNIZATION.
           EVALUATE CA-RETURN-CODE
               WHEN HC-RC-SUCCESS
                   MOVE HC-RSN-SUCCESS TO CA-REASON-CODE
                                           OF CA-IMMUNIZATION-REQUEST
                   MOVE 'IMMUNIZATION RECORDED' TO CA-REASON-MESSAGE
                                           OF CA-IMMUNIZATION-REQUEST
               WHEN HC-RC-NOT-FOUND
                   MOVE HC-RSN-NOT-FOUND TO CA-REASON-CODE
                                           OF CA-IMMUNIZATION-REQUEST
                   MOVE 'PATIENT NOT ON FILE' TO CA-REASON-MESSAGE
                                           OF CA-IMMUNIZATION-REQUEST
               WHEN HC-RC-DUPLICATE
                   MOVE HC-RSN-DUPLICATE TO CA-REASON-CODE
                                           OF CA-IMMUNIZATION-REQUEST
                   MOVE 'DOSE ALREADY RECORDED' TO CA-REASON-MESSAGE
                                           OF CA-IMMUNIZATION-REQUEST
               WHEN HC-RC-FILE-ERROR
                   MOVE HC-RSN-FILE-ERROR TO CA-REASON-CODE
                                           OF CA-IMMUNIZATION-REQUEST
                   MOVE 'IMMUNIZATION FILE I/O ERROR'
                                        TO CA-REASON-MESSAGE
                                           OF CA-IMMUNIZATION-REQUEST
               WHEN HC-RC-NOT-AUTHORIZED
                   MOVE HC-RSN-NOT-AUTHORIZED TO CA-REASON-CODE
                                           OF CA-IMMUNIZATION-REQUEST
                   MOVE SPACES TO CA-REASON-MESSAGE
                                           OF CA-IMMUNIZATION-REQUEST
                   STRING 'OPERATOR NOT AUTHORIZED FOR '
                          CA-REQUEST-ID DELIMITED BY SIZE
                       INTO CA-REASON-MESSAGE
                                           OF CA-IMMUNIZATION-REQUEST
               WHEN OTHER
                   MOVE HC-RSN-INVALID-REQUEST TO CA-REASON-CODE
                                           OF CA-IMMUNIZATION-REQUEST
                   MOVE 'UNEXPECTED RETURN CODE' TO CA-REASON-MESSAGE
                                           OF CA-IMMUNIZATION-REQUEST
           END-EVALUATE.
       9697-EXIT.
           EXIT.
