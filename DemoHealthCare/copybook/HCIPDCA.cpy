      *                request codes maintaining the HCAPPTS          *
      *                appointment file; a reschedule cancels the     *
      *                old slot and books CA-APT-NEW-DATE/TIME.       *
      * 2026-10-15 RSG Added CA-MAR-REQUEST for 23IMAR: charts one    *
      *                scheduled dose of the prescription in CA-MAR-  *
      *                PRESCRIPTION-ID as given, held or refused; the *
      *                reply echoes the signed-on operator the entry  *
      *                was recorded under.                             *
      * 2026-10-15 RSG Added CA-ALLERGY-REQUEST and the 24IALG add     *
      *                and 25DALG inactivate request codes            *
      *                maintaining the HCALLRGY allergy register.     *
      * 2026-10-15 RSG Added CA-LAB-ORDER-REQUEST and the 26ILAB lab  *
      *                order request code writing the HCLABORD file.  *
      * 2026-10-15 RSG Added CA-DEATH-REQUEST and the 27DDTH record-  *
      *                date-of-death request code; the reply carries  *
      *                how many stays, bookings, prescriptions and    *
      *                portal accounts the death closed out.          *
      * 2026-10-15 RSG Added CA-CONSENT-REQUEST and the 28UCNS record- *
      *                consent and 29RCNS read-consent request codes  *
      *                maintaining the HCCONSNT consent file.          *
      * 2026-10-15 RSG Added CA-NOT-DUP-REQUEST and the 30NDUP request *
      *                code recording a reviewed not-duplicate pair   *
      *                on the HCNOTDUP file.                           *
      * 2026-10-15 RSG 16TADM takes CA-ADM-DATE/CA-ADM-TIME as the    *
      *                time of the move (blank = now); 15IADM, 16TADM *
      *                and 17DADM now also keep the HCEPISOD episode  *
      *                history.                                        *
      * 2026-10-15 RSG Added CA-IMMUNIZATION-REQUEST and the 31IIMM    *
      *                request code recording a vaccine dose on the   *
      *                HCIMMUN immunization register.                  *
      * 2026-10-15 RSG Added CA-MERGE-ALLERGIES/IMMUNS/LABS/MARS/      *
      *                EPISODES/ADMITS-MOVED to CA-MERGE-REQUEST for  *
      *                the record types 14MPAT now also re-keys.      *
      * 2026-10-15 RSG Added CA-MERGE-IMMUNS-DROPPED, the duplicate's  *
      *                doses 14MPAT dropped because the survivor held *
      *                the same vaccine and dose already.              *
      * 2026-10-15 RSG Added CA-MERGE-RENEWALS-MOVED, the duplicate's  *
      *                HCRENHST renewal history 14MPAT re-keyed.       *
      ******************************************************************
       01 DFHCOMMAREA.
          05 CA-REQUEST-ID              PIC X(06).
      *    19ICHG = enter a procedure charge against a visit
      *    20BAPT = book appointment       21CAPT = cancel appointment
      *    22RAPT = reschedule appointment
      *    23IMAR = chart a scheduled medication dose (MAR)
      *    24IALG = add allergy            25DALG = inactivate allergy
      *    26ILAB = order a lab test
      *    27DDTH = record patient's date of death
      *    28UCNS = record consent answers 29RCNS = read consents
      *    30NDUP = mark a worklist pair as not a duplicate
      *    31IIMM = record an immunization (vaccine dose given)
          05 CA-RETURN-CODE             PIC 9(02).
          05 CA-PATIENT-ID              PIC 9(10).
          05 CA-REQUEST-SPECIFIC        PIC X(32482).
      *       Carved from the filler after the original fields so the
      *       earlier offsets stay put, per this copybook's convention.
             10 CA-MERGE-ARCH-MOVED     PIC 9(05).
             10 CA-MERGE-ALLERGIES-MOVED PIC 9(05).
             10 CA-MERGE-IMMUNS-MOVED   PIC 9(05).
             10 CA-MERGE-LABS-MOVED     PIC 9(05).
             10 CA-MERGE-MARS-MOVED     PIC 9(05).
             10 CA-MERGE-EPISODES-MOVED PIC 9(05).
             10 CA-MERGE-ADMITS-MOVED   PIC 9(05).
             10 CA-MERGE-IMMUNS-DROPPED PIC 9(05).
             10 CA-MERGE-RENEWALS-MOVED PIC 9(05).
             10 CA-ADDITIONAL-DATA      PIC X(32358).
          05 CA-ADMISSION-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
      *       15IADM admits CA-PATIENT-ID to CA-ADM-WARD/CA-ADM-BED;
      *       16TADM moves a current admission to a new ward/bed
      *       (reason and admit timestamps are left as admitted),
      *       CA-ADM-DATE/CA-ADM-TIME being the time of the move
      *       (blank = now);
      *       17DADM stamps CA-ADM-DATE/CA-ADM-TIME as the discharge
      *       timestamp and marks the admission discharged.
      *       Every admit, move and discharge is also kept on the
      *       HCEPISOD episode history (see HCEPSREC).
             10 CA-ADM-WARD             PIC X(04).
             10 CA-ADM-BED              PIC X(04).
             10 CA-ADM-REASON           PIC X(30).
             10 CA-REASON-CODE          PIC X(04).
             10 CA-REASON-MESSAGE       PIC X(40).
             10 CA-ADDITIONAL-DATA      PIC X(32390).
          05 CA-MAR-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
      *       CA-MAR-DOSE-TIME must be one of the prescription's
      *       MF-SCHEDULE-TIME slots; CA-MAR-REASON is required when
      *       the dose was held or refused.
             10 CA-MAR-PRESCRIPTION-ID  PIC 9(10).
             10 CA-MAR-DOSE-DATE        PIC X(10).
             10 CA-MAR-DOSE-TIME        PIC X(05).
             10 CA-MAR-OUTCOME          PIC X(01).
                88 CA-MAR-GIVEN                   VALUE 'G'.
                88 CA-MAR-HELD                    VALUE 'H'.
                88 CA-MAR-REFUSED                 VALUE 'R'.
             10 CA-MAR-REASON           PIC X(30).
             10 CA-MAR-OPERATOR-ID      PIC X(04).
             10 CA-REASON-CODE          PIC X(04).
             10 CA-REASON-MESSAGE       PIC X(40).
             10 CA-ADDITIONAL-DATA      PIC X(32378).
          05 CA-ALLERGY-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
      *       Keyed by CA-PATIENT-ID/CA-ALG-ALLERGEN.  24IALG takes the
      *       reaction, severity (L mild, M moderate, S severe) and an
      *       optional recorded date (blank = today); 25DALG takes an
      *       optional inactive date (blank = today).  Both replies
      *       echo the entry's status.
             10 CA-ALG-ALLERGEN         PIC X(50).
             10 CA-ALG-REACTION         PIC X(30).
             10 CA-ALG-SEVERITY         PIC X(01).
                88 CA-ALG-SEVERITY-VALID          VALUE 'L' 'M' 'S'.
             10 CA-ALG-RECORDED-DATE    PIC X(10).
             10 CA-ALG-STATUS           PIC X(01).
                88 CA-ALG-ACTIVE                  VALUE 'A'.
                88 CA-ALG-INACTIVE                VALUE 'I'.
             10 CA-ALG-INACTIVE-DATE    PIC X(10).
             10 CA-REASON-CODE          PIC X(04).
             10 CA-REASON-MESSAGE       PIC X(40).
             10 CA-ADDITIONAL-DATA      PIC X(32336).
          05 CA-LAB-ORDER-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
      *       One test per request for CA-PATIENT-ID.  Order date and
      *       time are optional (blank = now); the reply carries the
      *       order id assigned and the order's status.
             10 CA-LAB-ORDER-ID         PIC 9(10).
             10 CA-LAB-TEST-CODE        PIC X(08).
             10 CA-LAB-TEST-NAME        PIC X(30).
             10 CA-LAB-ORDER-DATE       PIC X(10).
             10 CA-LAB-ORDER-TIME       PIC X(05).
             10 CA-LAB-ORDER-STATUS     PIC X(01).
             10 CA-REASON-CODE          PIC X(04).
             10 CA-REASON-MESSAGE       PIC X(40).
             10 CA-ADDITIONAL-DATA      PIC X(32374).
          05 CA-DEATH-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
      *       CA-DTH-DATE is required and may not be in the future;
      *       CA-DTH-TIME (HH:MM:SS) is optional, blank = now, and is
      *       the discharge stamp put on an open stay.  The counts
      *       come back on the reply.
             10 CA-DTH-DATE             PIC X(10).
             10 CA-DTH-TIME             PIC X(08).
             10 CA-DTH-STAYS-ENDED      PIC 9(05).
             10 CA-DTH-APPTS-CANCELLED  PIC 9(05).
             10 CA-DTH-MEDS-STOPPED     PIC 9(05).
             10 CA-DTH-USERS-LOCKED     PIC 9(05).
             10 CA-REASON-CODE          PIC X(04).
             10 CA-REASON-MESSAGE       PIC X(40).
             10 CA-ADDITIONAL-DATA      PIC X(32400).
          05 CA-CONSENT-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
      *       The four consents in HCCNSREC order - EHR sharing,
      *       referral release, marketing/mailing, SMS contact.  On
      *       28UCNS a flag of Y (given) or N (refused) records that
      *       answer from its effective date (blank = today); a blank
      *       flag leaves the consent as it stands.  Both replies
      *       carry all four as now on file.
             10 CA-CNS-CONSENTS.
                15 CA-CNS-EHR-FLAG      PIC X(01).
                15 CA-CNS-EHR-DATE      PIC X(10).
                15 CA-CNS-REF-FLAG      PIC X(01).
                15 CA-CNS-REF-DATE      PIC X(10).
                15 CA-CNS-MKT-FLAG      PIC X(01).
                15 CA-CNS-MKT-DATE      PIC X(10).
                15 CA-CNS-SMS-FLAG      PIC X(01).
                15 CA-CNS-SMS-DATE      PIC X(10).
             10 CA-CNS-TABLE REDEFINES CA-CNS-CONSENTS.
                15 CA-CNS-ENTRY OCCURS 4 TIMES.
                   20 CA-CNS-FLAG       PIC X(01).
                      88 CA-CNS-FLAG-VALID        VALUE 'Y' 'N'.
                      88 CA-CNS-UNCHANGED         VALUE SPACE.
                   20 CA-CNS-DATE       PIC X(10).
             10 CA-REASON-CODE          PIC X(04).
             10 CA-REASON-MESSAGE       PIC X(40).
             10 CA-ADDITIONAL-DATA      PIC X(32394).
          05 CA-NOT-DUP-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
      *       30NDUP records that CA-PATIENT-ID and CA-NDP-OTHER-
      *       PATIENT-ID, a pair off the HCDUPS01 duplicate worklist,
      *       are two different people; either id may be given first.
             10 CA-NDP-OTHER-PATIENT-ID PIC 9(10).
             10 CA-REASON-CODE          PIC X(04).
             10 CA-REASON-MESSAGE       PIC X(40).
             10 CA-ADDITIONAL-DATA      PIC X(32428).
          05 CA-IMMUNIZATION-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
      *       Keyed by CA-PATIENT-ID/CA-IMM-VACCINE-CODE/CA-IMM-DOSE-
      *       NUMBER.  The vaccine code must be on the HCVXSCHD
      *       schedule; the site is LA/RA left/right arm, LT/RT
      *       left/right thigh, PO oral or IN intranasal; a blank
      *       date given defaults to today.  The reply carries the
      *       schedule's vaccine name and the operator the dose was
      *       recorded under.
             10 CA-IMM-VACCINE-CODE     PIC X(08).
             10 CA-IMM-DOSE-NUMBER      PIC 9(02).
             10 CA-IMM-LOT-NUMBER       PIC X(15).
             10 CA-IMM-SITE             PIC X(02).
                88 CA-IMM-SITE-VALID              VALUE 'LA' 'RA' 'LT'
                                                        'RT' 'PO' 'IN'.
             10 CA-IMM-DATE-GIVEN       PIC X(10).
             10 CA-IMM-VACCINE-NAME     PIC X(30).
             10 CA-IMM-GIVEN-BY         PIC X(04).
             10 CA-REASON-CODE          PIC X(04).
             10 CA-REASON-MESSAGE       PIC X(40).
             10 CA-ADDITIONAL-DATA      PIC X(32367).
          05 CA-BULK-VISIT-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
             10 CA-NUM-VITALS           PIC 9(02).
             10 CA-VITALS OCCURS 50 TIMES
