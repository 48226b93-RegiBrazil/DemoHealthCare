      *                this record was a duplicate merged into        *
      *                another patient; zero on a live record.  A     *
      *                merged record is kept, not deleted.            *
      * 2026-10-15 RSG Added PF-DATE-OF-DEATH, stamped by 27DDTH; a   *
      *                living patient carries SPACES.  Batch jobs     *
      *                leave a deceased patient out of their output   *
      *                and HCDCSD01 lists the record for purge once   *
      *                the holding period has passed.                 *
      ******************************************************************
       01 HC-PATIENT-RECORD.
          05 PF-PATIENT-ID              PIC 9(10).
             88 PF-ELIG-UNVERIFIED               VALUE ' '.
          05 PF-ELIG-VERIFIED-DATE      PIC X(10).
          05 PF-MERGED-INTO-ID          PIC 9(10).
          05 PF-DATE-OF-DEATH           PIC X(10).
             88 PF-LIVING                        VALUE SPACES.
