      *                extracted - they would be re-sent to the       *
      *                insurer on every run while the survivor        *
      *                stayed unverified.                              *
      * 2026-10-15 RSG Deceased patients (PF-DATE-OF-DEATH set by     *
      *                27DDTH) are no longer extracted.                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    Records 14MPAT has merged away stay unverified forever by
      *    design - the survivor carries the coverage now, so asking
      *    the insurer about the dead id every night is just noise.
      *    A deceased patient's coverage is of no further interest.
           IF PF-MERGED-INTO-ID = ZERO
                   AND PF-LIVING
                   AND PF-INS-CARD-NUM NOT = SPACES
               IF PF-ELIG-VERIFIED-DATE = SPACES
                   PERFORM 2100-WRITE-REQUEST THRU 2100-EXIT
