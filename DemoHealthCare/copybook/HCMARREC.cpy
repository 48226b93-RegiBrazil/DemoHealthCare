      ******************************************************************
      * HCMARREC                                                       *
      * DemoHealthCare - medication administration record (MAR).      *
      * One record per scheduled dose a nurse has charted, keyed by   *
      * patient, prescription, dose date and the MF-SCHEDULE-TIME     *
      * slot the dose was due in.  Written by HCIPDB01's 23IMAR       *
      * request with the outcome (given, held or refused), the        *
      * signed-on operator from HCSESS and the nurse's reason; a      *
      * slot with no record here was never charted, which is what     *
      * HCMDOS01's nightly missed-dose report looks for.               *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original record.                                *
      ******************************************************************
       01 HC-MAR-RECORD.
          05 MA-MAR-KEY.
             10 MA-PATIENT-ID           PIC 9(10).
             10 MA-PRESCRIPTION-ID      PIC 9(10).
             10 MA-DOSE-DATE            PIC X(10).
             10 MA-DOSE-TIME            PIC X(05).
          05 MA-OUTCOME                 PIC X(01).
             88 MA-OUTCOME-GIVEN                 VALUE 'G'.
             88 MA-OUTCOME-HELD                  VALUE 'H'.
             88 MA-OUTCOME-REFUSED               VALUE 'R'.
          05 MA-OPERATOR-ID             PIC X(04).
          05 MA-REASON                  PIC X(30).
          05 MA-RECORDED-DATE           PIC X(10).
          05 MA-RECORDED-TIME           PIC X(08).
