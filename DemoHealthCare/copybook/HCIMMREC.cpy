      ******************************************************************
      * HCIMMREC                                                       *
      * DemoHealthCare - patient immunization register.  One record   *
      * per dose given, keyed by patient, vaccine code (HCVXSREC) and *
      * dose number, written by HCIPDB01's 31IIMM request and stamped *
      * with the signed-on operator who gave it.  IM-RECORDED-DATE is *
      * the day the dose was entered - a dose given elsewhere may be  *
      * entered long after IM-DATE-GIVEN - and is what the nightly    *
      * HCEHRX01 extract selects on.  HCIMRC01 reads the register     *
      * against the schedule for its monthly recall list, and         *
      * HCCHRT01 prints it as its own chart section.                  *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original record.                                *
      ******************************************************************
       01 HC-IMMUNIZATION-RECORD.
          05 IM-IMMUNIZATION-KEY.
             10 IM-PATIENT-ID           PIC 9(10).
             10 IM-VACCINE-CODE         PIC X(08).
             10 IM-DOSE-NUMBER          PIC 9(02).
          05 IM-VACCINE-NAME            PIC X(30).
          05 IM-LOT-NUMBER              PIC X(15).
          05 IM-SITE                    PIC X(02).
             88 IM-SITE-VALID                    VALUE 'LA' 'RA' 'LT'
                                                       'RT' 'PO' 'IN'.
             88 IM-SITE-LEFT-ARM                 VALUE 'LA'.
             88 IM-SITE-RIGHT-ARM                VALUE 'RA'.
             88 IM-SITE-LEFT-THIGH               VALUE 'LT'.
             88 IM-SITE-RIGHT-THIGH              VALUE 'RT'.
             88 IM-SITE-ORAL                     VALUE 'PO'.
             88 IM-SITE-INTRANASAL               VALUE 'IN'.
          05 IM-DATE-GIVEN              PIC X(10).
          05 IM-GIVEN-BY                PIC X(04).
          05 IM-RECORDED-DATE           PIC X(10).
          05 FILLER                     PIC X(20).
