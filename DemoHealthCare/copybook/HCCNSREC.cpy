      ******************************************************************
      * HCCNSREC                                                       *
      * DemoHealthCare - patient consent record.  One record per      *
      * patient holding the patient's current answer to each of the   *
      * four data-sharing consents, maintained by HCIPDB01's 28UCNS   *
      * record and 29RCNS read requests:                               *
      *                                                                *
      *   EHR       - visits and alerts sent to the regional EHR      *
      *               (HCEHRX01);                                      *
      *   REFERRAL  - the chart released as a referral package        *
      *               (HCCHRT01);                                      *
      *   MARKETING - name and address on the mailing feed (HCPCEN01); *
      *   SMS       - contact by text or e-mail message (HCRMDO01).   *
      *                                                                *
      * Each consent carries the answer (Y given, N refused), the     *
      * date the answer takes effect, and when and by whom it was     *
      * recorded.  A consent counts as given only when the answer is  *
      * Y and its effective date has been reached; no record, no      *
      * answer, or an answer not yet in effect withholds the patient. *
      * CN-CONSENT-TABLE is the same four entries as a table, in the  *
      * order above, for code that walks them.                        *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original record.                                *
      ******************************************************************
       01 HC-CONSENT-RECORD.
          05 CN-PATIENT-ID              PIC 9(10).
          05 CN-CONSENTS.
             10 CN-EHR-CONSENT.
                15 CN-EHR-FLAG          PIC X(01).
                   88 CN-EHR-GIVEN               VALUE 'Y'.
                15 CN-EHR-EFF-DATE      PIC X(10).
                15 CN-EHR-REC-DATE      PIC X(10).
                15 CN-EHR-REC-BY        PIC X(04).
             10 CN-REFERRAL-CONSENT.
                15 CN-REF-FLAG          PIC X(01).
                   88 CN-REF-GIVEN               VALUE 'Y'.
                15 CN-REF-EFF-DATE      PIC X(10).
                15 CN-REF-REC-DATE      PIC X(10).
                15 CN-REF-REC-BY        PIC X(04).
             10 CN-MARKETING-CONSENT.
                15 CN-MKT-FLAG          PIC X(01).
                   88 CN-MKT-GIVEN               VALUE 'Y'.
                15 CN-MKT-EFF-DATE      PIC X(10).
                15 CN-MKT-REC-DATE      PIC X(10).
                15 CN-MKT-REC-BY        PIC X(04).
             10 CN-SMS-CONSENT.
                15 CN-SMS-FLAG          PIC X(01).
                   88 CN-SMS-GIVEN               VALUE 'Y'.
                15 CN-SMS-EFF-DATE      PIC X(10).
                15 CN-SMS-REC-DATE      PIC X(10).
                15 CN-SMS-REC-BY        PIC X(04).
          05 CN-CONSENT-TABLE REDEFINES CN-CONSENTS.
             10 CN-CONSENT-ENTRY OCCURS 4 TIMES.
                15 CN-FLAG              PIC X(01).
                   88 CN-GIVEN                   VALUE 'Y'.
                   88 CN-REFUSED                 VALUE 'N'.
                   88 CN-NOT-ASKED               VALUE SPACE.
                15 CN-EFF-DATE          PIC X(10).
                15 CN-REC-DATE          PIC X(10).
                15 CN-REC-BY            PIC X(04).
          05 FILLER                     PIC X(20).
