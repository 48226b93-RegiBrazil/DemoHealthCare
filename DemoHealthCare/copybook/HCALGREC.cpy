      ******************************************************************
      * HCALGREC                                                       *
      * DemoHealthCare - patient allergy register.  One record per    *
      * patient and allergen, maintained by HCIPDB01's 24IALG add and *
      * 25DALG inactivate requests.  An inactivated entry is kept     *
      * with its inactive date rather than deleted, so the chart      *
      * still shows what was once recorded; re-adding the allergen    *
      * reactivates it.  05IMED checks the new drug name against the  *
      * patient's active entries, and HCCHRT01 prints the register as *
      * its own chart section.                                         *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original record.                                *
      ******************************************************************
       01 HC-ALLERGY-RECORD.
          05 AL-ALLERGY-KEY.
             10 AL-PATIENT-ID           PIC 9(10).
             10 AL-ALLERGEN             PIC X(50).
          05 AL-REACTION                PIC X(30).
          05 AL-SEVERITY                PIC X(01).
             88 AL-SEVERITY-VALID                VALUE 'L' 'M' 'S'.
             88 AL-SEVERITY-MILD                 VALUE 'L'.
             88 AL-SEVERITY-MODERATE             VALUE 'M'.
             88 AL-SEVERITY-SEVERE               VALUE 'S'.
          05 AL-RECORDED-DATE           PIC X(10).
          05 AL-RECORDED-BY             PIC X(04).
          05 AL-ALLERGY-STATUS          PIC X(01).
             88 AL-STATUS-ACTIVE                 VALUE 'A'.
             88 AL-STATUS-INACTIVE               VALUE 'I'.
          05 AL-INACTIVE-DATE           PIC X(10).
