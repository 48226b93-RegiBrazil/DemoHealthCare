      * DemoHealthCare - payment-plan installment schedule record.    *
      * One record per level monthly installment of an accepted       *
      * payment plan (HCPLNREC), due on the first of each month from  *
      * PL-FIRST-DUE-DATE onward.  HCPLPY01 stamps the business date  *
      * an installment is marked paid, which the daily general-ledger *
      * journal (HCGLJN01) picks up as that day's lockbox cash.       *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-08-22 RSG Original record.                                *
      * 2026-10-15 RSG Added PI-PAID-DATE.                             *
      ******************************************************************
       01 HC-INSTALLMENT-RECORD.
          05 PI-INSTALLMENT-KEY.
          05 PI-PAID-SW                 PIC X(01).
             88 PI-PAID                          VALUE 'Y'.
             88 PI-NOT-PAID                      VALUE 'N'.
          05 PI-PAID-DATE               PIC X(10).
