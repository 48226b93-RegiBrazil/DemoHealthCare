      *                reader checkpoints every 1000 records so an    *
      *                abended run restarts past the payments it has  *
      *                already applied.                                *
      * 2026-10-15 RSG Stamps PI-PAID-DATE with the business date on  *
      *                each installment marked paid, for the HCGLJN01 *
      *                general-ledger journal's lockbox cash.         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   AND PI-DUE-DATE = RM-DUE-DATE
                   AND PI-AMOUNT-DUE = HC-REMIT-AMOUNT
               SET PI-PAID TO TRUE
               MOVE HC-BUSINESS-DATE TO PI-PAID-DATE
               REWRITE HC-INSTALLMENT-RECORD
               IF HC-INSTALLMENT-OK
                   SET HC-PAYMENT-MATCHED TO TRUE
