      ******************************************************************
      * HCCRMREC                                                       *
      * DemoHealthCare - insurer claim remittance record.  One 80-    *
      * byte record per claim line the insurer has adjudicated,       *
      * echoing the claim number and charge key from the HCCLXREC L   *
      * line, with the amounts paid, written off under the contract   *
      * (adjusted) and denied, and the insurer's denial code.         *
      * HCCLMR01 applies each record to its HCCLLREC claim line.      *
      * The amounts are signed zoned decimal: a recoupment of an      *
      * earlier payment arrives negative.                             *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original record.                                *
      * 2026-10-15 RSG Amounts signed; record length unchanged.        *
      ******************************************************************
       01 HC-CLAIM-REMIT-RECORD.
          05 RR-CLAIM-NUMBER            PIC 9(10).
          05 RR-CHARGE-KEY.
             10 RR-PATIENT-ID           PIC 9(10).
             10 RR-VISIT-DATE           PIC X(10).
             10 RR-VISIT-TIME           PIC X(10).
             10 RR-PROCEDURE-CODE       PIC X(08).
          05 RR-PAID-AMOUNT             PIC S9(07)V99.
          05 RR-ADJUSTED-AMOUNT         PIC S9(07)V99.
          05 RR-DENIED-AMOUNT           PIC S9(07)V99.
          05 RR-DENIAL-CODE             PIC X(05).
