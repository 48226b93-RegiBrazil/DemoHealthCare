      ******************************************************************
      * HCGLMREC                                                       *
      * DemoHealthCare - general-ledger account mapping record.       *
      * One record per billable procedure code naming the revenue     *
      * account its charges are credited to.  Three control records   *
      * under reserved keys carry the offsetting accounts the daily   *
      * journal needs:                                                 *
      *                                                                *
      *   *RECEIVB  patient receivable - debited for the day's        *
      *             charges, credited for the day's lockbox cash;     *
      *   *CASH     lockbox cash - debited for the day's payments;    *
      *   *SUSPENS  suspense - credited for any procedure code with   *
      *             no mapping, for finance to reclass by hand.       *
      *                                                                *
      * Maintained by finance alongside the HCFEES fee schedule.      *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original record.                                *
      ******************************************************************
       01 HC-GL-MAP-RECORD.
          05 GM-MAP-KEY                 PIC X(08).
      *       CH-PROCEDURE-CODE, or one of the reserved keys above.
          05 GM-GL-ACCOUNT              PIC X(12).
          05 GM-DESCRIPTION             PIC X(30).
