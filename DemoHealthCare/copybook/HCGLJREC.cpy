      ******************************************************************
      * HCGLJREC                                                       *
      * DemoHealthCare - general-ledger journal interface layouts.    *
      * The daily HCGLJN01 run writes one header, one E entry record  *
      * per account line, then one trailer.  All records are 80       *
      * bytes, typed by the first byte.  Each entry carries its side  *
      * (D debit, C credit), the source it summarizes (a procedure    *
      * code, or LOCKBOX for cash) and how many source records were   *
      * summarized into it.  The trailer's debit and credit totals    *
      * are equal on every file the job releases, and its charge and  *
      * payment counts tie back to the source files.                  *
      * GJ-E-AMOUNT is unsigned - GJ-E-SIDE carries the direction -   *
      * and HCGLJN01 holds back any day with an entry of a billion or *
      * more rather than write it cut short.                          *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original layouts.                               *
      * 2026-10-15 RSG Documented the GJ-E-AMOUNT size limit.          *
      ******************************************************************
       01 HC-GJ-HEADER.
          05 GJ-H-RECORD-TYPE           PIC X(01).
      *       'H'
          05 GJ-H-JOURNAL-DATE          PIC X(10).
          05 GJ-H-SOURCE-SYSTEM         PIC X(08).
      *       'HCGLJN01'
          05 FILLER                     PIC X(61).

       01 HC-GJ-ENTRY.
          05 GJ-E-RECORD-TYPE           PIC X(01).
      *       'E'
          05 GJ-E-JOURNAL-DATE          PIC X(10).
          05 GJ-E-GL-ACCOUNT            PIC X(12).
          05 GJ-E-SIDE                  PIC X(01).
             88 GJ-E-DEBIT                       VALUE 'D'.
             88 GJ-E-CREDIT                      VALUE 'C'.
          05 GJ-E-AMOUNT                PIC 9(09)V99.
          05 GJ-E-SOURCE-CODE           PIC X(08).
          05 GJ-E-ITEM-COUNT            PIC 9(07).
          05 GJ-E-DESCRIPTION           PIC X(30).

       01 HC-GJ-TRAILER.
          05 GJ-T-RECORD-TYPE           PIC X(01).
      *       'T'
          05 GJ-T-ENTRY-COUNT           PIC 9(07).
          05 GJ-T-DEBIT-TOTAL           PIC 9(11)V99.
          05 GJ-T-CREDIT-TOTAL          PIC 9(11)V99.
          05 GJ-T-CHARGE-COUNT          PIC 9(07).
          05 GJ-T-PAYMENT-COUNT         PIC 9(07).
          05 FILLER                     PIC X(32).
