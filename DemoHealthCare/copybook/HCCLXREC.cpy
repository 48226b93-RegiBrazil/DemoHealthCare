      ******************************************************************
      * HCCLXREC                                                       *
      * DemoHealthCare - insurer claim interchange record layouts.    *
      * The nightly HCCLMX01 extract writes one header, then for each *
      * visit with unbilled charges one C claim record followed by    *
      * one L line per charge, then one trailer.  All records are 80  *
      * bytes, typed by the first byte.  The header's file sequence   *
      * number increments by one per extract (HCSEQ key CLMXTRCT) and *
      * is repeated on the trailer with the claim and line counts,    *
      * the billed total and the patient-id hash total, the HCEHRREC  *
      * convention.  The insurer echoes the claim number and the L    *
      * line's charge key on its remittance (HCCRMREC).  Amounts are  *
      * signed zoned decimal, so a credit line keeps its sign.        *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original layouts.                               *
      * 2026-10-15 RSG Amounts signed; record lengths unchanged.       *
      ******************************************************************
       01 HC-CX-HEADER.
          05 CX-H-RECORD-TYPE           PIC X(01).
      *       'H'
          05 CX-H-RUN-DATE              PIC X(10).
          05 CX-H-SEQUENCE-NUM          PIC 9(06).
          05 FILLER                     PIC X(63).

       01 HC-CX-CLAIM.
          05 CX-C-RECORD-TYPE           PIC X(01).
      *       'C'
          05 CX-C-CLAIM-NUMBER          PIC 9(10).
          05 CX-C-PATIENT-ID            PIC 9(10).
          05 CX-C-INS-CARD-NUM          PIC X(10).
          05 CX-C-DOB                   PIC X(10).
          05 CX-C-VISIT-DATE            PIC X(10).
          05 CX-C-VISIT-TIME            PIC X(10).
          05 CX-C-LINE-COUNT            PIC 9(03).
          05 CX-C-CLAIM-AMOUNT          PIC S9(09)V99.
          05 FILLER                     PIC X(05).

       01 HC-CX-LINE.
          05 CX-L-RECORD-TYPE           PIC X(01).
      *       'L'
          05 CX-L-CLAIM-NUMBER          PIC 9(10).
          05 CX-L-PATIENT-ID            PIC 9(10).
          05 CX-L-VISIT-DATE            PIC X(10).
          05 CX-L-VISIT-TIME            PIC X(10).
          05 CX-L-PROCEDURE-CODE        PIC X(08).
          05 CX-L-AMOUNT                PIC S9(07)V99.
          05 FILLER                     PIC X(22).

       01 HC-CX-TRAILER.
          05 CX-T-RECORD-TYPE           PIC X(01).
      *       'T'
          05 CX-T-CLAIM-COUNT           PIC 9(07).
          05 CX-T-LINE-COUNT            PIC 9(07).
          05 CX-T-BILLED-TOTAL          PIC S9(11)V99.
          05 CX-T-PATIENT-HASH          PIC 9(15).
      *       Sum of the C records' patient ids, low-order 15 digits.
          05 CX-T-SEQUENCE-NUM          PIC 9(06).
          05 FILLER                     PIC X(31).
