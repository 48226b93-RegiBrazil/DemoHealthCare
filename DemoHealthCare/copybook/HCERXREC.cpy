      ******************************************************************
      * HCERXREC                                                       *
      * DemoHealthCare - pharmacy e-prescription interchange record   *
      * layouts.  The nightly HCERXO01 feed writes one header, one P  *
      * record per prescription event - a new script (05IMED), a      *
      * renewal (18RMED) or a stop (06DMED, or 27DDTH's cascade) -    *
      * then one trailer.  All records are 300 bytes, typed by the    *
      * first byte.  The header's file sequence number increments by  *
      * one per feed (HCSEQ key ERXFEED) and is repeated on the       *
      * trailer with the record counts by event and the patient-id    *
      * hash total, the HCCLXREC convention.  The pharmacy echoes the *
      * sequence number, prescription key and event on its            *
      * acknowledgement (HCERAREC).                                   *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original layouts.                               *
      ******************************************************************
       01 HC-RX-HEADER.
          05 RX-H-RECORD-TYPE           PIC X(01).
      *       'H'
          05 RX-H-RUN-DATE              PIC X(10).
          05 RX-H-SEQUENCE-NUM          PIC 9(06).
          05 FILLER                     PIC X(283).

       01 HC-RX-PRESCRIPTION.
          05 RX-P-RECORD-TYPE           PIC X(01).
      *       'P'
          05 RX-P-EVENT                 PIC X(01).
      *       N = new script  R = renewal  D = discontinued
          05 RX-P-PATIENT-ID            PIC 9(10).
          05 RX-P-PRESCRIPTION-ID       PIC 9(10).
          05 RX-P-LAST-NAME             PIC X(20).
          05 RX-P-FIRST-NAME            PIC X(10).
          05 RX-P-DOB                   PIC X(10).
          05 RX-P-DRUG-NAME             PIC X(50).
          05 RX-P-STRENGTH              PIC X(20).
          05 RX-P-AMOUNT                PIC 9(03).
          05 RX-P-DOSAGE-UOM            PIC X(10).
          05 RX-P-ROUTE                 PIC X(20).
          05 RX-P-FREQUENCY             PIC X(20).
          05 RX-P-NUM-SCHEDULE-TIMES    PIC 9(01).
          05 RX-P-SCHEDULE-TIME OCCURS 4 TIMES PIC X(05).
          05 RX-P-START-DATE            PIC X(10).
          05 RX-P-END-DATE              PIC X(10).
          05 RX-P-DISCONTINUE-DATE      PIC X(10).
          05 RX-P-RENEWAL-COUNT         PIC 9(02).
          05 RX-P-PRESCRIBER-ID         PIC X(04).
          05 RX-P-PRESCRIBER-NAME       PIC X(20).
          05 FILLER                     PIC X(38).

       01 HC-RX-TRAILER.
          05 RX-T-RECORD-TYPE           PIC X(01).
      *       'T'
          05 RX-T-RECORD-COUNT          PIC 9(07).
          05 RX-T-NEW-COUNT             PIC 9(07).
          05 RX-T-RENEWAL-COUNT         PIC 9(07).
          05 RX-T-DISCONTINUE-COUNT     PIC 9(07).
          05 RX-T-PATIENT-HASH          PIC 9(15).
      *       Sum of the P records' patient ids, low-order 15 digits.
          05 RX-T-SEQUENCE-NUM          PIC 9(06).
          05 FILLER                     PIC X(250).
