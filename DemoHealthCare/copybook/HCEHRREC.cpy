      * HCEHRREC                                                       *
      * DemoHealthCare - regional EHR interchange record layouts.     *
      * The nightly HCEHRX01 extract writes one header, one V detail  *
      * per visit, one A detail per alert and one I detail per        *
      * immunization recorded on the business date, then one          *
      * trailer.  All records are 80 bytes, typed by the first byte.  *
      * The header's file sequence number increments by one per       *
      * extract (HCSEQ key EHRXTRCT) and is repeated on the trailer   *
      * with the record counts and patient-id hash totals, so the     *
      * receiving side can detect a missed or duplicated night and a  *
      * truncated file.                                                *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-08-22 RSG Original layouts.                               *
      * 2026-10-15 RSG Added the I immunization detail; the trailer    *
      *                carries its count and hash total in what was    *
      *                filler.                                         *
      * 2026-10-15 RSG I detail carries the full 30-byte vaccine name; *
      *                its date given goes compact (YYYYMMDD) to make  *
      *                the room.                                       *
      ******************************************************************
       01 HC-IX-HEADER.
          05 IX-H-RECORD-TYPE           PIC X(01).
          05 IX-A-ACKNOWLEDGED-SW       PIC X(01).
          05 FILLER                     PIC X(26).

       01 HC-IX-IMMUN-DETAIL.
          05 IX-I-RECORD-TYPE           PIC X(01).
      *       'I'
          05 IX-I-PATIENT-ID            PIC 9(10).
          05 IX-I-VACCINE-CODE          PIC X(08).
          05 IX-I-DOSE-NUMBER           PIC 9(02).
          05 IX-I-DATE-GIVEN            PIC X(08).
      *       YYYYMMDD, no separators.
          05 IX-I-LOT-NUMBER            PIC X(15).
          05 IX-I-SITE                  PIC X(02).
          05 IX-I-GIVEN-BY              PIC X(04).
          05 IX-I-VACCINE-NAME          PIC X(30).

       01 HC-IX-TRAILER.
          05 IX-T-RECORD-TYPE           PIC X(01).
      *       'T'
      *       Hash totals are the sums of the detail records'
      *       patient ids, low-order 15 digits.
          05 IX-T-SEQUENCE-NUM          PIC 9(06).
          05 IX-T-IMMUN-COUNT           PIC 9(07).
          05 IX-T-IMMUN-HASH            PIC 9(15).
          05 FILLER                     PIC X(07).
