      * records-office staff have a sequential history of who changed  *
      * what and when, independent of the master files themselves.    *
      *                                                                *
      * Every entry is appended through the HCAUDW01 module, which    *
      * stamps it with the next AU-SEQUENCE-NUM and an AU-CHAIN-HASH  *
      * folded from the entry itself and the previous entry's hash,   *
      * so an entry altered, removed or slipped in outside the        *
      * application breaks the chain HCAUDV01 verifies monthly.       *
      * Entries written before the chain began carry zero in both.    *
      * In a monthly HCAUDARC archive the last record is the HCAUSREC *
      * seal, marked by '*SEAL*' in the request id position.          *
      *                                                                *
      * AU-DETAIL is spaces on an ordinary entry.  An MRGDOS entry,   *
      * written by 14MPAT for a duplicate's dose it dropped because   *
      * the survivor already held that vaccine and dose, keeps the    *
      * dropped dose there under the duplicate's patient id.          *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-08-08 RSG Original record.                                *
      * 2026-08-08 RSG Added AU-OPERATOR-ID (EIBTRMID) so an entry     *
      *                shows which terminal/user entered it.           *
      * 2026-10-15 RSG Added AU-SEQUENCE-NUM and AU-CHAIN-HASH for the *
      *                tamper-evident chain; record padded to 100     *
      *                bytes to match the archive seal.                *
      * 2026-10-15 RSG Filler named AU-DETAIL, with the MRGDOS view of *
      *                a dropped immunization dose.                    *
      ******************************************************************
       01 HC-AUDIT-RECORD.
          05 AU-REQUEST-ID              PIC X(06).
             88 AU-ARCHIVE-SEAL                  VALUE '*SEAL*'.
          05 AU-PATIENT-ID              PIC 9(10).
          05 AU-CHANGE-DATE             PIC X(08).
          05 AU-CHANGE-TIME             PIC X(06).
          05 AU-RETURN-CODE             PIC 9(02).
          05 AU-OPERATOR-ID             PIC X(04).
          05 AU-SEQUENCE-NUM            PIC 9(10).
          05 AU-CHAIN-HASH              PIC 9(15).
          05 AU-DETAIL                  PIC X(39).
          05 AU-DOSE-DETAIL REDEFINES AU-DETAIL.
             10 AU-DRP-VACCINE-CODE     PIC X(08).
             10 AU-DRP-DOSE-NUMBER      PIC 9(02).
             10 AU-DRP-DATE-GIVEN       PIC X(10).
             10 AU-DRP-LOT-NUMBER       PIC X(15).
             10 AU-DRP-GIVEN-BY         PIC X(04).
