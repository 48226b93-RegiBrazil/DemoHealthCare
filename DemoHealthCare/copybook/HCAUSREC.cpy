      ******************************************************************
      * HCAUSREC                                                       *
      * DemoHealthCare - audit archive seal record.  HCAUDV01 writes  *
      * it as the last record of each monthly HCAUDARC archive, the   *
      * same 100 bytes as an HCAUDREC entry.  It carries the entry    *
      * count, the first and last sequence numbers, the hash the      *
      * archive's first entry chains from and the closing hash of its *
      * last entry.  AS-SEAL-HASH folds the seal itself onto the      *
      * closing hash, so the seal cannot be edited to match a         *
      * shortened archive.  AS-BREAKS-ACCEPTED is the number of chain *
      * breaks a re-anchoring HCAUDV01 run archived with the month    *
      * once they had been explained; zero (or blank on a seal        *
      * written before the field) for an unbroken month.              *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original record.                                *
      * 2026-10-15 RSG AS-BREAKS-ACCEPTED taken from the filler.       *
      ******************************************************************
       01 HC-AUDIT-SEAL-RECORD.
          05 AS-SEAL-ID                 PIC X(06).
             88 AS-SEAL-PRESENT                  VALUE '*SEAL*'.
          05 AS-ARCHIVE-MONTH           PIC X(07).
          05 AS-SEALED-DATE             PIC X(10).
          05 AS-ENTRY-COUNT             PIC 9(09).
          05 AS-FIRST-SEQUENCE          PIC 9(10).
          05 AS-LAST-SEQUENCE           PIC 9(10).
          05 AS-OPENING-HASH            PIC 9(15).
          05 AS-CLOSING-HASH            PIC 9(15).
          05 AS-SEAL-HASH               PIC 9(15).
          05 AS-BREAKS-ACCEPTED         PIC 9(03).
