      ******************************************************************
      * HCACHREC                                                       *
      * DemoHealthCare - audit chain control record, one record on    *
      * HCAUDCTL keyed 'HCAUDIT'.  HCAUDW01 takes the next sequence   *
      * number and the hash to chain from off it for every entry it   *
      * appends to HCAUDIT.  HCAUDV01 records there the month last    *
      * archived with the sequence number and hash of its last entry, *
      * which are where the live file's chain picks up.               *
      * AC-ARCHIVE-STATE is P while HCAUDV01 is copying the kept      *
      * entries back to HCAUDIT, so a run that abends in that step    *
      * finishes it on the rerun.                                      *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original record.                                *
      ******************************************************************
       01 HC-AUDIT-CHAIN-RECORD.
          05 AC-CHAIN-NAME              PIC X(08).
          05 AC-LAST-SEQUENCE           PIC 9(10).
          05 AC-LAST-HASH               PIC 9(15).
          05 AC-ARCHIVED-MONTH          PIC X(07).
          05 AC-ARCHIVED-SEQUENCE       PIC 9(10).
          05 AC-ARCHIVED-HASH           PIC 9(15).
          05 AC-ARCHIVED-DATE           PIC X(10).
          05 AC-ARCHIVE-STATE           PIC X(01).
             88 AC-ARCHIVE-SETTLED               VALUE SPACE.
             88 AC-ARCHIVE-IN-PROGRESS           VALUE 'P'.
          05 FILLER                     PIC X(24).
