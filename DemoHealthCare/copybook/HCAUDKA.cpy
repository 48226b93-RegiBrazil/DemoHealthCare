      ******************************************************************
      * HCAUDKA                                                        *
      * DemoHealthCare - parameter area for the HCAUDK01 audit        *
      * archive check, CALLed by HCAUDR01 and HCPRVM01 before they    *
      * read an HCAUDARC monthly archive.  The caller sets the month  *
      * it asked for; the reply says whether the archive is the one   *
      * HCAUDV01 sealed for that month, entry for entry:              *
      *   O - sealed and unbroken; AK-ENTRY-COUNT is its entries and  *
      *       AK-BREAKS-ACCEPTED any breaks a re-anchoring HCAUDV01   *
      *       run archived with it.                                   *
      *   F - HCAUDARC would not open; AK-FILE-STATUS says why.       *
      *   N - no seal at the end.                                      *
      *   S - the seal is for another month, counts a different       *
      *       number of entries, or no longer folds to its own hash.  *
      *   B - an entry is missing, repeated, altered or inserted      *
      *       beyond the breaks the seal accepts, or the chain does   *
      *       not run from the seal's opening hash to its closing     *
      *       one; AK-BREAK-SEQUENCE is where it broke (zero when     *
      *       fewer breaks were found than the seal accepts).         *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original parameter area.                        *
      ******************************************************************
       01 HC-ARCHIVE-CHECK-AREA.
          05 AK-ARCHIVE-MONTH           PIC X(07).
          05 AK-REPLY                   PIC X(01).
             88 AK-REPLY-OK                      VALUE 'O'.
             88 AK-REPLY-OPEN-FAILED             VALUE 'F'.
             88 AK-REPLY-NO-SEAL                 VALUE 'N'.
             88 AK-REPLY-NOT-SEALED              VALUE 'S'.
             88 AK-REPLY-CHAIN-BROKEN            VALUE 'B'.
          05 AK-FILE-STATUS             PIC X(02).
          05 AK-ENTRY-COUNT             PIC 9(09).
          05 AK-BREAK-SEQUENCE          PIC 9(10).
          05 AK-BREAKS-ACCEPTED         PIC 9(03).
