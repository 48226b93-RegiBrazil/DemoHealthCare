      ******************************************************************
      * HCAUDWA                                                        *
      * DemoHealthCare - parameter area for the HCAUDW01 audit-trail  *
      * module, CALLed with this area and an HCAUDREC record.         *
      * Function W appends the record to HCAUDIT, stamping its        *
      * sequence number and chain hash first; reply E (with the file  *
      * status) means the entry was not written.  Function H only     *
      * folds the 100-byte record passed onto AW-SEED-HASH and        *
      * returns the result in AW-RESULT-HASH - the caller zeroes the  *
      * record's own hash field first - so HCAUDV01 checks the chain  *
      * with the very arithmetic that built it.                       *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original parameter area.                        *
      ******************************************************************
       01 HC-AUDIT-WRITE-AREA.
          05 AW-FUNCTION                PIC X(01).
             88 AW-FUNC-WRITE                    VALUE 'W'.
             88 AW-FUNC-HASH                     VALUE 'H'.
          05 AW-REPLY                   PIC X(01).
             88 AW-REPLY-OK                      VALUE 'O'.
             88 AW-REPLY-ERROR                   VALUE 'E'.
          05 AW-SEED-HASH               PIC 9(15).
          05 AW-RESULT-HASH             PIC 9(15).
          05 AW-FILE-STATUS             PIC X(02).
