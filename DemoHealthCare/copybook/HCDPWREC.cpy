      ******************************************************************
      * HCDPWREC                                                       *
      * DemoHealthCare - duplicate scan work record.  HCDUPS01 writes *
      * one per live, unmerged patient master record to the indexed   *
      * work file HCDUPWK, keyed by date of birth then patient id, so *
      * the file reads back one date of birth at a time - the block   *
      * within which every pair is scored.  The phonetic codes of the *
      * last and first names are worked out once, on the way in.      *
      * The file is rebuilt every run.                                *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original record.                                *
      ******************************************************************
       01 HC-DUP-WORK-RECORD.
          05 DW-WORK-KEY.
             10 DW-DOB                  PIC X(10).
             10 DW-PATIENT-ID           PIC 9(10).
          05 DW-LAST-NAME               PIC X(20).
          05 DW-FIRST-NAME              PIC X(10).
          05 DW-LAST-CODE               PIC X(04).
          05 DW-FIRST-CODE              PIC X(04).
          05 DW-PHONE-MOBILE            PIC X(20).
          05 DW-EMAIL-ADDRESS           PIC X(50).
          05 DW-INS-CARD-NUM            PIC X(10).
          05 FILLER                     PIC X(20).
