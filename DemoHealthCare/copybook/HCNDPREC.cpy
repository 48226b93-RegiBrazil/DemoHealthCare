      ******************************************************************
      * HCNDPREC                                                       *
      * DemoHealthCare - reviewed not-duplicate pair.  One record per *
      * pair of patient master records the records office has looked  *
      * at on the HCDUPS01 duplicate worklist and judged to be two    *
      * different people, written by HCIPDB01's 30NDUP request.       *
      * HCDUPS01 drops any pair on this file from the worklist, so a  *
      * settled pair does not come back every week.                   *
      *                                                                *
      * The pair is keyed lower patient id first whichever way round  *
      * it was entered, so a pair has exactly one record.  The higher *
      * id is an alternate key so the purge can find a patient's      *
      * pairs from either side.                                        *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original record.                                *
      ******************************************************************
       01 HC-NOT-DUP-RECORD.
          05 ND-PAIR-KEY.
             10 ND-LOW-PATIENT-ID       PIC 9(10).
             10 ND-HIGH-PATIENT-ID      PIC 9(10).
          05 ND-REC-DATE                PIC X(10).
          05 ND-REC-BY                  PIC X(04).
          05 FILLER                     PIC X(20).
