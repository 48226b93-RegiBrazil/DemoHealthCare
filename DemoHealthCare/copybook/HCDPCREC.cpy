      ******************************************************************
      * HCDPCREC                                                       *
      * DemoHealthCare - duplicate candidate pair.  HCDUPS01 writes   *
      * one per pair of master records that scores at or above the    *
      * run's minimum, to the indexed work file HCDUPCN.  The key     *
      * leads with the score inverted (999 less the score) so the     *
      * file reads back best match first to print the ranked          *
      * worklist; the sequence number keeps equal scores in the order *
      * they were found.  The file is rebuilt every run.              *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original record.                                *
      ******************************************************************
       01 HC-DUP-CANDIDATE-RECORD.
          05 DC-RANK-KEY.
             10 DC-SCORE-INVERTED       PIC 9(03).
             10 DC-CANDIDATE-SEQ        PIC 9(07).
          05 DC-SCORE                   PIC 9(03).
          05 DC-PATIENT-ID-1            PIC 9(10).
          05 DC-PATIENT-ID-2            PIC 9(10).
          05 DC-MATCHES.
             10 DC-LAST-EXACT-SW        PIC X(01).
                88 DC-LAST-EXACT                 VALUE 'Y'.
             10 DC-LAST-SOUND-SW        PIC X(01).
                88 DC-LAST-SOUND                 VALUE 'Y'.
             10 DC-FIRST-EXACT-SW       PIC X(01).
                88 DC-FIRST-EXACT                VALUE 'Y'.
             10 DC-FIRST-SOUND-SW       PIC X(01).
                88 DC-FIRST-SOUND                VALUE 'Y'.
             10 DC-PHONE-SW             PIC X(01).
                88 DC-SAME-PHONE                 VALUE 'Y'.
             10 DC-EMAIL-SW             PIC X(01).
                88 DC-SAME-EMAIL                 VALUE 'Y'.
             10 DC-CARD-SW              PIC X(01).
                88 DC-SAME-CARD                  VALUE 'Y'.
          05 FILLER                     PIC X(20).
