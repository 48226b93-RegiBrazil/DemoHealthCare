      ******************************************************************
      * HCERWREC                                                       *
      * DemoHealthCare - prescriber worklist record.  HCERXI01 writes *
      * one per prescription the pharmacy has rejected, or has not    *
      * acknowledged in time, to the indexed work file HCERXWK; keyed *
      * by prescriber then sequence, the file reads back a prescriber *
      * at a time to print the worklist.  Prescriptions written       *
      * before the prescriber was recorded carry a blank prescriber   *
      * and head the list.  The file is rebuilt every run.            *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original record.                                *
      ******************************************************************
       01 HC-RX-WORK-RECORD.
          05 RW-WORK-KEY.
             10 RW-PRESCRIBER-ID        PIC X(04).
             10 RW-WORK-SEQ             PIC 9(07).
          05 RW-ITEM-TYPE               PIC X(01).
             88 RW-ITEM-REJECTED                 VALUE 'R'.
             88 RW-ITEM-NO-ACK                   VALUE 'O'.
          05 RW-PATIENT-ID              PIC 9(10).
          05 RW-PRESCRIPTION-ID         PIC 9(10).
          05 RW-EVENT                   PIC X(01).
          05 RW-DRUG-NAME               PIC X(20).
          05 RW-SENT-DATE               PIC X(10).
          05 RW-ACK-DATE                PIC X(10).
          05 RW-REJECT-CODE             PIC X(05).
          05 RW-REJECT-REASON           PIC X(40).
          05 FILLER                     PIC X(20).
