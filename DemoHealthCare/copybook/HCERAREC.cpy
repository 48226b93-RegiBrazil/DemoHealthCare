      ******************************************************************
      * HCERAREC                                                       *
      * DemoHealthCare - pharmacy e-prescription acknowledgement      *
      * record.  One 100-byte record per HCERXREC P record the        *
      * pharmacy has processed, echoing the feed's file sequence      *
      * number, the prescription key and the event, with A for        *
      * accepted or R for rejected and, on a rejection, the           *
      * pharmacy's reason code and text.  HCERXI01 applies each       *
      * record to its HCMEDS prescription.                            *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original record.                                *
      ******************************************************************
       01 HC-RX-ACK-RECORD.
          05 RA-FILE-SEQUENCE-NUM       PIC 9(06).
          05 RA-PATIENT-ID              PIC 9(10).
          05 RA-PRESCRIPTION-ID         PIC 9(10).
          05 RA-EVENT                   PIC X(01).
          05 RA-ACK-STATUS              PIC X(01).
             88 RA-ACCEPTED                      VALUE 'A'.
             88 RA-REJECTED                      VALUE 'R'.
          05 RA-REJECT-CODE             PIC X(05).
          05 RA-REJECT-REASON           PIC X(40).
          05 FILLER                     PIC X(27).
