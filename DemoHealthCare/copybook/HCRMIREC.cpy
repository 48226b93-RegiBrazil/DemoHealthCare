      ******************************************************************
      * HCRMIREC                                                       *
      * DemoHealthCare - inbound appointment reminder reply record,   *
      * one per patient answer the messaging vendor received.  The    *
      * appointment key is echoed from the reminder (HCRMOREC); the   *
      * reply code is the patient's confirm or cancel.  HCRMDI01      *
      * applies each reply to the appointment and audits it.          *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original record.                                *
      ******************************************************************
       01 HC-REMINDER-REPLY-RECORD.
          05 RI-APPT-KEY.
             10 RI-PATIENT-ID           PIC 9(10).
             10 RI-APPT-DATE            PIC X(10).
             10 RI-APPT-TIME            PIC X(10).
          05 RI-REPLY-CODE              PIC X(01).
             88 RI-REPLY-CONFIRM                 VALUE 'C'.
             88 RI-REPLY-CANCEL                  VALUE 'X'.
          05 RI-REPLY-DATE              PIC X(10).
          05 RI-REPLY-TIME              PIC X(08).
          05 FILLER                     PIC X(31).
