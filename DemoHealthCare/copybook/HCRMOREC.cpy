      ******************************************************************
      * HCRMOREC                                                       *
      * DemoHealthCare - outbound appointment reminder record, one    *
      * per booking HCRMDO01 selects.  The messaging vendor sends the *
      * reminder by text to RO-PHONE-MOBILE when RO-CHANNEL is S, or  *
      * by e-mail to RO-EMAIL-ADDRESS when it is E, and echoes the    *
      * appointment key on the patient's reply (HCRMIREC).            *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original record.                                *
      ******************************************************************
       01 HC-REMINDER-RECORD.
          05 RO-APPT-KEY.
             10 RO-PATIENT-ID           PIC 9(10).
             10 RO-APPT-DATE            PIC X(10).
             10 RO-APPT-TIME            PIC X(10).
          05 RO-CLINIC                  PIC X(08).
          05 RO-FIRST-NAME              PIC X(10).
          05 RO-CHANNEL                 PIC X(01).
             88 RO-CHANNEL-SMS                   VALUE 'S'.
             88 RO-CHANNEL-EMAIL                 VALUE 'E'.
          05 RO-PHONE-MOBILE            PIC X(20).
          05 RO-EMAIL-ADDRESS           PIC X(50).
          05 RO-EXTRACT-DATE            PIC X(10).
          05 FILLER                     PIC X(21).
