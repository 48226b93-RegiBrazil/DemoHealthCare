      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-09-02 RSG Original record.                                *
      * 2026-10-15 RSG Added AP-REMINDER-DATE, stamped when HCRMDO01  *
      *                sends the patient's reminder, and the reply    *
      *                status/date HCRMDI01 files from the messaging  *
      *                vendor's confirm/cancel answer.                 *
      ******************************************************************
       01 HC-APPOINTMENT-RECORD.
          05 AP-APPT-KEY.
             88 AP-STATUS-CANCELLED              VALUE 'C'.
             88 AP-STATUS-NO-SHOW                VALUE 'N'.
          05 AP-BOOKED-DATE             PIC X(10).
          05 AP-REMINDER-DATE           PIC X(10).
          05 AP-REPLY-STATUS            PIC X(01).
             88 AP-REPLY-NONE                    VALUE SPACE.
             88 AP-REPLY-CONFIRMED               VALUE 'C'.
             88 AP-REPLY-CANCELLED               VALUE 'X'.
          05 AP-REPLY-DATE              PIC X(10).
