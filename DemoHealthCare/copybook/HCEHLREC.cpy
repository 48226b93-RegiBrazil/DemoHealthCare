      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-09-02 RSG Original record.                                *
      * 2026-10-15 RSG SL-IMMUN-COUNT added for the immunization       *
      *                details the extract now carries.                *
      ******************************************************************
       01 HC-SEND-LOG-RECORD.
          05 SL-SEQUENCE-NUM            PIC 9(06).
             88 SL-STATUS-RESENT                 VALUE 'R'.
          05 SL-ACK-DATE                PIC X(10).
          05 SL-NAK-REASON              PIC X(20).
          05 SL-IMMUN-COUNT             PIC 9(07).
