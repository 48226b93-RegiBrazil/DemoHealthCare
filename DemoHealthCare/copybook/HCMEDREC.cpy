      *                stamped by HCIPDB01's 18RMED renew request so  *
      *                an extended prescription keeps its history     *
      *                instead of being re-keyed as a fresh 05IMED.   *
      * 2026-10-15 RSG Added MF-RENEWED-FROM-DATE, the end date the   *
      *                latest 18RMED renewal replaced - a renewal     *
      *                stamped after it was a late one.               *
      * 2026-10-15 RSG Added MF-PRESCRIBER-ID (the operator who wrote *
      *                or last renewed the prescription) and the      *
      *                MF-RX- pharmacy transmission fields HCERXO01   *
      *                stamps as it sends and HCERXI01 as the         *
      *                pharmacy acknowledges.                         *
      ******************************************************************
       01 HC-MEDICATION-RECORD.
          05 MF-MED-KEY.
          05 MF-SCHEDULE-TIME OCCURS 4 TIMES PIC X(05).
          05 MF-RENEWAL-COUNT           PIC 9(02).
          05 MF-LAST-RENEW-DATE         PIC X(10).
          05 MF-RENEWED-FROM-DATE       PIC X(10).
          05 MF-PRESCRIBER-ID           PIC X(04).
      *       Pharmacy transmission - the last event sent, the renewal
      *       count it carried, the file it went out on, and the
      *       pharmacy's answer to it.  A prescription stopped before
      *       it was ever sent (or whose new script was rejected) is
      *       marked X and never goes to the pharmacy.
          05 MF-RX-SENT-EVENT           PIC X(01).
             88 MF-RX-NEVER-SENT                 VALUE SPACE.
             88 MF-RX-SENT-NEW                   VALUE 'N'.
             88 MF-RX-SENT-RENEWAL               VALUE 'R'.
             88 MF-RX-SENT-DISCONTINUE           VALUE 'D'.
             88 MF-RX-NOT-FOR-PHARMACY           VALUE 'X'.
          05 MF-RX-SENT-RENEWALS        PIC 9(02).
          05 MF-RX-SENT-SEQ             PIC 9(06).
          05 MF-RX-SENT-DATE            PIC X(10).
          05 MF-RX-ACK-STATUS           PIC X(01).
             88 MF-RX-ACK-PENDING                VALUE 'P'.
             88 MF-RX-ACK-ACCEPTED               VALUE 'A'.
             88 MF-RX-ACK-REJECTED               VALUE 'R'.
          05 MF-RX-ACK-DATE             PIC X(10).
          05 MF-RX-REJECT-CODE          PIC X(05).
          05 MF-RX-REJECT-REASON        PIC X(40).
