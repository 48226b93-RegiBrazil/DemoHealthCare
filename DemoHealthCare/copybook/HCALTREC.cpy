      * 2026-09-02 RSG Documented the ES escalation entries the      *
      *                HCAESC01 overdue-alert job writes onto the     *
      *                supervising station's work list.               *
      * 2026-10-15 RSG Documented the LR abnormal lab-result entries  *
      *                the HCLABI01 result interface writes.          *
      * 2026-10-15 RSG LR threshold documented as the breached bound. *
      ******************************************************************
       01 HC-ALERT-RECORD.
          05 AF-ALERT-KEY.
      *       alert's type in the reading value and stamped with the
      *       supervising station's ward:
      *         ES = escalated unacknowledged alert
      *       Abnormal or critical lab results (HCLABI01), stamped
      *       with the patient's ward like a vitals breach.  The date
      *       is the lab's result date; the time is the HH:MM result
      *       time followed by the last five digits of the order id,
      *       so each test of a panel resulted in the same minute
      *       raises its own entry.  The reading value is the result
      *       and the threshold value the bound of the lab's reference
      *       range it breached, or the range itself where the flag
      *       has no direction (HCLABI01 4010):
      *         LR = abnormal/critical lab result
          05 AF-READING-VALUE           PIC X(10).
          05 AF-THRESHOLD-VALUE         PIC X(10).
          05 AF-ACKNOWLEDGED-SW         PIC X(01).
