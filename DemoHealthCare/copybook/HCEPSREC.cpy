      ******************************************************************
      * HCEPSREC                                                       *
      * DemoHealthCare - admission episode history.  HCADMREC holds   *
      * only where the patient is now; this file keeps every stay     *
      * and every ward move.  One record per ward segment of a stay:  *
      * 15IADM opens segment 1 on the admitting ward, each 16TADM     *
      * closes the open segment and opens the next on the new ward,   *
      * and 17DADM - or 27DDTH for a patient who dies in house -      *
      * closes the last.  HCEPSR01 reports on it monthly.             *
      *                                                                *
      * The key is the patient, the stay's admit date and time, and   *
      * the segment number, so a patient's stays read back in order   *
      * with their segments under them.  Every segment carries the    *
      * stay's admitting reason.  EP-START-EVENT says how the patient *
      * came onto the ward (admitted or transferred in) and           *
      * EP-END-EVENT how they left it (transferred out, discharged or *
      * died); an open segment has no end stamp yet.  A segment       *
      * ended by merge (M) belonged to a duplicate's stay that 14MPAT *
      * folded into the survivor's - neither a transfer nor a         *
      * discharge.                                                     *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original record.                                *
      * 2026-10-15 RSG Added the M (ended by merge) end event.         *
      ******************************************************************
       01 HC-EPISODE-RECORD.
          05 EP-EPISODE-KEY.
             10 EP-PATIENT-ID           PIC 9(10).
             10 EP-STAY-ADMIT-DATE      PIC X(10).
             10 EP-STAY-ADMIT-TIME      PIC X(08).
             10 EP-SEGMENT-SEQ          PIC 9(03).
          05 EP-WARD                    PIC X(04).
          05 EP-BED                     PIC X(04).
          05 EP-ADMIT-REASON            PIC X(30).
          05 EP-START-DATE              PIC X(10).
          05 EP-START-TIME              PIC X(08).
          05 EP-START-EVENT             PIC X(01).
             88 EP-START-ADMIT                   VALUE 'A'.
             88 EP-START-TRANSFER                VALUE 'T'.
          05 EP-END-DATE                PIC X(10).
          05 EP-END-TIME                PIC X(08).
          05 EP-END-EVENT               PIC X(01).
             88 EP-END-OPEN                      VALUE SPACE.
             88 EP-END-TRANSFER                  VALUE 'T'.
             88 EP-END-DISCHARGE                 VALUE 'D'.
             88 EP-END-DEATH                     VALUE 'X'.
             88 EP-END-LEFT-HOSPITAL             VALUE 'D' 'X'.
             88 EP-END-MERGED                    VALUE 'M'.
          05 FILLER                     PIC X(20).
