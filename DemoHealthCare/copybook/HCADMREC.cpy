      * admitted, and when they came in and (once discharged) left.   *
      * A re-admission overwrites the discharged record - this file   *
      * answers "where is the patient today", not the admission       *
      * history - the stays and ward moves behind it are kept on the  *
      * HCEPISOD episode file (HCEPSREC).  HCBEDO01's daily bed-      *
      * occupancy report and the ward stamp on HCALTREC alerts both   *
      * read it.                                                       *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-09-02 RSG Original record.                                *
      * 2026-10-15 RSG Header now points to the HCEPISOD history.     *
      ******************************************************************
       01 HC-ADMISSION-RECORD.
          05 AD-PATIENT-ID              PIC 9(10).
