      ******************************************************************
      * HCQBPREC                                                       *
      * DemoHealthCare - latest blood-pressure work record.  HCQMSR01 *
      * keeps one per patient per month of its measurement window on  *
      * the indexed work file HCQMSBP, holding the latest readable    *
      * VF-BLOOD-PRESSURE of that month from the live visit file or   *
      * the HCVISARC archive - whichever file the visit is on, the    *
      * later reading replaces the earlier.  The file reads back in   *
      * patient order for the blood-pressure control measure and is   *
      * rebuilt every run.                                             *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original record.                                *
      ******************************************************************
       01 HC-QM-BP-RECORD.
          05 QB-READING-KEY.
             10 QB-PATIENT-ID           PIC 9(10).
             10 QB-MONTH-SLOT           PIC 9(02).
          05 QB-VISIT-DATE              PIC X(10).
          05 QB-VISIT-TIME              PIC X(10).
          05 QB-BLOOD-PRESSURE          PIC X(10).
          05 QB-SYSTOLIC                PIC 9(05).
          05 QB-DIASTOLIC               PIC 9(05).
          05 FILLER                     PIC X(20).
