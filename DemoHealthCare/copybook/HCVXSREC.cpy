      ******************************************************************
      * HCVXSREC                                                       *
      * DemoHealthCare - vaccine schedule reference record.  One      *
      * record per vaccine and dose number in the schedule.  A dose   *
      * falls due at VS-DUE-AGE-MONTHS of age, but never sooner than  *
      * VS-MIN-INTERVAL-DAYS after the patient's previous dose of the *
      * same vaccine (zero on a first dose).  A patient already past  *
      * VS-MAX-AGE-MONTHS is no longer recalled for the dose (zero =  *
      * no upper age).  VS-REPEAT-SW Y on a vaccine's last scheduled  *
      * dose makes it a recurring booster: once given, a further      *
      * dose falls due every VS-MIN-INTERVAL-DAYS after the last one. *
      * HCIPDB01's 31IIMM accepts only vaccine codes on this file,    *
      * and HCIMRC01 drives its recall list from it.  Maintained by   *
      * the immunization clinical lead.                                *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original record.                                *
      ******************************************************************
       01 HC-VACCINE-SCHEDULE-RECORD.
          05 VS-SCHEDULE-KEY.
             10 VS-VACCINE-CODE         PIC X(08).
             10 VS-DOSE-NUMBER          PIC 9(02).
          05 VS-VACCINE-NAME            PIC X(30).
          05 VS-DUE-AGE-MONTHS          PIC 9(03).
          05 VS-MIN-INTERVAL-DAYS       PIC 9(04).
          05 VS-MAX-AGE-MONTHS          PIC 9(03).
          05 VS-REPEAT-SW               PIC X(01).
             88 VS-REPEATS                       VALUE 'Y'.
          05 FILLER                     PIC X(19).
