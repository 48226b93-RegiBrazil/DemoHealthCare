      ******************************************************************
      * HCQMXREC                                                       *
      * DemoHealthCare - quality-measure exception record.  HCQMSR01  *
      * writes one to the indexed work file HCQMSEX for every patient *
      * event of the report month that counted against a measure -    *
      * an uncontrolled blood pressure, an alert with no follow-up    *
      * visit or a late acknowledgement, a late renewal.  Keyed by    *
      * measure then sequence, the file reads back one measure at a   *
      * time to print each measure's exceptions list under its rates. *
      * QX-EVENT-REF is the visit time, or the prescription id for a  *
      * renewal.  The file is rebuilt every run.                      *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original record.                                *
      ******************************************************************
       01 HC-QM-EXCEPTION-RECORD.
          05 QX-EXCEPTION-KEY.
             10 QX-MEASURE              PIC 9(01).
             10 QX-SEQ                  PIC 9(07).
          05 QX-PATIENT-ID              PIC 9(10).
          05 QX-EVENT-DATE              PIC X(10).
          05 QX-EVENT-REF               PIC X(10).
          05 QX-DETAIL                  PIC X(58).
          05 FILLER                     PIC X(20).
