      ******************************************************************
      * HCRNHREC                                                       *
      * DemoHealthCare - prescription renewal history.  HCMEDREC      *
      * holds only the latest renewal's dates; this file keeps every  *
      * one.  HCIPDB01's 18RMED writes one record per renewal, keyed  *
      * by patient, prescription and the date and time it was made,   *
      * with the end date it replaced and the new one, the renewing   *
      * operator and the drug as it then stood.  A prescription that  *
      * had no end date when renewed has RH-REPLACED-END-DATE blank.  *
      * HCQMSR01 reads it for the renewed-in-time measure; 14MPAT     *
      * re-keys it with the rest of a duplicate's history and         *
      * HCPURG01 destroys it with the patient's other records.        *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original record.                                *
      ******************************************************************
       01 HC-RENEWAL-RECORD.
          05 RH-RENEWAL-KEY.
             10 RH-PATIENT-ID           PIC 9(10).
             10 RH-PRESCRIPTION-ID      PIC 9(10).
             10 RH-RENEW-DATE           PIC X(10).
             10 RH-RENEW-TIME           PIC X(08).
          05 RH-REPLACED-END-DATE       PIC X(10).
          05 RH-NEW-END-DATE            PIC X(10).
          05 RH-RENEWED-BY              PIC X(04).
          05 RH-DRUG-NAME               PIC X(50).
          05 FILLER                     PIC X(20).
