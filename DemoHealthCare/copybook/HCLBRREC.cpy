      ******************************************************************
      * HCLBRREC                                                       *
      * DemoHealthCare - reference lab result record.  One 100-byte   *
      * record per test resulted, echoing the patient id and order    *
      * id sent with the order (HCLBOREC) and carrying the test code, *
      * result value and units, the lab's reference range for the     *
      * test, its abnormal flag (HCLBOREC lists the values) and when  *
      * the lab resulted it.  A second record for an order already    *
      * resulted is the lab's corrected result.  HCLABI01 files each  *
      * record against its order.                                      *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original record.                                *
      ******************************************************************
       01 HC-LAB-RESULT-RECORD.
          05 LR-ORDER-KEY.
             10 LR-PATIENT-ID           PIC 9(10).
             10 LR-ORDER-ID             PIC 9(10).
          05 LR-TEST-CODE               PIC X(08).
          05 LR-RESULT-VALUE            PIC X(10).
          05 LR-RESULT-UNITS            PIC X(10).
          05 LR-REFERENCE-RANGE         PIC X(20).
          05 LR-ABNORMAL-FLAG           PIC X(02).
             88 LR-FLAG-NORMAL                   VALUE 'N ' SPACES.
             88 LR-FLAG-ABNORMAL                 VALUE 'L ' 'H ' 'A '.
             88 LR-FLAG-CRITICAL                 VALUE 'LL' 'HH' 'AA'.
          05 LR-RESULT-DATE             PIC X(10).
          05 LR-RESULT-TIME             PIC X(05).
          05 FILLER                     PIC X(15).
