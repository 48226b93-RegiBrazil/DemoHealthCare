      ******************************************************************
      * HCLBOREC                                                       *
      * DemoHealthCare - lab order record.  One record per test       *
      * ordered, keyed by patient and the order id HCIPDB01's 26ILAB  *
      * request hands out from the LABORDER key generator.  The order *
      * id and patient id travel to the reference lab with the order  *
      * and come back on its result file (HCLBRREC), where HCLABI01   *
      * files the value, units, reference range and abnormal flag     *
      * onto this same record.  An order still LO-STATUS-ORDERED      *
      * after the overdue window is listed by HCLABO01.               *
      *                                                                *
      * Abnormal flags follow the lab's own convention:               *
      *   N or blank = within range                                   *
      *   L / H / A  = low, high, abnormal (non-numeric tests)        *
      *   LL / HH / AA = the critical forms of the same               *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original record.                                *
      ******************************************************************
       01 HC-LAB-ORDER-RECORD.
          05 LO-ORDER-KEY.
             10 LO-PATIENT-ID           PIC 9(10).
             10 LO-ORDER-ID             PIC 9(10).
          05 LO-TEST-CODE               PIC X(08).
          05 LO-TEST-NAME               PIC X(30).
          05 LO-ORDER-DATE              PIC X(10).
          05 LO-ORDER-TIME              PIC X(05).
          05 LO-ORDERED-BY              PIC X(04).
          05 LO-ORDER-STATUS            PIC X(01).
             88 LO-STATUS-ORDERED                VALUE 'O'.
             88 LO-STATUS-RESULTED               VALUE 'R'.
          05 LO-RESULT-VALUE            PIC X(10).
          05 LO-RESULT-UNITS            PIC X(10).
          05 LO-REFERENCE-RANGE         PIC X(20).
          05 LO-ABNORMAL-FLAG           PIC X(02).
             88 LO-FLAG-NORMAL                   VALUE 'N ' SPACES.
             88 LO-FLAG-ABNORMAL                 VALUE 'L ' 'H ' 'A '.
             88 LO-FLAG-CRITICAL                 VALUE 'LL' 'HH' 'AA'.
          05 LO-RESULT-DATE             PIC X(10).
          05 LO-RESULT-TIME             PIC X(05).
          05 LO-FILED-DATE              PIC X(10).
          05 LO-CORRECTION-COUNT        PIC 9(02).
