      ******************************************************************
      * HCCLLREC                                                       *
      * DemoHealthCare - insurance claim-line record, one per HCCHARGE *
      * charge that has gone to the insurer, keyed by the same charge  *
      * key.  A charge with no claim line is unbilled.  The nightly   *
      * HCCLMX01 claim extract writes the line as SUBMITTED under the *
      * claim number and file sequence number it went out on; the     *
      * HCCLMR01 remittance apply stamps the insurer's paid, adjusted *
      * and denied amounts and the remit date.  HCSTMT01 bills the    *
      * patient only for the billed amount less paid and adjusted.    *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original record.                                *
      ******************************************************************
       01 HC-CLAIM-LINE-RECORD.
          05 CL-CHARGE-KEY.
             10 CL-PATIENT-ID           PIC 9(10).
             10 CL-VISIT-DATE           PIC X(10).
             10 CL-VISIT-TIME           PIC X(10).
             10 CL-PROCEDURE-CODE       PIC X(08).
          05 CL-CLAIM-NUMBER            PIC 9(10).
      *       File sequence number times 10000 plus the claim's
      *       ordinal within the file.
          05 CL-FILE-SEQUENCE-NUM       PIC 9(06).
          05 CL-SUBMIT-DATE             PIC X(10).
          05 CL-BILLED-AMOUNT           PIC S9(7)V99 COMP-3.
          05 CL-PAID-AMOUNT             PIC S9(7)V99 COMP-3.
          05 CL-ADJUSTED-AMOUNT         PIC S9(7)V99 COMP-3.
          05 CL-DENIED-AMOUNT           PIC S9(7)V99 COMP-3.
          05 CL-CLAIM-STATUS            PIC X(01).
             88 CL-STATUS-SUBMITTED              VALUE 'S'.
             88 CL-STATUS-PAID                   VALUE 'P'.
             88 CL-STATUS-DENIED                 VALUE 'D'.
             88 CL-STATUS-REMITTED               VALUE 'P' 'D'.
          05 CL-DENIAL-CODE             PIC X(05).
          05 CL-REMIT-DATE              PIC X(10).
