      * The SYSIN parameter card carries the statement month as       *
      * YYYY-MM; a blank card defaults to the current month.          *
      * Patients merged away by 14MPAT are skipped - the survivor's   *
      * statement carries the history.  Patients with a recorded      *
      * date of death (27DDTH) get no statement either.                *
      *                                                                *
      * A charge that has gone to the insurer on an HCCLMX01 claim is *
      * shown as awaiting the insurer on its visit month's statement  *
      * and billed nothing; once HCCLMR01 posts the remittance, the   *
      * charge comes back on the statement for the month the          *
      * remittance posted, with the insurer's paid and adjusted       *
      * amounts and the patient owing only the remainder.  A charge   *
      * not yet claimed of a patient the insurer has confirmed        *
      * eligible (PF-ELIG-STATUS E) is likewise shown as awaiting the *
      * insurer - HCCLMX01 will claim it, held or not yet extracted - *
      * and only a charge of a patient not confirmed eligible, which  *
      * HCCLMX01 leaves to the statement, is billed in full.  The two *
      * programs read the same PF-ELIG-STATUS, so on any one standing *
      * a charge is billed to the patient or to the insurer, not both.*
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      *                control module for double-run protection; the  *
      *                job changes nothing, so an abended run simply  *
      *                reruns from the top.                            *
      * 2026-10-15 RSG Charges now bill the patient only for what the *
      *                insurer did not pay or adjust, read from the   *
      *                HCCLAIM claim-line file (optional, like the    *
      *                charge file); charges awaiting the insurer     *
      *                show but are not billed.                        *
      * 2026-10-15 RSG Deceased patients (PF-DATE-OF-DEATH set) are   *
      *                skipped and counted on the trailer.            *
      * 2026-10-15 RSG An eligible patient's charge not yet claimed   *
      *                awaits the insurer instead of being billed in  *
      *                full.                                           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CH-CHARGE-KEY
               FILE STATUS IS HC-CHARGE-STATUS.

           SELECT CLAIM-LINE-FILE ASSIGN TO HCCLAIM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-CHARGE-KEY
               FILE STATUS IS HC-CLAIM-LINE-STATUS.

           SELECT INSTALLMENT-FILE ASSIGN TO HCPLINS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  CHARGE-FILE.
           COPY HCCHGREC.

       FD  CLAIM-LINE-FILE.
           COPY HCCLLREC.

       FD  INSTALLMENT-FILE.
           COPY HCPLIREC.

           88 HC-CHARGE-OK                         VALUE '00'.
           88 HC-CHARGE-NOT-THERE                  VALUE '35'.

       01  HC-CLAIM-LINE-STATUS          PIC X(02) VALUE '00'.
           88 HC-CLAIM-LINE-OK                     VALUE '00'.
           88 HC-CLAIM-LINE-NOT-THERE              VALUE '35'.

       01  HC-INSTALLMENT-STATUS         PIC X(02) VALUE '00'.
           88 HC-INSTALLMENT-OK                    VALUE '00'.
           88 HC-INSTALLMENT-NOT-THERE             VALUE '35'.
           05 HC-CHARGE-FILE-SW          PIC X(01) VALUE 'Y'.
              88 HC-CHARGE-FILE-PRESENT            VALUE 'Y'.
              88 HC-CHARGE-FILE-ABSENT             VALUE 'N'.
           05 HC-CLAIM-FILE-SW           PIC X(01) VALUE 'Y'.
              88 HC-CLAIM-FILE-PRESENT             VALUE 'Y'.
              88 HC-CLAIM-FILE-ABSENT              VALUE 'N'.
           05 HC-INST-FILE-SW            PIC X(01) VALUE 'Y'.
              88 HC-INST-FILE-PRESENT              VALUE 'Y'.
              88 HC-INST-FILE-ABSENT               VALUE 'N'.
       01  HC-GATHER-TOTALS.
           05 HC-MONTH-CHARGE-COUNT      PIC 9(05).
           05 HC-MONTH-CHARGE-TOTAL      PIC S9(11)V99 COMP-3.
           05 HC-MONTH-INS-PAID          PIC S9(11)V99 COMP-3.
           05 HC-MONTH-INS-ADJUSTED      PIC S9(11)V99 COMP-3.
           05 HC-MONTH-INS-PENDING       PIC S9(11)V99 COMP-3.
           05 HC-MONTH-PATIENT-DUE       PIC S9(11)V99 COMP-3.
           05 HC-MONTH-INST-COUNT        PIC 9(05).
           05 HC-MONTH-DUE-TOTAL         PIC S9(11)V99 COMP-3.
           05 HC-MONTH-PAID-TOTAL        PIC S9(11)V99 COMP-3.
           05 HC-OPEN-BALANCE            PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------*
      *    ONE CHARGE'S INSURANCE STANDING                             *
      *----------------------------------------------------------------*
       01  HC-CHARGE-STANDING-SW         PIC X(01) VALUE 'N'.
           88 HC-CHARGE-NOT-CLAIMED                VALUE 'N'.
           88 HC-CHARGE-INS-PENDING                VALUE 'S'.
           88 HC-CHARGE-INS-REMITTED               VALUE 'R'.
           88 HC-CHARGE-NOT-ON-STATEMENT           VALUE 'X'.
       01  HC-CHARGE-INS-PAID            PIC S9(7)V99 COMP-3.
       01  HC-CHARGE-INS-ADJUSTED        PIC S9(7)V99 COMP-3.
       01  HC-CHARGE-PATIENT-DUE         PIC S9(7)V99 COMP-3.

       01  HC-PASS-SW                    PIC X(01) VALUE 'G'.
           88 HC-GATHER-PASS                       VALUE 'G'.
           88 HC-PRINT-PASS                        VALUE 'P'.
       01  HC-REPORT-COUNTS.
           05 HC-PATIENTS-READ           PIC 9(07) VALUE 0.
           05 HC-STATEMENTS-PRINTED      PIC 9(07) VALUE 0.
           05 HC-DECEASED-SKIPPED        PIC 9(07) VALUE 0.

      *----------------------------------------------------------------*
      *    RUN-CONTROL WORK AREAS                                      *
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-CG-DESCRIPTION          PIC X(30).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-CG-AMOUNT               PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-CG-INS-PAID             PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-CG-INS-ADJUSTED         PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-CG-PATIENT-DUE          PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-CG-NOTE                 PIC X(12).
           05 FILLER                     PIC X(04) VALUE SPACES.

       01  HC-CHARGE-HEADING-LINE.
           05 FILLER                     PIC X(132)
              VALUE '  VISIT DATE  PROCEDURE DESCRIPTION                
      -       '           CHARGED   INSURER PAID       ADJUSTED        Y
      -       'OU OWE'.

       01  HC-INST-LINE.
           05 FILLER                     PIC X(02) VALUE SPACES.
           IF HC-CHARGE-NOT-THERE
               SET HC-CHARGE-FILE-ABSENT TO TRUE
           END-IF
           OPEN INPUT CLAIM-LINE-FILE
           IF HC-CLAIM-LINE-NOT-THERE
               SET HC-CLAIM-FILE-ABSENT TO TRUE
           END-IF
           OPEN INPUT INSTALLMENT-FILE
           IF HC-INSTALLMENT-NOT-THERE
               SET HC-INST-FILE-ABSENT TO TRUE
               PERFORM 2900-READ-NEXT-PATIENT THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF
           IF NOT PF-LIVING
               ADD 1 TO HC-DECEASED-SKIPPED
               PERFORM 2900-READ-NEXT-PATIENT THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF

           MOVE 0 TO HC-MONTH-CHARGE-COUNT
           MOVE 0 TO HC-MONTH-CHARGE-TOTAL
           MOVE 0 TO HC-MONTH-INS-PAID
           MOVE 0 TO HC-MONTH-INS-ADJUSTED
           MOVE 0 TO HC-MONTH-INS-PENDING
           MOVE 0 TO HC-MONTH-PATIENT-DUE
           MOVE 0 TO HC-MONTH-INST-COUNT
           MOVE 0 TO HC-MONTH-DUE-TOTAL
           MOVE 0 TO HC-MONTH-PAID-TOTAL
      *----------------------------------------------------------------*
      * 3000-SCAN-CHARGES                                              *
      *     Walks the patient's charge block; in the print pass each   *
      *     charge on this month's statement goes on the page.         *
      *----------------------------------------------------------------*
       3000-SCAN-CHARGES.
           IF HC-CHARGE-FILE-ABSENT
               SET HC-CHARGE-SCAN-ENDED TO TRUE
               GO TO 3100-EXIT
           END-IF
           PERFORM 3200-GET-CHARGE-STANDING THRU 3200-EXIT
           IF HC-CHARGE-NOT-ON-STATEMENT
               GO TO 3100-EXIT
           END-IF

           IF HC-GATHER-PASS
               ADD 1                      TO HC-MONTH-CHARGE-COUNT
               ADD CH-AMOUNT              TO HC-MONTH-CHARGE-TOTAL
               ADD HC-CHARGE-INS-PAID     TO HC-MONTH-INS-PAID
               ADD HC-CHARGE-INS-ADJUSTED TO HC-MONTH-INS-ADJUSTED
               ADD HC-CHARGE-PATIENT-DUE  TO HC-MONTH-PATIENT-DUE
               IF HC-CHARGE-INS-PENDING
                   ADD CH-AMOUNT TO HC-MONTH-INS-PENDING
               END-IF
           ELSE
               MOVE CH-VISIT-DATE          TO HC-CG-VISIT-DATE
               MOVE CH-PROCEDURE-CODE      TO HC-CG-PROCEDURE
               MOVE CH-DESCRIPTION         TO HC-CG-DESCRIPTION
               MOVE CH-AMOUNT              TO HC-CG-AMOUNT
               MOVE HC-CHARGE-INS-PAID     TO HC-CG-INS-PAID
               MOVE HC-CHARGE-INS-ADJUSTED TO HC-CG-INS-ADJUSTED
               MOVE HC-CHARGE-PATIENT-DUE  TO HC-CG-PATIENT-DUE
               EVALUATE TRUE
                   WHEN HC-CHARGE-INS-PENDING
                       MOVE 'INS PENDING' TO HC-CG-NOTE
                   WHEN HC-CHARGE-INS-REMITTED AND CL-STATUS-DENIED
                       MOVE 'INS DENIED'  TO HC-CG-NOTE
                   WHEN HC-CHARGE-INS-REMITTED
                       MOVE 'INS PAID'    TO HC-CG-NOTE
                   WHEN OTHER
                       MOVE SPACES        TO HC-CG-NOTE
               END-EVALUATE
               WRITE HC-PRINT-LINE FROM HC-CHARGE-LINE
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3200-GET-CHARGE-STANDING                                       *
      *     Decides whether the charge belongs on this month's         *
      *     statement and what the patient owes on it:                 *
      *       - never claimed, patient not confirmed eligible: its     *
      *         visit month, billed in full;                           *
      *       - remitted this month: the remittance month, billed      *
      *         less the insurer's paid and adjusted amounts;          *
      *       - otherwise claimed, or not yet claimed for a patient    *
      *         confirmed eligible: its visit month, shown as awaiting *
      *         the insurer with nothing owed yet.                     *
      *----------------------------------------------------------------*
       3200-GET-CHARGE-STANDING.
           MOVE 0 TO HC-CHARGE-INS-PAID
           MOVE 0 TO HC-CHARGE-INS-ADJUSTED
           MOVE 0 TO HC-CHARGE-PATIENT-DUE
           SET HC-CHARGE-NOT-CLAIMED TO TRUE
           IF HC-CLAIM-FILE-PRESENT
               MOVE CH-CHARGE-KEY TO CL-CHARGE-KEY
               READ CLAIM-LINE-FILE
               IF HC-CLAIM-LINE-OK
                   SET HC-CHARGE-INS-PENDING TO TRUE
                   IF CL-STATUS-REMITTED
                           AND CL-REMIT-DATE (1:7) = HC-STATEMENT-MONTH
                       SET HC-CHARGE-INS-REMITTED TO TRUE
                   END-IF
               END-IF
           END-IF
           IF HC-CHARGE-NOT-CLAIMED AND PF-ELIG-ELIGIBLE
               SET HC-CHARGE-INS-PENDING TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN HC-CHARGE-INS-REMITTED
                   MOVE CL-PAID-AMOUNT     TO HC-CHARGE-INS-PAID
                   MOVE CL-ADJUSTED-AMOUNT TO HC-CHARGE-INS-ADJUSTED
                   COMPUTE HC-CHARGE-PATIENT-DUE = CH-AMOUNT
                       - CL-PAID-AMOUNT - CL-ADJUSTED-AMOUNT
               WHEN CH-VISIT-DATE (1:7) NOT = HC-STATEMENT-MONTH
                   SET HC-CHARGE-NOT-ON-STATEMENT TO TRUE
               WHEN HC-CHARGE-NOT-CLAIMED
                   MOVE CH-AMOUNT TO HC-CHARGE-PATIENT-DUE
           END-EVALUATE.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-SCAN-INSTALLMENTS                                         *
      *     Walks the patient's installments once: those due in the    *

           MOVE 'CHARGES THIS MONTH' TO HC-S-TEXT
           WRITE HC-PRINT-LINE FROM HC-SECTION-LINE
           IF HC-MONTH-CHARGE-COUNT > 0
               WRITE HC-PRINT-LINE FROM HC-CHARGE-HEADING-LINE
           END-IF
           SET HC-PRINT-PASS TO TRUE
           PERFORM 3000-SCAN-CHARGES THRU 3000-EXIT
           IF HC-MONTH-CHARGE-COUNT = 0
           MOVE 'TOTAL CHARGES             :' TO HC-TL-TITLE
           MOVE HC-MONTH-CHARGE-TOTAL TO HC-TL-AMOUNT
           WRITE HC-PRINT-LINE FROM HC-TOTAL-LINE
           MOVE 'PAID BY INSURER           :' TO HC-TL-TITLE
           MOVE HC-MONTH-INS-PAID TO HC-TL-AMOUNT
           WRITE HC-PRINT-LINE FROM HC-TOTAL-LINE
           MOVE 'INSURER ADJUSTMENTS       :' TO HC-TL-TITLE
           MOVE HC-MONTH-INS-ADJUSTED TO HC-TL-AMOUNT
           WRITE HC-PRINT-LINE FROM HC-TOTAL-LINE
           MOVE 'AWAITING INSURER          :' TO HC-TL-TITLE
           MOVE HC-MONTH-INS-PENDING TO HC-TL-AMOUNT
           WRITE HC-PRINT-LINE FROM HC-TOTAL-LINE
           MOVE 'CHARGES DUE FROM YOU      :' TO HC-TL-TITLE
           MOVE HC-MONTH-PATIENT-DUE TO HC-TL-AMOUNT
           WRITE HC-PRINT-LINE FROM HC-TOTAL-LINE

           MOVE 'PAYMENT-PLAN INSTALLMENTS THIS MONTH' TO HC-S-TEXT
           WRITE HC-PRINT-LINE FROM HC-SECTION-LINE
           MOVE 'STATEMENTS PRINTED :' TO HC-C-TITLE
           MOVE HC-STATEMENTS-PRINTED  TO HC-C-COUNT
           WRITE HC-PRINT-LINE FROM HC-COUNT-LINE
           MOVE 'DECEASED SKIPPED   :' TO HC-C-TITLE
           MOVE HC-DECEASED-SKIPPED    TO HC-C-COUNT
           WRITE HC-PRINT-LINE FROM HC-COUNT-LINE
           CLOSE PATIENT-FILE
           IF HC-CHARGE-FILE-PRESENT
               CLOSE CHARGE-FILE
           END-IF
           IF HC-CLAIM-FILE-PRESENT
               CLOSE CLAIM-LINE-FILE
           END-IF
           IF HC-INST-FILE-PRESENT
               CLOSE INSTALLMENT-FILE
           END-IF
