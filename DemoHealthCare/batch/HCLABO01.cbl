      ******************************************************************
      * IDENTIFICATION DIVISION                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCLABO01.
       AUTHOR.        R S GUPTA.
       INSTALLATION.  DEMOHEALTHCARE - PATIENT SERVICES.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      * HCLABO01 - NIGHTLY OVERDUE LAB RESULTS REPORT                  *
      *                                                                *
      * Batch job run against the lab order file HCIPDB01's 26ILAB    *
      * request writes and HCLABI01 files results onto.  An order     *
      * still LO-STATUS-ORDERED when the overdue window has passed -  *
      * specimen lost, never sent, or the lab's result never matched  *
      * - is listed with the patient's name, current ward and how     *
      * many days it has been outstanding, so the ordering team can   *
      * chase the lab or re-order.                                     *
      *                                                                *
      * The SYSIN parameter card carries the overdue window in days   *
      * (PIC 9(04), the HCMEXP01 look-ahead convention; blank or zero *
      * defaults to 3).  An order placed on or before today less the  *
      * window is overdue.                                             *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original program.  Wired to the HCRUNC01 run-  *
      *                control module for double-run protection; the  *
      *                job changes nothing, so an abended run simply  *
      *                reruns from the top.                            *
      * 2026-10-15 RSG Overdue orders for a patient with a recorded   *
      *                date of death are no longer listed, only       *
      *                counted on the trailer.                         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAB-ORDER-FILE ASSIGN TO HCLABORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LO-ORDER-KEY
               FILE STATUS IS HC-LAB-ORDER-STATUS.

           SELECT PATIENT-FILE ASSIGN TO PATIENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PF-PATIENT-ID
               ALTERNATE RECORD KEY IS PF-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PF-INS-CARD-NUM
                   WITH DUPLICATES
               FILE STATUS IS HC-PATIENT-STATUS.

           SELECT ADMISSION-FILE ASSIGN TO HCADMIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-PATIENT-ID
               FILE STATUS IS HC-ADMISSION-STATUS.

           SELECT OVERDUE-REPORT ASSIGN TO HCLABORP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HC-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LAB-ORDER-FILE.
           COPY HCLBOREC.

       FD  PATIENT-FILE.
           COPY HCPATREC.

       FD  ADMISSION-FILE.
           COPY HCADMREC.

       FD  OVERDUE-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  HC-REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    OVERDUE-WINDOW PARAMETER CARD (FROM SYSIN)                  *
      *----------------------------------------------------------------*
       01  HC-PARM-CARD.
           05 HC-PARM-OVERDUE-DAYS       PIC 9(04).

      *----------------------------------------------------------------*
      *    FILE STATUS SWITCHES                                        *
      *----------------------------------------------------------------*
       01  HC-LAB-ORDER-STATUS           PIC X(02) VALUE '00'.
           88 HC-LAB-ORDER-OK                      VALUE '00'.
           88 HC-LAB-ORDER-NOT-THERE               VALUE '35'.

       01  HC-PATIENT-STATUS             PIC X(02) VALUE '00'.
           88 HC-PATIENT-OK                        VALUE '00'.

       01  HC-ADMISSION-STATUS           PIC X(02) VALUE '00'.
           88 HC-ADMISSION-OK                      VALUE '00'.

       01  HC-REPORT-STATUS              PIC X(02) VALUE '00'.
           88 HC-REPORT-OK                         VALUE '00'.

       01  HC-WORK-SWITCHES.
           05 HC-ORDER-EOF-SW            PIC X(01) VALUE 'N'.
              88 HC-NO-MORE-ORDERS                 VALUE 'Y'.
           05 HC-ADMIT-FILE-SW           PIC X(01) VALUE 'N'.
              88 HC-ADMIT-FILE-OPEN                VALUE 'Y'.
              88 HC-ADMIT-FILE-ABSENT              VALUE 'N'.

      *----------------------------------------------------------------*
      *    CUTOFF DATE WORK AREAS                                      *
      *----------------------------------------------------------------*
       01  HC-CURRENT-DATE-TIME          PIC X(21).
       01  HC-BUSINESS-DATE              PIC X(10).
       01  HC-OVERDUE-DAYS               PIC 9(04).
       01  HC-TODAY-INTEGER              PIC 9(08).
       01  HC-CUTOFF-INTEGER             PIC 9(08).
       01  HC-CUTOFF-YYYYMMDD            PIC 9(08).
       01  HC-CUTOFF-SPLIT REDEFINES HC-CUTOFF-YYYYMMDD.
           05 HC-CUT-YEAR                PIC 9(04).
           05 HC-CUT-MONTH               PIC 9(02).
           05 HC-CUT-DAY                 PIC 9(02).
       01  HC-CUTOFF-DATE                PIC X(10).
       01  HC-ORDER-INTEGER              PIC 9(08).
       01  HC-DAYS-OUTSTANDING           PIC 9(05).
       01  HC-DATE-COMPACT               PIC 9(08).
       01  HC-DATE-COMPACT-X REDEFINES HC-DATE-COMPACT
                                         PIC X(08).

       01  HC-REPORT-COUNTS.
           05 HC-ORDERS-CHECKED          PIC 9(07) VALUE 0.
           05 HC-ORDERS-OPEN             PIC 9(07) VALUE 0.
           05 HC-ORDERS-OVERDUE          PIC 9(07) VALUE 0.
           05 HC-ORDERS-DECEASED         PIC 9(07) VALUE 0.

      *----------------------------------------------------------------*
      *    RUN-CONTROL WORK AREAS                                      *
      *----------------------------------------------------------------*
       COPY HCRUNCA.

       01  HC-RUN-REFUSED-SW             PIC X(01) VALUE 'N'.
           88 HC-RUN-REFUSED                       VALUE 'Y'.
           88 HC-RUN-ALLOWED                       VALUE 'N'.

      *----------------------------------------------------------------*
      *    REPORT LINES                                                *
      *----------------------------------------------------------------*
       01  HC-HEADING-LINE-1.
           05 FILLER                     PIC X(40)
              VALUE 'DEMOHEALTHCARE - OVERDUE LAB RESULTS'.
           05 FILLER                     PIC X(20)
              VALUE '  ORDERED ON/BEFORE '.
           05 HC-H-CUTOFF-DATE           PIC X(10).
           05 FILLER                     PIC X(62) VALUE SPACES.

       01  HC-HEADING-LINE-2.
           05 FILLER                     PIC X(24)
              VALUE 'PATIENT ID  NAME        '.
           05 FILLER                     PIC X(20) VALUE SPACES.
           05 FILLER                     PIC X(20)
              VALUE 'WARD  ORDER ID    TE'.
           05 FILLER                     PIC X(20)
              VALUE 'ST      TEST NAME   '.
           05 FILLER                     PIC X(20)
              VALUE '                   O'.
           05 FILLER                     PIC X(28)
              VALUE 'RDERED     DAYS  BY'.

       01  HC-DETAIL-LINE.
           05 HC-D-PATIENT-ID            PIC 9(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-D-LAST-NAME             PIC X(20).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 HC-D-FIRST-NAME            PIC X(10).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 HC-D-WARD                  PIC X(04).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-D-ORDER-ID              PIC 9(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-D-TEST-CODE             PIC X(08).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-D-TEST-NAME             PIC X(30).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 HC-D-ORDER-DATE            PIC X(10).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 HC-D-DAYS                  PIC ZZZZ9.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-D-ORDERED-BY            PIC X(04).
           05 FILLER                     PIC X(07) VALUE SPACES.

       01  HC-COUNT-LINE.
           05 HC-C-TITLE                 PIC X(20).
           05 HC-C-COUNT                 PIC Z,ZZZ,ZZ9.
           05 FILLER                     PIC X(103) VALUE SPACES.

      ******************************************************************
      * PROCEDURE DIVISION                                             *
      ******************************************************************
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE                                                  *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE       THRU 1000-EXIT
           IF HC-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2000-CHECK-ORDER  THRU 2000-EXIT
                   UNTIL HC-NO-MORE-ORDERS
               PERFORM 9000-TERMINATE    THRU 9000-EXIT
           END-IF
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE                                                *
      *     The cutoff is today less the overdue window, edited to     *
      *     YYYY-MM-DD so it compares directly with LO-ORDER-DATE.    *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT HC-PARM-CARD FROM SYSIN
           IF HC-PARM-OVERDUE-DAYS IS NUMERIC
                   AND HC-PARM-OVERDUE-DAYS > 0
               MOVE HC-PARM-OVERDUE-DAYS TO HC-OVERDUE-DAYS
           ELSE
               MOVE 3 TO HC-OVERDUE-DAYS
           END-IF
           MOVE FUNCTION CURRENT-DATE TO HC-CURRENT-DATE-TIME
           STRING HC-CURRENT-DATE-TIME (1:4) '-'
                  HC-CURRENT-DATE-TIME (5:2) '-'
                  HC-CURRENT-DATE-TIME (7:2)
                  DELIMITED BY SIZE INTO HC-BUSINESS-DATE
           COMPUTE HC-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (HC-CURRENT-DATE-TIME (1:8)))
           COMPUTE HC-CUTOFF-INTEGER =
               HC-TODAY-INTEGER - HC-OVERDUE-DAYS
           COMPUTE HC-CUTOFF-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER (HC-CUTOFF-INTEGER)
           STRING HC-CUT-YEAR '-' HC-CUT-MONTH '-' HC-CUT-DAY
               DELIMITED BY SIZE INTO HC-CUTOFF-DATE

           MOVE 'HCLABO01' TO RC-JOB-NAME
           MOVE HC-BUSINESS-DATE TO RC-RUN-DATE
           SET RC-FUNC-START TO TRUE
           CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA
           IF RC-REPLY-ALREADY-RUN
               DISPLAY 'HCLABO01 - ALREADY COMPLETE FOR '
                       HC-BUSINESS-DATE ' - RUN REFUSED'
               SET HC-RUN-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT OVERDUE-REPORT
           MOVE HC-CUTOFF-DATE TO HC-H-CUTOFF-DATE
           WRITE HC-REPORT-LINE FROM HC-HEADING-LINE-1
           WRITE HC-REPORT-LINE FROM HC-HEADING-LINE-2

           OPEN INPUT PATIENT-FILE
           OPEN INPUT ADMISSION-FILE
           IF HC-ADMISSION-OK
               SET HC-ADMIT-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT LAB-ORDER-FILE
           IF HC-LAB-ORDER-NOT-THERE
               MOVE 'Y' TO HC-ORDER-EOF-SW
               GO TO 1000-EXIT
           END-IF
           PERFORM 2900-READ-NEXT-ORDER THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-CHECK-ORDER                                               *
      *----------------------------------------------------------------*
       2000-CHECK-ORDER.
           ADD 1 TO HC-ORDERS-CHECKED
           IF LO-STATUS-ORDERED
               ADD 1 TO HC-ORDERS-OPEN
               IF LO-ORDER-DATE <= HC-CUTOFF-DATE
                   PERFORM 2100-LIST-ORDER THRU 2100-EXIT
               END-IF
           END-IF
           PERFORM 2900-READ-NEXT-ORDER THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-LIST-ORDER                                                *
      *     A patient with no master record still lists - the order   *
      *     is what needs chasing - with the name left blank.  A       *
      *     deceased patient's order has nobody left to chase it for.  *
      *----------------------------------------------------------------*
       2100-LIST-ORDER.
           MOVE LO-PATIENT-ID TO PF-PATIENT-ID
           READ PATIENT-FILE
           IF NOT HC-PATIENT-OK
               MOVE SPACES TO PF-LAST-NAME
               MOVE SPACES TO PF-FIRST-NAME
               MOVE SPACES TO PF-DATE-OF-DEATH
           END-IF
           IF NOT PF-LIVING
               ADD 1 TO HC-ORDERS-DECEASED
               GO TO 2100-EXIT
           END-IF

           ADD 1 TO HC-ORDERS-OVERDUE
           STRING LO-ORDER-DATE (1:4)
                  LO-ORDER-DATE (6:2)
                  LO-ORDER-DATE (9:2)
                  DELIMITED BY SIZE INTO HC-DATE-COMPACT-X
           COMPUTE HC-ORDER-INTEGER =
               FUNCTION INTEGER-OF-DATE (HC-DATE-COMPACT)
           COMPUTE HC-DAYS-OUTSTANDING =
               HC-TODAY-INTEGER - HC-ORDER-INTEGER

           MOVE SPACES TO HC-D-WARD
           IF HC-ADMIT-FILE-OPEN
               MOVE LO-PATIENT-ID TO AD-PATIENT-ID
               READ ADMISSION-FILE
               IF HC-ADMISSION-OK AND AD-ADMITTED
                   MOVE AD-WARD TO HC-D-WARD
               END-IF
           END-IF

           MOVE LO-PATIENT-ID       TO HC-D-PATIENT-ID
           MOVE PF-LAST-NAME        TO HC-D-LAST-NAME
           MOVE PF-FIRST-NAME       TO HC-D-FIRST-NAME
           MOVE LO-ORDER-ID         TO HC-D-ORDER-ID
           MOVE LO-TEST-CODE        TO HC-D-TEST-CODE
           MOVE LO-TEST-NAME        TO HC-D-TEST-NAME
           MOVE LO-ORDER-DATE       TO HC-D-ORDER-DATE
           MOVE HC-DAYS-OUTSTANDING TO HC-D-DAYS
           MOVE LO-ORDERED-BY       TO HC-D-ORDERED-BY
           WRITE HC-REPORT-LINE FROM HC-DETAIL-LINE.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2900-READ-NEXT-ORDER                                           *
      *----------------------------------------------------------------*
       2900-READ-NEXT-ORDER.
           READ LAB-ORDER-FILE NEXT RECORD
           IF NOT HC-LAB-ORDER-OK
               MOVE 'Y' TO HC-ORDER-EOF-SW
           END-IF.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9000-TERMINATE                                                 *
      *----------------------------------------------------------------*
       9000-TERMINATE.
           MOVE 'ORDERS CHECKED     :' TO HC-C-TITLE
           MOVE HC-ORDERS-CHECKED      TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'AWAITING RESULTS   :' TO HC-C-TITLE
           MOVE HC-ORDERS-OPEN         TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'OVERDUE            :' TO HC-C-TITLE
           MOVE HC-ORDERS-OVERDUE      TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'DECEASED NOT LISTED:' TO HC-C-TITLE
           MOVE HC-ORDERS-DECEASED     TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           IF NOT HC-LAB-ORDER-NOT-THERE
               CLOSE LAB-ORDER-FILE
           END-IF
           CLOSE PATIENT-FILE
           IF HC-ADMIT-FILE-OPEN
               CLOSE ADMISSION-FILE
           END-IF
           CLOSE OVERDUE-REPORT

           SET RC-FUNC-END TO TRUE
           MOVE HC-ORDERS-CHECKED TO RC-RECORDS-READ
           MOVE HC-ORDERS-OVERDUE TO RC-RECORDS-WRITTEN
           CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA.
       9000-EXIT.
           EXIT.
