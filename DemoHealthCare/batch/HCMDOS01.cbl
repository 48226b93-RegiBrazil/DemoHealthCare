      ******************************************************************
      * IDENTIFICATION DIVISION                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCMDOS01.
       AUTHOR.        R S GUPTA.
       INSTALLATION.  DEMOHEALTHCARE - PATIENT SERVICES.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      * HCMDOS01 - NIGHTLY MISSED-DOSE REPORT BY WARD                  *
      *                                                                *
      * Batch job run each night against the current-admission file   *
      * and the medication administration record (HCMAR) HCIPDB01's   *
      * 23IMAR request writes.  For every patient AD-ADMITTED on      *
      * HCADMIT, each active prescription's MF-SCHEDULE-TIME slots    *
      * for the dose date are looked up on HCMAR; a slot with no      *
      * entry - not given, not held, not refused, simply never        *
      * charted - is printed as a missed dose.                         *
      *                                                                *
      * The report is grouped by ward the way HCBEDO01 groups its     *
      * occupancy list: a first pass collects the distinct wards, a   *
      * second pass per ward re-reads the admission file, so no       *
      * detail rows are held in storage.  A prescription counts when  *
      * it is active and the dose date falls within its start and     *
      * end dates; on the day of admission only slots at or after     *
      * the admit time are expected.  Wards past the 50th distinct    *
      * ward roll into an OTHERS group, as on HCEPSR01, with each      *
      * row's own ward printed beside it.                              *
      *                                                                *
      * The SYSIN parameter card carries the dose date (blank         *
      * defaults to today, the HCAPSC01 convention).                  *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original program.  Wired to the HCRUNC01 run-  *
      *                control module for double-run protection; the  *
      *                passes change nothing, so an abended run       *
      *                simply reruns from the top with no checkpoint  *
      *                positioning.                                    *
      * 2026-10-15 RSG Wards past the 50th reported under OTHERS       *
      *                instead of being left off the report.          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADMISSION-FILE ASSIGN TO HCADMIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-PATIENT-ID
               FILE STATUS IS HC-ADMISSION-STATUS.

           SELECT PATIENT-FILE ASSIGN TO PATIENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-PATIENT-ID
               ALTERNATE RECORD KEY IS PF-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PF-INS-CARD-NUM
                   WITH DUPLICATES
               FILE STATUS IS HC-PATIENT-STATUS.

           SELECT MEDICATION-FILE ASSIGN TO HCMEDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MF-MED-KEY
               FILE STATUS IS HC-MEDICATION-STATUS.

           SELECT MAR-FILE ASSIGN TO HCMAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-MAR-KEY
               FILE STATUS IS HC-MAR-STATUS.

           SELECT MISSED-DOSE-REPORT ASSIGN TO HCMDSRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HC-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADMISSION-FILE.
           COPY HCADMREC.

       FD  PATIENT-FILE.
           COPY HCPATREC.

       FD  MEDICATION-FILE.
           COPY HCMEDREC.

       FD  MAR-FILE.
           COPY HCMARREC.

       FD  MISSED-DOSE-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  HC-REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    REPORT PARAMETER CARD (FROM SYSIN)                          *
      *----------------------------------------------------------------*
       01  HC-PARM-CARD.
           05 HC-PARM-DOSE-DATE          PIC X(10).

      *----------------------------------------------------------------*
      *    FILE STATUS SWITCHES                                        *
      *----------------------------------------------------------------*
       01  HC-ADMISSION-STATUS           PIC X(02) VALUE '00'.
           88 HC-ADMISSION-OK                      VALUE '00'.
           88 HC-ADMISSION-EOF                     VALUE '10'.

       01  HC-PATIENT-STATUS             PIC X(02) VALUE '00'.
           88 HC-PATIENT-OK                        VALUE '00'.

       01  HC-MEDICATION-STATUS          PIC X(02) VALUE '00'.
           88 HC-MEDICATION-OK                     VALUE '00'.

       01  HC-MAR-STATUS                 PIC X(02) VALUE '00'.
           88 HC-MAR-OK                            VALUE '00'.
           88 HC-MAR-NOTFND                        VALUE '23'.
           88 HC-MAR-NOT-THERE                     VALUE '35'.

       01  HC-REPORT-STATUS              PIC X(02) VALUE '00'.
           88 HC-REPORT-OK                         VALUE '00'.

       01  HC-WORK-SWITCHES.
           05 HC-ADMISSION-EOF-SW        PIC X(01) VALUE 'N'.
              88 HC-NO-MORE-ADMISSIONS            VALUE 'Y'.
           05 HC-MEDICATION-EOF-SW       PIC X(01) VALUE 'N'.
              88 HC-NO-MORE-MEDICATIONS           VALUE 'Y'.
           05 HC-SLOT-SW                 PIC X(01) VALUE 'N'.
              88 HC-SLOT-FOUND                     VALUE 'Y'.
              88 HC-SLOT-NOT-FOUND                 VALUE 'N'.
           05 HC-MAR-FILE-SW             PIC X(01) VALUE 'Y'.
      *       HCMAR is created by the first 23IMAR; until then no dose
      *       has ever been charted and every due slot is missed.
              88 HC-MAR-PRESENT                    VALUE 'Y'.
              88 HC-MAR-ABSENT                     VALUE 'N'.

      *----------------------------------------------------------------*
      *    DISTINCT-WARD TABLE                                         *
      *       Filled on the first pass; one missed-dose count per      *
      *       ward.  The 51st slot is the OTHERS group: anything past  *
      *       the 50th ward rolls into it rather than silently         *
      *       disappearing from the report.                            *
      *----------------------------------------------------------------*
       01  HC-WARD-TABLE.
           05 HC-NUM-WARDS               PIC 9(02) VALUE 0.
           05 HC-WARD-ENTRY OCCURS 51 TIMES.
              10 HC-WT-WARD              PIC X(06).
              10 HC-WT-PATIENTS          PIC 9(05).
              10 HC-WT-MISSED            PIC 9(05).
           05 HC-WARD-IDX                PIC 9(02).
           05 HC-SCAN-IDX                PIC 9(02).
           05 HC-REPORT-WARD             PIC X(04).

       01  HC-OTHERS-SLOT                PIC 9(02) VALUE 51.
       01  HC-OTHERS-SW                  PIC X(01) VALUE 'N'.
           88 HC-OTHERS-USED                       VALUE 'Y'.

       01  HC-DOSE-IDX                   PIC 9(02).
       01  HC-ADMIT-HHMM                 PIC X(05).

       01  HC-REPORT-COUNTS.
           05 HC-PATIENTS-CHECKED        PIC 9(07) VALUE 0.
           05 HC-DOSES-DUE               PIC 9(07) VALUE 0.
           05 HC-DOSES-CHARTED           PIC 9(07) VALUE 0.
           05 HC-DOSES-MISSED            PIC 9(07) VALUE 0.

      *----------------------------------------------------------------*
      *    RUN-CONTROL WORK AREAS                                      *
      *----------------------------------------------------------------*
       COPY HCRUNCA.

       01  HC-RUN-REFUSED-SW             PIC X(01) VALUE 'N'.
           88 HC-RUN-REFUSED                       VALUE 'Y'.
           88 HC-RUN-ALLOWED                       VALUE 'N'.

       01  HC-CURRENT-DATE-TIME          PIC X(21).
       01  HC-DOSE-DATE                  PIC X(10).

      *----------------------------------------------------------------*
      *    REPORT LINES                                                *
      *----------------------------------------------------------------*
       01  HC-HEADING-LINE-1.
           05 FILLER                     PIC X(42)
              VALUE 'DEMOHEALTHCARE - MISSED DOSES BY WARD FOR'.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 HC-H-DOSE-DATE             PIC X(10).
           05 FILLER                     PIC X(79) VALUE SPACES.

       01  HC-WARD-HEADING-LINE.
           05 FILLER                     PIC X(05) VALUE 'WARD '.
           05 HC-W-WARD                  PIC X(06).
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 FILLER                     PIC X(06) VALUE 'BED'.
           05 FILLER                     PIC X(12) VALUE 'PATIENT ID'.
           05 FILLER                     PIC X(33) VALUE 'NAME'.
           05 FILLER                     PIC X(12) VALUE 'PRESCRIPTN'.
           05 FILLER                     PIC X(42) VALUE 'DRUG NAME'.
           05 FILLER                     PIC X(13) VALUE 'DUE AT'.

       01  HC-DETAIL-LINE.
           05 FILLER                     PIC X(05) VALUE SPACES.
           05 HC-D-WARD                  PIC X(04).
           05 FILLER                     PIC X(05) VALUE SPACES.
           05 HC-D-BED                   PIC X(04).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-D-PATIENT-ID            PIC 9(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-D-LAST-NAME             PIC X(20).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 HC-D-FIRST-NAME            PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-D-PRESCRIPTION-ID       PIC 9(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-D-DRUG-NAME             PIC X(40).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-D-DOSE-TIME             PIC X(05).
           05 FILLER                     PIC X(08) VALUE SPACES.

       01  HC-WARD-TOTAL-LINE.
           05 FILLER                     PIC X(20)
              VALUE 'DOSES MISSED       :'.
           05 HC-T-MISSED                PIC Z,ZZZ,ZZ9.
           05 FILLER                     PIC X(103) VALUE SPACES.

       01  HC-COUNT-LINE.
           05 HC-C-LABEL                 PIC X(20).
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
               PERFORM 2000-COLLECT-WARDS    THRU 2000-EXIT
               PERFORM 3000-REPORT-ONE-WARD  THRU 3000-EXIT
                   VARYING HC-WARD-IDX FROM 1 BY 1
                   UNTIL HC-WARD-IDX > HC-NUM-WARDS
               IF HC-OTHERS-USED
                   MOVE HC-OTHERS-SLOT TO HC-WARD-IDX
                   PERFORM 3000-REPORT-ONE-WARD THRU 3000-EXIT
               END-IF
               PERFORM 9000-TERMINATE        THRU 9000-EXIT
           END-IF
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE                                                *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT HC-PARM-CARD FROM SYSIN
           MOVE FUNCTION CURRENT-DATE TO HC-CURRENT-DATE-TIME
           IF HC-PARM-DOSE-DATE = SPACES
               STRING HC-CURRENT-DATE-TIME (1:4) '-'
                      HC-CURRENT-DATE-TIME (5:2) '-'
                      HC-CURRENT-DATE-TIME (7:2)
                      DELIMITED BY SIZE INTO HC-DOSE-DATE
           ELSE
               MOVE HC-PARM-DOSE-DATE TO HC-DOSE-DATE
           END-IF

           MOVE 'HCMDOS01' TO RC-JOB-NAME
           MOVE HC-DOSE-DATE TO RC-RUN-DATE
           SET RC-FUNC-START TO TRUE
           CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA
           IF RC-REPLY-ALREADY-RUN
               DISPLAY 'HCMDOS01 - ALREADY COMPLETE FOR '
                       HC-DOSE-DATE ' - RUN REFUSED'
               SET HC-RUN-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF

           MOVE 'OTHERS' TO HC-WT-WARD (HC-OTHERS-SLOT)
           MOVE 0        TO HC-WT-PATIENTS (HC-OTHERS-SLOT)
           MOVE 0        TO HC-WT-MISSED (HC-OTHERS-SLOT)

           OPEN INPUT ADMISSION-FILE
           OPEN INPUT PATIENT-FILE
           OPEN INPUT MEDICATION-FILE
           OPEN INPUT MAR-FILE
           IF HC-MAR-NOT-THERE
               SET HC-MAR-ABSENT TO TRUE
           END-IF
           OPEN OUTPUT MISSED-DOSE-REPORT
           MOVE HC-DOSE-DATE TO HC-H-DOSE-DATE
           WRITE HC-REPORT-LINE FROM HC-HEADING-LINE-1.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-COLLECT-WARDS                                             *
      *     First pass: every live admission claims its ward's slot    *
      *     in the distinct-ward table.                                *
      *----------------------------------------------------------------*
       2000-COLLECT-WARDS.
           MOVE ZERO TO AD-PATIENT-ID
           START ADMISSION-FILE KEY IS >= AD-PATIENT-ID
           IF NOT HC-ADMISSION-OK
               MOVE 'Y' TO HC-ADMISSION-EOF-SW
           END-IF
           PERFORM 2100-COUNT-ADMISSION THRU 2100-EXIT
               UNTIL HC-NO-MORE-ADMISSIONS.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-COUNT-ADMISSION                                           *
      *----------------------------------------------------------------*
       2100-COUNT-ADMISSION.
           READ ADMISSION-FILE NEXT RECORD
           IF NOT HC-ADMISSION-OK
               MOVE 'Y' TO HC-ADMISSION-EOF-SW
               GO TO 2100-EXIT
           END-IF
           IF AD-ADMITTED
               PERFORM 2200-TALLY-WARD THRU 2200-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-TALLY-WARD                                                *
      *     Once fifty wards are held the OTHERS slot takes the rest.  *
      *----------------------------------------------------------------*
       2200-TALLY-WARD.
           SET HC-SLOT-NOT-FOUND TO TRUE
           PERFORM 2210-MATCH-WARD-SLOT THRU 2210-EXIT
               VARYING HC-SCAN-IDX FROM 1 BY 1
               UNTIL HC-SCAN-IDX > HC-NUM-WARDS
                  OR HC-SLOT-FOUND
           IF HC-SLOT-NOT-FOUND
               IF HC-NUM-WARDS < 50
                   ADD 1 TO HC-NUM-WARDS
                   MOVE AD-WARD TO HC-WT-WARD (HC-NUM-WARDS)
                   MOVE 1       TO HC-WT-PATIENTS (HC-NUM-WARDS)
                   MOVE 0       TO HC-WT-MISSED (HC-NUM-WARDS)
               ELSE
                   ADD 1 TO HC-WT-PATIENTS (HC-OTHERS-SLOT)
                   SET HC-OTHERS-USED TO TRUE
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2210-MATCH-WARD-SLOT                                           *
      *----------------------------------------------------------------*
       2210-MATCH-WARD-SLOT.
           IF HC-WT-WARD (HC-SCAN-IDX) = AD-WARD
               ADD 1 TO HC-WT-PATIENTS (HC-SCAN-IDX)
               SET HC-SLOT-FOUND TO TRUE
           END-IF.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-REPORT-ONE-WARD                                           *
      *     Second pass, once per ward: re-reads the admission file    *
      *     from the top and checks this ward's patients' doses.       *
      *----------------------------------------------------------------*
       3000-REPORT-ONE-WARD.
           MOVE HC-WT-WARD (HC-WARD-IDX) TO HC-REPORT-WARD
           MOVE HC-WT-WARD (HC-WARD-IDX) TO HC-W-WARD
           WRITE HC-REPORT-LINE FROM HC-WARD-HEADING-LINE

           MOVE 'N'  TO HC-ADMISSION-EOF-SW
           MOVE ZERO TO AD-PATIENT-ID
           START ADMISSION-FILE KEY IS >= AD-PATIENT-ID
           IF NOT HC-ADMISSION-OK
               MOVE 'Y' TO HC-ADMISSION-EOF-SW
           END-IF
           PERFORM 3100-CHECK-WARD-PATIENT THRU 3100-EXIT
               UNTIL HC-NO-MORE-ADMISSIONS

           MOVE HC-WT-MISSED (HC-WARD-IDX) TO HC-T-MISSED
           WRITE HC-REPORT-LINE FROM HC-WARD-TOTAL-LINE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-CHECK-WARD-PATIENT                                        *
      *     An admission on the dose date itself only owes the slots   *
      *     from the admit time on; one admitted after the dose date   *
      *     owes nothing for it.  The OTHERS pass takes every ward     *
      *     the table does not hold by name.                           *
      *----------------------------------------------------------------*
       3100-CHECK-WARD-PATIENT.
           READ ADMISSION-FILE NEXT RECORD
           IF NOT HC-ADMISSION-OK
               MOVE 'Y' TO HC-ADMISSION-EOF-SW
               GO TO 3100-EXIT
           END-IF
           IF NOT AD-ADMITTED
               GO TO 3100-EXIT
           END-IF
           IF HC-WARD-IDX = HC-OTHERS-SLOT
               SET HC-SLOT-NOT-FOUND TO TRUE
               PERFORM 3110-MATCH-HELD-WARD THRU 3110-EXIT
                   VARYING HC-SCAN-IDX FROM 1 BY 1
                   UNTIL HC-SCAN-IDX > HC-NUM-WARDS
                      OR HC-SLOT-FOUND
               IF HC-SLOT-FOUND
                   GO TO 3100-EXIT
               END-IF
               MOVE AD-WARD TO HC-D-WARD
           ELSE
               IF AD-WARD NOT = HC-REPORT-WARD
                   GO TO 3100-EXIT
               END-IF
               MOVE SPACES TO HC-D-WARD
           END-IF
           IF AD-ADMIT-DATE > HC-DOSE-DATE
               GO TO 3100-EXIT
           END-IF
           IF AD-ADMIT-DATE = HC-DOSE-DATE
               MOVE AD-ADMIT-TIME (1:5) TO HC-ADMIT-HHMM
           ELSE
               MOVE LOW-VALUES TO HC-ADMIT-HHMM
           END-IF
           ADD 1 TO HC-PATIENTS-CHECKED

           MOVE AD-PATIENT-ID TO PF-PATIENT-ID
           READ PATIENT-FILE
           IF HC-PATIENT-OK
               MOVE PF-LAST-NAME  TO HC-D-LAST-NAME
               MOVE PF-FIRST-NAME TO HC-D-FIRST-NAME
           ELSE
               MOVE '(NOT ON MASTER)' TO HC-D-LAST-NAME
               MOVE SPACES            TO HC-D-FIRST-NAME
           END-IF
           MOVE AD-BED        TO HC-D-BED
           MOVE AD-PATIENT-ID TO HC-D-PATIENT-ID

           MOVE 'N'           TO HC-MEDICATION-EOF-SW
           MOVE AD-PATIENT-ID TO MF-PATIENT-ID
           MOVE ZERO          TO MF-PRESCRIPTION-ID
           START MEDICATION-FILE KEY IS >= MF-MED-KEY
           IF NOT HC-MEDICATION-OK
               MOVE 'Y' TO HC-MEDICATION-EOF-SW
           END-IF
           PERFORM 3200-CHECK-PRESCRIPTION THRU 3200-EXIT
               UNTIL HC-NO-MORE-MEDICATIONS.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3110-MATCH-HELD-WARD                                           *
      *----------------------------------------------------------------*
       3110-MATCH-HELD-WARD.
           IF HC-WT-WARD (HC-SCAN-IDX) = AD-WARD
               SET HC-SLOT-FOUND TO TRUE
           END-IF.
       3110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3200-CHECK-PRESCRIPTION                                        *
      *     The patient's prescriptions are contiguous on the key; a   *
      *     different patient id ends the browse.                      *
      *----------------------------------------------------------------*
       3200-CHECK-PRESCRIPTION.
           READ MEDICATION-FILE NEXT RECORD
           IF NOT HC-MEDICATION-OK
                   OR MF-PATIENT-ID NOT = AD-PATIENT-ID
               MOVE 'Y' TO HC-MEDICATION-EOF-SW
               GO TO 3200-EXIT
           END-IF
           IF NOT MF-STATUS-ACTIVE
               GO TO 3200-EXIT
           END-IF
           IF MF-START-DATE > HC-DOSE-DATE
               GO TO 3200-EXIT
           END-IF
           IF MF-END-DATE NOT = SPACES AND MF-END-DATE < HC-DOSE-DATE
               GO TO 3200-EXIT
           END-IF

           PERFORM 3300-CHECK-DOSE-SLOT THRU 3300-EXIT
               VARYING HC-DOSE-IDX FROM 1 BY 1
               UNTIL HC-DOSE-IDX > MF-NUM-SCHEDULE-TIMES
                  OR HC-DOSE-IDX > 4.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3300-CHECK-DOSE-SLOT                                           *
      *     Any outcome on HCMAR - given, held or refused - means the  *
      *     slot was charted; only a slot with no entry is missed.     *
      *----------------------------------------------------------------*
       3300-CHECK-DOSE-SLOT.
           IF MF-SCHEDULE-TIME (HC-DOSE-IDX) < HC-ADMIT-HHMM
               GO TO 3300-EXIT
           END-IF
           ADD 1 TO HC-DOSES-DUE

           IF HC-MAR-PRESENT
               MOVE MF-PATIENT-ID      TO MA-PATIENT-ID
               MOVE MF-PRESCRIPTION-ID TO MA-PRESCRIPTION-ID
               MOVE HC-DOSE-DATE       TO MA-DOSE-DATE
               MOVE MF-SCHEDULE-TIME (HC-DOSE-IDX) TO MA-DOSE-TIME
               READ MAR-FILE
               IF HC-MAR-OK
                   ADD 1 TO HC-DOSES-CHARTED
                   GO TO 3300-EXIT
               END-IF
           END-IF

           MOVE MF-PRESCRIPTION-ID TO HC-D-PRESCRIPTION-ID
           MOVE MF-DRUG-NAME       TO HC-D-DRUG-NAME
           MOVE MF-SCHEDULE-TIME (HC-DOSE-IDX) TO HC-D-DOSE-TIME
           WRITE HC-REPORT-LINE FROM HC-DETAIL-LINE
           ADD 1 TO HC-DOSES-MISSED
           ADD 1 TO HC-WT-MISSED (HC-WARD-IDX).
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9000-TERMINATE                                                 *
      *----------------------------------------------------------------*
       9000-TERMINATE.
           MOVE 'PATIENTS CHECKED   :' TO HC-C-LABEL
           MOVE HC-PATIENTS-CHECKED    TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'DOSES DUE          :' TO HC-C-LABEL
           MOVE HC-DOSES-DUE           TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'DOSES CHARTED      :' TO HC-C-LABEL
           MOVE HC-DOSES-CHARTED       TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'DOSES MISSED       :' TO HC-C-LABEL
           MOVE HC-DOSES-MISSED        TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE

           CLOSE ADMISSION-FILE
           CLOSE PATIENT-FILE
           CLOSE MEDICATION-FILE
           IF HC-MAR-PRESENT
               CLOSE MAR-FILE
           END-IF
           CLOSE MISSED-DOSE-REPORT

           SET RC-FUNC-END TO TRUE
           MOVE HC-DOSES-DUE    TO RC-RECORDS-READ
           MOVE HC-DOSES-MISSED TO RC-RECORDS-WRITTEN
           CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA.
       9000-EXIT.
           EXIT.
