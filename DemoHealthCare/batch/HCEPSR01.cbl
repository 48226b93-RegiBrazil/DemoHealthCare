      ******************************************************************
      * IDENTIFICATION DIVISION                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCEPSR01.
       AUTHOR.        R S GUPTA.
       INSTALLATION.  DEMOHEALTHCARE - PATIENT SERVICES.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      * HCEPSR01 - MONTHLY WARD ACTIVITY AND READMISSION REPORT        *
      *                                                                *
      * Monthly batch job over the HCEPISOD episode history that      *
      * HCIPDB01's admit, transfer, discharge and date-of-death       *
      * requests keep.  Two passes over the file in key order:        *
      *                                                                *
      *   1. Ward activity for the report month, one line per ward:   *
      *      admissions onto the ward, transfers in and out, stays    *
      *      that ended on the ward (discharged or died, with the     *
      *      deaths shown again on their own), the average length of  *
      *      stay of those stays - stay admit date to discharge date, *
      *      credited to the ward the patient left from - and the     *
      *      bed-days the ward's segments spent in the month.  A bed- *
      *      day is a midnight spent in the bed, so a same-day stay   *
      *      counts none; a segment still open counts up to today.    *
      *      A segment ended by a patient merge counts its bed-days   *
      *      up to the merge but is neither a transfer nor a          *
      *      discharge - the patient stays on under the survivor.     *
      *   2. Readmissions: every stay admitted in the month whose     *
      *      patient was discharged from an earlier stay no more than *
      *      30 days before, with both stays' dates, wards and        *
      *      admitting reasons.  A stay that ended in death has no    *
      *      readmission to find.                                     *
      *                                                                *
      * Wards past the 50th distinct ward roll into an OTHERS line.   *
      * A segment whose dates will not convert is counted on the      *
      * control totals and left out of the ward figures.              *
      *                                                                *
      * The SYSIN card carries the report month (YYYY-MM); blank      *
      * reports the month just ended.  Wired to the HCRUNC01 run-     *
      * control module for double-run protection; the job only reads, *
      * so an abended run simply reruns from the top.                 *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original program.                               *
      * 2026-10-15 RSG A segment ended by merge is not counted as a    *
      *                discharge.                                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EPISODE-FILE ASSIGN TO HCEPISOD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EP-EPISODE-KEY
               FILE STATUS IS HC-EPISODE-STATUS.

           SELECT PATIENT-FILE ASSIGN TO PATIENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-PATIENT-ID
               ALTERNATE RECORD KEY IS PF-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PF-INS-CARD-NUM
                   WITH DUPLICATES
               FILE STATUS IS HC-PATIENT-STATUS.

           SELECT EPISODE-REPORT ASSIGN TO HCEPSRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HC-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EPISODE-FILE.
           COPY HCEPSREC.

       FD  PATIENT-FILE.
           COPY HCPATREC.

       FD  EPISODE-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  HC-REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    REPORT PARAMETER CARD (FROM SYSIN)                          *
      *----------------------------------------------------------------*
       01  HC-PARM-CARD.
           05 HC-PARM-REPORT-MONTH       PIC X(07).

      *----------------------------------------------------------------*
      *    FILE STATUS SWITCHES                                        *
      *----------------------------------------------------------------*
       01  HC-EPISODE-STATUS             PIC X(02) VALUE '00'.
           88 HC-EPISODE-OK                        VALUE '00'.
           88 HC-EPISODE-NOT-THERE                 VALUE '35'.

       01  HC-PATIENT-STATUS             PIC X(02) VALUE '00'.
           88 HC-PATIENT-OK                        VALUE '00'.

       01  HC-REPORT-STATUS              PIC X(02) VALUE '00'.
           88 HC-REPORT-OK                         VALUE '00'.

       01  HC-WORK-SWITCHES.
           05 HC-EPISODE-EOF-SW          PIC X(01) VALUE 'N'.
              88 HC-NO-MORE-EPISODES               VALUE 'Y'.
           05 HC-SLOT-SW                 PIC X(01) VALUE 'N'.
              88 HC-SLOT-FOUND                     VALUE 'Y'.
              88 HC-SLOT-NOT-FOUND                 VALUE 'N'.
           05 HC-FILES-SW                PIC X(01) VALUE 'N'.
              88 HC-FILES-OPEN                     VALUE 'Y'.

      *----------------------------------------------------------------*
      *    DATE WORK AREAS                                             *
      *       Episode dates are YYYY-MM-DD; 7000-DATE-TO-INTEGER turns *
      *       one into a day number so lengths of stay and bed-days    *
      *       are simple subtractions.  A date that will not convert   *
      *       comes back as day zero.                                  *
      *----------------------------------------------------------------*
       01  HC-CURRENT-DATE-TIME          PIC X(21).
       01  HC-BUSINESS-DATE              PIC X(10).
       01  HC-REPORT-MONTH               PIC X(07).
       01  HC-REPORT-MONTH-SPLIT REDEFINES HC-REPORT-MONTH.
           05 HC-RM-YEAR                 PIC X(04).
           05 FILLER                     PIC X(01).
           05 HC-RM-MONTH                PIC X(02).
       01  HC-WINDOW-INTEGER             PIC 9(08).
       01  HC-WINDOW-YYYYMMDD            PIC 9(08).
       01  HC-WINDOW-SPLIT REDEFINES HC-WINDOW-YYYYMMDD.
           05 HC-WIN-YEAR                PIC 9(04).
           05 HC-WIN-MONTH               PIC 9(02).
           05 HC-WIN-DAY                 PIC 9(02).
       01  HC-DATE-COMPACT               PIC 9(08).
       01  HC-DATE-COMPACT-X REDEFINES HC-DATE-COMPACT
                                         PIC X(08).
       01  HC-CONV-DATE                  PIC X(10).
       01  HC-CONV-INTEGER               PIC 9(08).

      *       Day numbers: first and last day of the report month,
      *       today, and the working values for the segment in hand.
       01  HC-MONTH-FIRST-INT            PIC 9(08).
       01  HC-MONTH-LAST-INT             PIC 9(08).
       01  HC-TODAY-INT                  PIC 9(08).
       01  HC-STAY-ADMIT-INT             PIC 9(08).
       01  HC-SEG-START-INT              PIC 9(08).
       01  HC-SEG-END-INT                PIC 9(08).
       01  HC-SPAN-FROM-INT              PIC 9(08).
       01  HC-SPAN-TO-INT                PIC 9(08).
       01  HC-LENGTH-OF-STAY             PIC 9(07).

      *----------------------------------------------------------------*
      *    WARD TABLE                                                  *
      *       One slot per distinct ward seen on the first pass.  The  *
      *       51st slot is the OTHERS line: anything past the 50th     *
      *       ward rolls into it rather than silently disappearing     *
      *       from the month's figures.                                *
      *----------------------------------------------------------------*
       01  HC-WARD-TABLE.
           05 HC-NUM-WARDS               PIC 9(02) VALUE 0.
           05 HC-WARD-ENTRY OCCURS 51 TIMES.
              10 HC-WT-WARD              PIC X(06).
              10 HC-WT-STATS.
                 15 HC-WT-ADMISSIONS     PIC 9(07).
                 15 HC-WT-TRANSFERS-IN   PIC 9(07).
                 15 HC-WT-TRANSFERS-OUT  PIC 9(07).
                 15 HC-WT-DISCHARGES     PIC 9(07).
                 15 HC-WT-DIED           PIC 9(07).
                 15 HC-WT-LOS-DAYS       PIC 9(09).
                 15 HC-WT-BED-DAYS       PIC 9(09).

       01  HC-OTHERS-SLOT                PIC 9(02) VALUE 51.
       01  HC-OTHERS-SW                  PIC X(01) VALUE 'N'.
           88 HC-OTHERS-USED                       VALUE 'Y'.

      *       One ward's figures staged for printing, and the house
      *       total; both laid out as HC-WT-STATS.
       01  HC-PRINT-STATS.
           05 HC-PS-ADMISSIONS           PIC 9(07).
           05 HC-PS-TRANSFERS-IN         PIC 9(07).
           05 HC-PS-TRANSFERS-OUT        PIC 9(07).
           05 HC-PS-DISCHARGES           PIC 9(07).
           05 HC-PS-DIED                 PIC 9(07).
           05 HC-PS-LOS-DAYS             PIC 9(09).
           05 HC-PS-BED-DAYS             PIC 9(09).

       01  HC-TOTAL-STATS.
           05 HC-TS-ADMISSIONS           PIC 9(07) VALUE 0.
           05 HC-TS-TRANSFERS-IN         PIC 9(07) VALUE 0.
           05 HC-TS-TRANSFERS-OUT        PIC 9(07) VALUE 0.
           05 HC-TS-DISCHARGES           PIC 9(07) VALUE 0.
           05 HC-TS-DIED                 PIC 9(07) VALUE 0.
           05 HC-TS-LOS-DAYS             PIC 9(09) VALUE 0.
           05 HC-TS-BED-DAYS             PIC 9(09) VALUE 0.

       01  HC-AVERAGE-LOS                PIC 9(05)V9.
       01  HC-SCAN-IDX                   PIC 9(02) VALUE 0.
       01  HC-FOUND-IDX                  PIC 9(02) VALUE 0.
      *       The VARYING in the ward search steps HC-SCAN-IDX past
      *       the matched slot before the loop condition sees the
      *       switch, so 2210-MATCH-WARD holds the slot number in
      *       HC-FOUND-IDX instead.

      *----------------------------------------------------------------*
      *    PREVIOUS STAY (READMISSION PASS)                            *
      *       Refreshed from every segment read, so when a patient's   *
      *       next stay starts it holds how the one before it ended.   *
      *----------------------------------------------------------------*
       01  HC-PREVIOUS-STAY.
           05 HC-PV-PATIENT-ID           PIC 9(10) VALUE 0.
           05 HC-PV-STAY-ADMIT-DATE      PIC X(10) VALUE SPACES.
           05 HC-PV-STAY-ADMIT-TIME      PIC X(08) VALUE SPACES.
           05 HC-PV-WARD                 PIC X(04).
           05 HC-PV-ADMIT-REASON         PIC X(30).
           05 HC-PV-END-DATE             PIC X(10).
           05 HC-PV-END-EVENT            PIC X(01).
              88 HC-PV-DISCHARGED                  VALUE 'D'.

       01  HC-READMIT-LIMIT              PIC 9(03) VALUE 30.
       01  HC-READMIT-DAYS               PIC 9(08).

       01  HC-REPORT-COUNTS.
           05 HC-SEGMENTS-READ           PIC 9(07) VALUE 0.
           05 HC-UNDATED-SEGMENTS        PIC 9(07) VALUE 0.
           05 HC-WARDS-REPORTED          PIC 9(07) VALUE 0.
           05 HC-READMISSIONS            PIC 9(07) VALUE 0.

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
           05 FILLER                     PIC X(48)
              VALUE 'DEMOHEALTHCARE - WARD ACTIVITY AND READMISSIONS'.
           05 FILLER                     PIC X(08) VALUE ' MONTH  '.
           05 HC-H-REPORT-MONTH          PIC X(07).
           05 FILLER                     PIC X(69) VALUE SPACES.

       01  HC-SECTION-LINE.
           05 HC-SEC-TITLE               PIC X(40).
           05 FILLER                     PIC X(92) VALUE SPACES.

       01  HC-WARD-COLUMN-LINE.
           05 FILLER                     PIC X(08) VALUE '  WARD'.
           05 FILLER                     PIC X(09) VALUE ' ADMITTED'.
           05 FILLER                     PIC X(11)
              VALUE '  TRANSF IN'.
           05 FILLER                     PIC X(11)
              VALUE ' TRANSF OUT'.
           05 FILLER                     PIC X(11)
              VALUE ' DISCHARGED'.
           05 FILLER                     PIC X(11)
              VALUE '       DIED'.
           05 FILLER                     PIC X(12)
              VALUE '     AVG LOS'.
           05 FILLER                     PIC X(13)
              VALUE '     BED-DAYS'.
           05 FILLER                     PIC X(46) VALUE SPACES.

       01  HC-WARD-LINE.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-W-WARD                  PIC X(06).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-W-ADMISSIONS            PIC ZZZ,ZZ9.
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 HC-W-TRANSFERS-IN          PIC ZZZ,ZZ9.
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 HC-W-TRANSFERS-OUT         PIC ZZZ,ZZ9.
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 HC-W-DISCHARGES            PIC ZZZ,ZZ9.
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 HC-W-DIED                  PIC ZZZ,ZZ9.
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 HC-W-AVERAGE-LOS           PIC ZZ,ZZ9.9.
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 HC-W-BED-DAYS              PIC Z,ZZZ,ZZ9.
           05 FILLER                     PIC X(46) VALUE SPACES.

       01  HC-READMIT-COLUMN-LINE.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 FILLER                     PIC X(12) VALUE 'PATIENT ID'.
           05 FILLER                     PIC X(34) VALUE 'NAME'.
           05 FILLER                     PIC X(12) VALUE 'STAY'.
           05 FILLER                     PIC X(12) VALUE 'ADMITTED'.
           05 FILLER                     PIC X(12)
              VALUE 'DISCHARGED'.
           05 FILLER                     PIC X(06) VALUE 'WARD'.
           05 FILLER                     PIC X(42)
              VALUE 'ADMITTING REASON'.

       01  HC-PRIOR-STAY-LINE.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-R-PATIENT-ID            PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-R-LAST-NAME             PIC X(20).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 HC-R-FIRST-NAME            PIC X(10).
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 FILLER                     PIC X(10) VALUE 'PRIOR STAY'.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-R-PRIOR-ADMIT-DATE      PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-R-PRIOR-END-DATE        PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-R-PRIOR-WARD            PIC X(04).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-R-PRIOR-REASON          PIC X(30).
           05 FILLER                     PIC X(12) VALUE SPACES.

       01  HC-READMIT-STAY-LINE.
           05 FILLER                     PIC X(48) VALUE SPACES.
           05 FILLER                     PIC X(10) VALUE 'READMITTED'.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-R-READMIT-DATE          PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-R-READMIT-DAYS          PIC ZZ9.
           05 FILLER                     PIC X(07) VALUE ' DAYS'.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-R-READMIT-WARD          PIC X(04).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-R-READMIT-REASON        PIC X(30).
           05 FILLER                     PIC X(12) VALUE SPACES.

       01  HC-NONE-LINE.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 FILLER                     PIC X(40)
              VALUE 'NO READMISSIONS IN THE MONTH'.
           05 FILLER                     PIC X(90) VALUE SPACES.

       01  HC-COUNT-LINE.
           05 HC-C-TITLE                 PIC X(20).
           05 HC-C-COUNT                 PIC Z,ZZZ,ZZ9.
           05 FILLER                     PIC X(103) VALUE SPACES.

       01  HC-BLANK-LINE                 PIC X(132) VALUE SPACES.

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
               PERFORM 2000-WARD-PASS         THRU 2000-EXIT
               PERFORM 3000-WRITE-WARD-SUMMARY THRU 3000-EXIT
               PERFORM 4000-READMISSION-PASS  THRU 4000-EXIT
               PERFORM 9000-TERMINATE         THRU 9000-EXIT
           END-IF
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE                                                *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT HC-PARM-CARD FROM SYSIN
           MOVE FUNCTION CURRENT-DATE TO HC-CURRENT-DATE-TIME
           STRING HC-CURRENT-DATE-TIME (1:4) '-'
                  HC-CURRENT-DATE-TIME (5:2) '-'
                  HC-CURRENT-DATE-TIME (7:2)
                  DELIMITED BY SIZE INTO HC-BUSINESS-DATE

           PERFORM 1100-SET-REPORT-MONTH THRU 1100-EXIT
           IF HC-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF

           MOVE 'HCEPSR01' TO RC-JOB-NAME
           MOVE HC-BUSINESS-DATE TO RC-RUN-DATE
           SET RC-FUNC-START TO TRUE
           CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA
           IF RC-REPLY-ALREADY-RUN
               DISPLAY 'HCEPSR01 - ALREADY COMPLETE FOR '
                       HC-BUSINESS-DATE ' - RUN REFUSED'
               SET HC-RUN-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF

           MOVE 'OTHERS' TO HC-WT-WARD (HC-OTHERS-SLOT)
           MOVE ZEROS    TO HC-WT-STATS (HC-OTHERS-SLOT)

           OPEN INPUT PATIENT-FILE
           SET HC-FILES-OPEN TO TRUE

           OPEN OUTPUT EPISODE-REPORT
           MOVE HC-REPORT-MONTH TO HC-H-REPORT-MONTH
           WRITE HC-REPORT-LINE FROM HC-HEADING-LINE-1.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-SET-REPORT-MONTH                                          *
      *     Takes the card's month, or the month before today's, and   *
      *     sets the day numbers of its first and last days and of     *
      *     today.  A month that is not a real YYYY-MM refuses the     *
      *     run.                                                       *
      *----------------------------------------------------------------*
       1100-SET-REPORT-MONTH.
           MOVE HC-CURRENT-DATE-TIME (1:8) TO HC-DATE-COMPACT-X
           COMPUTE HC-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (HC-DATE-COMPACT)

           IF HC-PARM-REPORT-MONTH = SPACES
               MOVE '01' TO HC-DATE-COMPACT-X (7:2)
               COMPUTE HC-WINDOW-INTEGER =
                   FUNCTION INTEGER-OF-DATE (HC-DATE-COMPACT) - 1
               COMPUTE HC-WINDOW-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER (HC-WINDOW-INTEGER)
               STRING HC-WIN-YEAR '-' HC-WIN-MONTH
                   DELIMITED BY SIZE INTO HC-REPORT-MONTH
           ELSE
               MOVE HC-PARM-REPORT-MONTH TO HC-REPORT-MONTH
           END-IF

           IF HC-RM-YEAR IS NOT NUMERIC
                   OR HC-RM-MONTH IS NOT NUMERIC
                   OR HC-RM-MONTH < '01'
                   OR HC-RM-MONTH > '12'
               DISPLAY 'HCEPSR01 - INVALID REPORT MONTH '
                       HC-REPORT-MONTH ' - RUN REFUSED'
               SET HC-RUN-REFUSED TO TRUE
               GO TO 1100-EXIT
           END-IF

           MOVE HC-RM-YEAR  TO HC-DATE-COMPACT-X (1:4)
           MOVE HC-RM-MONTH TO HC-DATE-COMPACT-X (5:2)
           MOVE '01'        TO HC-DATE-COMPACT-X (7:2)
           COMPUTE HC-MONTH-FIRST-INT =
               FUNCTION INTEGER-OF-DATE (HC-DATE-COMPACT)

      *    Last day = the day before the first of the next month.
           MOVE HC-DATE-COMPACT TO HC-WINDOW-YYYYMMDD
           IF HC-WIN-MONTH = 12
               ADD 1 TO HC-WIN-YEAR
               MOVE 1 TO HC-WIN-MONTH
           ELSE
               ADD 1 TO HC-WIN-MONTH
           END-IF
           COMPUTE HC-MONTH-LAST-INT =
               FUNCTION INTEGER-OF-DATE (HC-WINDOW-YYYYMMDD) - 1.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-WARD-PASS                                                 *
      *     First pass: every segment's movements and bed-days in the  *
      *     month go to its ward's slot.                               *
      *----------------------------------------------------------------*
       2000-WARD-PASS.
           MOVE 'N' TO HC-EPISODE-EOF-SW
           OPEN INPUT EPISODE-FILE
           IF HC-EPISODE-NOT-THERE
               MOVE 'Y' TO HC-EPISODE-EOF-SW
               GO TO 2000-EXIT
           END-IF
           PERFORM 2900-READ-NEXT-EPISODE THRU 2900-EXIT
           PERFORM 2100-TALLY-SEGMENT THRU 2100-EXIT
               UNTIL HC-NO-MORE-EPISODES
           CLOSE EPISODE-FILE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-TALLY-SEGMENT                                             *
      *----------------------------------------------------------------*
       2100-TALLY-SEGMENT.
           ADD 1 TO HC-SEGMENTS-READ

           MOVE EP-STAY-ADMIT-DATE TO HC-CONV-DATE
           PERFORM 7000-DATE-TO-INTEGER THRU 7000-EXIT
           MOVE HC-CONV-INTEGER TO HC-STAY-ADMIT-INT
           MOVE EP-START-DATE TO HC-CONV-DATE
           PERFORM 7000-DATE-TO-INTEGER THRU 7000-EXIT
           MOVE HC-CONV-INTEGER TO HC-SEG-START-INT
           IF EP-END-OPEN
               MOVE HC-TODAY-INT TO HC-SEG-END-INT
           ELSE
               MOVE EP-END-DATE TO HC-CONV-DATE
               PERFORM 7000-DATE-TO-INTEGER THRU 7000-EXIT
               MOVE HC-CONV-INTEGER TO HC-SEG-END-INT
           END-IF
           IF HC-STAY-ADMIT-INT = 0
                   OR HC-SEG-START-INT = 0
                   OR HC-SEG-END-INT = 0
               ADD 1 TO HC-UNDATED-SEGMENTS
               GO TO 2100-NEXT
           END-IF

           PERFORM 2200-FIND-WARD THRU 2200-EXIT

           IF HC-SEG-START-INT >= HC-MONTH-FIRST-INT
                   AND HC-SEG-START-INT <= HC-MONTH-LAST-INT
               IF EP-START-ADMIT
                   ADD 1 TO HC-WT-ADMISSIONS (HC-FOUND-IDX)
               ELSE
                   ADD 1 TO HC-WT-TRANSFERS-IN (HC-FOUND-IDX)
               END-IF
           END-IF

           IF NOT EP-END-OPEN
                   AND HC-SEG-END-INT >= HC-MONTH-FIRST-INT
                   AND HC-SEG-END-INT <= HC-MONTH-LAST-INT
               IF EP-END-TRANSFER
                   ADD 1 TO HC-WT-TRANSFERS-OUT (HC-FOUND-IDX)
               END-IF
               IF EP-END-LEFT-HOSPITAL
                   ADD 1 TO HC-WT-DISCHARGES (HC-FOUND-IDX)
                   IF EP-END-DEATH
                       ADD 1 TO HC-WT-DIED (HC-FOUND-IDX)
                   END-IF
                   IF HC-SEG-END-INT > HC-STAY-ADMIT-INT
                       COMPUTE HC-LENGTH-OF-STAY =
                           HC-SEG-END-INT - HC-STAY-ADMIT-INT
                       ADD HC-LENGTH-OF-STAY
                           TO HC-WT-LOS-DAYS (HC-FOUND-IDX)
                   END-IF
               END-IF
           END-IF

           PERFORM 2300-ADD-BED-DAYS THRU 2300-EXIT.

       2100-NEXT.
           PERFORM 2900-READ-NEXT-EPISODE THRU 2900-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-FIND-WARD                                                 *
      *     Locates EP-WARD in the ward table, adding a slot on first  *
      *     sight; once fifty wards are held the OTHERS slot takes     *
      *     the rest.                                                  *
      *----------------------------------------------------------------*
       2200-FIND-WARD.
           SET HC-SLOT-NOT-FOUND TO TRUE
           PERFORM 2210-MATCH-WARD THRU 2210-EXIT
               VARYING HC-SCAN-IDX FROM 1 BY 1
               UNTIL HC-SCAN-IDX > HC-NUM-WARDS
                  OR HC-SLOT-FOUND
           IF HC-SLOT-FOUND
               GO TO 2200-EXIT
           END-IF

           IF HC-NUM-WARDS < 50
               ADD 1 TO HC-NUM-WARDS
               MOVE HC-NUM-WARDS TO HC-FOUND-IDX
               MOVE EP-WARD      TO HC-WT-WARD (HC-FOUND-IDX)
               MOVE ZEROS        TO HC-WT-STATS (HC-FOUND-IDX)
           ELSE
               MOVE HC-OTHERS-SLOT TO HC-FOUND-IDX
               SET HC-OTHERS-USED TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2210-MATCH-WARD                                                *
      *----------------------------------------------------------------*
       2210-MATCH-WARD.
           IF HC-WT-WARD (HC-SCAN-IDX) = EP-WARD
               SET HC-SLOT-FOUND TO TRUE
               MOVE HC-SCAN-IDX TO HC-FOUND-IDX
           END-IF.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-ADD-BED-DAYS                                              *
      *     The midnights of the segment that fall in the month: the   *
      *     nights from the later of its start and the first of the    *
      *     month up to the earlier of its end and the first of the    *
      *     next month.                                                *
      *----------------------------------------------------------------*
       2300-ADD-BED-DAYS.
           IF HC-SEG-START-INT > HC-MONTH-FIRST-INT
               MOVE HC-SEG-START-INT TO HC-SPAN-FROM-INT
           ELSE
               MOVE HC-MONTH-FIRST-INT TO HC-SPAN-FROM-INT
           END-IF
           IF HC-SEG-END-INT < HC-MONTH-LAST-INT + 1
               MOVE HC-SEG-END-INT TO HC-SPAN-TO-INT
           ELSE
               COMPUTE HC-SPAN-TO-INT = HC-MONTH-LAST-INT + 1
           END-IF
           IF HC-SPAN-TO-INT > HC-SPAN-FROM-INT
               COMPUTE HC-WT-BED-DAYS (HC-FOUND-IDX) =
                   HC-WT-BED-DAYS (HC-FOUND-IDX)
                 + HC-SPAN-TO-INT - HC-SPAN-FROM-INT
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2900-READ-NEXT-EPISODE                                         *
      *----------------------------------------------------------------*
       2900-READ-NEXT-EPISODE.
           READ EPISODE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO HC-EPISODE-EOF-SW
           END-READ.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-WRITE-WARD-SUMMARY                                        *
      *----------------------------------------------------------------*
       3000-WRITE-WARD-SUMMARY.
           WRITE HC-REPORT-LINE FROM HC-BLANK-LINE
           MOVE 'ACTIVITY BY WARD' TO HC-SEC-TITLE
           WRITE HC-REPORT-LINE FROM HC-SECTION-LINE
           WRITE HC-REPORT-LINE FROM HC-WARD-COLUMN-LINE
           PERFORM 3100-WRITE-WARD-LINE THRU 3100-EXIT
               VARYING HC-SCAN-IDX FROM 1 BY 1
               UNTIL HC-SCAN-IDX > HC-NUM-WARDS
           IF HC-OTHERS-USED
               MOVE HC-OTHERS-SLOT TO HC-SCAN-IDX
               PERFORM 3100-WRITE-WARD-LINE THRU 3100-EXIT
           END-IF

           WRITE HC-REPORT-LINE FROM HC-BLANK-LINE
           MOVE 'TOTAL'        TO HC-W-WARD
           MOVE HC-TOTAL-STATS TO HC-PRINT-STATS
           PERFORM 3200-EDIT-WARD-LINE THRU 3200-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-WRITE-WARD-LINE                                           *
      *----------------------------------------------------------------*
       3100-WRITE-WARD-LINE.
           ADD 1 TO HC-WARDS-REPORTED
           MOVE HC-WT-WARD (HC-SCAN-IDX)  TO HC-W-WARD
           MOVE HC-WT-STATS (HC-SCAN-IDX) TO HC-PRINT-STATS
           PERFORM 3200-EDIT-WARD-LINE THRU 3200-EXIT

           ADD HC-PS-ADMISSIONS    TO HC-TS-ADMISSIONS
           ADD HC-PS-TRANSFERS-IN  TO HC-TS-TRANSFERS-IN
           ADD HC-PS-TRANSFERS-OUT TO HC-TS-TRANSFERS-OUT
           ADD HC-PS-DISCHARGES    TO HC-TS-DISCHARGES
           ADD HC-PS-DIED          TO HC-TS-DIED
           ADD HC-PS-LOS-DAYS      TO HC-TS-LOS-DAYS
           ADD HC-PS-BED-DAYS      TO HC-TS-BED-DAYS.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3200-EDIT-WARD-LINE                                            *
      *     Prints HC-PRINT-STATS under the ward already in HC-W-WARD. *
      *     The average length of stay is over the stays that ended   *
      *     on the ward in the month.                                  *
      *----------------------------------------------------------------*
       3200-EDIT-WARD-LINE.
           MOVE HC-PS-ADMISSIONS    TO HC-W-ADMISSIONS
           MOVE HC-PS-TRANSFERS-IN  TO HC-W-TRANSFERS-IN
           MOVE HC-PS-TRANSFERS-OUT TO HC-W-TRANSFERS-OUT
           MOVE HC-PS-DISCHARGES    TO HC-W-DISCHARGES
           MOVE HC-PS-DIED          TO HC-W-DIED
           MOVE HC-PS-BED-DAYS      TO HC-W-BED-DAYS
           IF HC-PS-DISCHARGES > 0
               COMPUTE HC-AVERAGE-LOS ROUNDED =
                   HC-PS-LOS-DAYS / HC-PS-DISCHARGES
           ELSE
               MOVE 0 TO HC-AVERAGE-LOS
           END-IF
           MOVE HC-AVERAGE-LOS TO HC-W-AVERAGE-LOS
           WRITE HC-REPORT-LINE FROM HC-WARD-LINE.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-READMISSION-PASS                                          *
      *     Second pass: a patient's stays read back in admit order,   *
      *     so each new stay is compared with the one just before it. *
      *----------------------------------------------------------------*
       4000-READMISSION-PASS.
           WRITE HC-REPORT-LINE FROM HC-BLANK-LINE
           MOVE 'READMISSIONS WITHIN 30 DAYS OF DISCHARGE'
               TO HC-SEC-TITLE
           WRITE HC-REPORT-LINE FROM HC-SECTION-LINE
           WRITE HC-REPORT-LINE FROM HC-READMIT-COLUMN-LINE

           MOVE 'N' TO HC-EPISODE-EOF-SW
           OPEN INPUT EPISODE-FILE
           IF HC-EPISODE-NOT-THERE
               MOVE 'Y' TO HC-EPISODE-EOF-SW
           ELSE
               PERFORM 2900-READ-NEXT-EPISODE THRU 2900-EXIT
           END-IF
           PERFORM 4100-CHECK-SEGMENT THRU 4100-EXIT
               UNTIL HC-NO-MORE-EPISODES
           IF NOT HC-EPISODE-NOT-THERE
               CLOSE EPISODE-FILE
           END-IF

           IF HC-READMISSIONS = 0
               WRITE HC-REPORT-LINE FROM HC-NONE-LINE
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-CHECK-SEGMENT                                             *
      *     The first segment of a patient's next stay is a            *
      *     readmission when it was admitted in the report month and   *
      *     the stay before it ended in a discharge no more than 30    *
      *     days earlier.                                              *
      *----------------------------------------------------------------*
       4100-CHECK-SEGMENT.
           IF EP-PATIENT-ID NOT = HC-PV-PATIENT-ID
               GO TO 4100-REMEMBER
           END-IF
           IF EP-STAY-ADMIT-DATE = HC-PV-STAY-ADMIT-DATE
                   AND EP-STAY-ADMIT-TIME = HC-PV-STAY-ADMIT-TIME
               GO TO 4100-REMEMBER
           END-IF
           IF NOT HC-PV-DISCHARGED
               GO TO 4100-REMEMBER
           END-IF

           MOVE EP-STAY-ADMIT-DATE TO HC-CONV-DATE
           PERFORM 7000-DATE-TO-INTEGER THRU 7000-EXIT
           MOVE HC-CONV-INTEGER TO HC-STAY-ADMIT-INT
           IF HC-STAY-ADMIT-INT < HC-MONTH-FIRST-INT
                   OR HC-STAY-ADMIT-INT > HC-MONTH-LAST-INT
               GO TO 4100-REMEMBER
           END-IF
           MOVE HC-PV-END-DATE TO HC-CONV-DATE
           PERFORM 7000-DATE-TO-INTEGER THRU 7000-EXIT
           IF HC-CONV-INTEGER = 0
                   OR HC-CONV-INTEGER > HC-STAY-ADMIT-INT
               GO TO 4100-REMEMBER
           END-IF
           COMPUTE HC-READMIT-DAYS =
               HC-STAY-ADMIT-INT - HC-CONV-INTEGER
           IF HC-READMIT-DAYS <= HC-READMIT-LIMIT
               PERFORM 4200-WRITE-READMISSION THRU 4200-EXIT
           END-IF.

       4100-REMEMBER.
           MOVE EP-PATIENT-ID      TO HC-PV-PATIENT-ID
           MOVE EP-STAY-ADMIT-DATE TO HC-PV-STAY-ADMIT-DATE
           MOVE EP-STAY-ADMIT-TIME TO HC-PV-STAY-ADMIT-TIME
           MOVE EP-WARD            TO HC-PV-WARD
           MOVE EP-ADMIT-REASON    TO HC-PV-ADMIT-REASON
           MOVE EP-END-DATE        TO HC-PV-END-DATE
           MOVE EP-END-EVENT       TO HC-PV-END-EVENT
           PERFORM 2900-READ-NEXT-EPISODE THRU 2900-EXIT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4200-WRITE-READMISSION                                         *
      *----------------------------------------------------------------*
       4200-WRITE-READMISSION.
           ADD 1 TO HC-READMISSIONS
           MOVE EP-PATIENT-ID TO PF-PATIENT-ID
           READ PATIENT-FILE
           IF HC-PATIENT-OK
               MOVE PF-LAST-NAME  TO HC-R-LAST-NAME
               MOVE PF-FIRST-NAME TO HC-R-FIRST-NAME
           ELSE
               MOVE '(NOT ON MASTER)' TO HC-R-LAST-NAME
               MOVE SPACES            TO HC-R-FIRST-NAME
           END-IF

           MOVE EP-PATIENT-ID         TO HC-R-PATIENT-ID
           MOVE HC-PV-STAY-ADMIT-DATE TO HC-R-PRIOR-ADMIT-DATE
           MOVE HC-PV-END-DATE        TO HC-R-PRIOR-END-DATE
           MOVE HC-PV-WARD            TO HC-R-PRIOR-WARD
           MOVE HC-PV-ADMIT-REASON    TO HC-R-PRIOR-REASON
           WRITE HC-REPORT-LINE FROM HC-PRIOR-STAY-LINE

           MOVE EP-STAY-ADMIT-DATE    TO HC-R-READMIT-DATE
           MOVE HC-READMIT-DAYS       TO HC-R-READMIT-DAYS
           MOVE EP-WARD               TO HC-R-READMIT-WARD
           MOVE EP-ADMIT-REASON       TO HC-R-READMIT-REASON
           WRITE HC-REPORT-LINE FROM HC-READMIT-STAY-LINE.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-DATE-TO-INTEGER                                           *
      *     HC-CONV-DATE (YYYY-MM-DD) to day number HC-CONV-INTEGER;   *
      *     zero when the date is blank or not numeric.                *
      *----------------------------------------------------------------*
       7000-DATE-TO-INTEGER.
           MOVE 0 TO HC-CONV-INTEGER
           IF HC-CONV-DATE (1:4) IS NOT NUMERIC
                   OR HC-CONV-DATE (6:2) IS NOT NUMERIC
                   OR HC-CONV-DATE (9:2) IS NOT NUMERIC
               GO TO 7000-EXIT
           END-IF
           MOVE HC-CONV-DATE (1:4) TO HC-DATE-COMPACT-X (1:4)
           MOVE HC-CONV-DATE (6:2) TO HC-DATE-COMPACT-X (5:2)
           MOVE HC-CONV-DATE (9:2) TO HC-DATE-COMPACT-X (7:2)
           COMPUTE HC-CONV-INTEGER =
               FUNCTION INTEGER-OF-DATE (HC-DATE-COMPACT).
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9000-TERMINATE                                                 *
      *----------------------------------------------------------------*
       9000-TERMINATE.
           WRITE HC-REPORT-LINE FROM HC-BLANK-LINE
           MOVE 'SEGMENTS READ      :' TO HC-C-TITLE
           MOVE HC-SEGMENTS-READ       TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'UNDATED SEGMENTS   :' TO HC-C-TITLE
           MOVE HC-UNDATED-SEGMENTS    TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'WARDS REPORTED     :' TO HC-C-TITLE
           MOVE HC-WARDS-REPORTED      TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'ADMISSIONS         :' TO HC-C-TITLE
           MOVE HC-TS-ADMISSIONS       TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'DISCHARGES         :' TO HC-C-TITLE
           MOVE HC-TS-DISCHARGES       TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'BED-DAYS           :' TO HC-C-TITLE
           MOVE HC-TS-BED-DAYS         TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'READMISSIONS       :' TO HC-C-TITLE
           MOVE HC-READMISSIONS        TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE

           IF HC-FILES-OPEN
               CLOSE PATIENT-FILE
           END-IF
           CLOSE EPISODE-REPORT
           DISPLAY 'HCEPSR01 - MONTH ' HC-REPORT-MONTH
                   ' READMISSIONS : ' HC-READMISSIONS

           SET RC-FUNC-END TO TRUE
           MOVE HC-SEGMENTS-READ TO RC-RECORDS-READ
           MOVE HC-READMISSIONS  TO RC-RECORDS-WRITTEN
           CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA.
       9000-EXIT.
           EXIT.
