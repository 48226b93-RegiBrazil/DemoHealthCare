      ******************************************************************
      * IDENTIFICATION DIVISION                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCAUDV01.
       AUTHOR.        R S GUPTA.
       INSTALLATION.  DEMOHEALTHCARE - PATIENT SERVICES.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      * HCAUDV01 - MONTHLY AUDIT CHAIN VERIFICATION AND ARCHIVE        *
      *                                                                *
      * Monthly batch job that proves the HCAUDIT trail has not been  *
      * touched outside the application, then moves the month just    *
      * verified off the live file.                                   *
      *                                                                *
      * Verification reads every live entry and repeats, through the  *
      * HCAUDW01 module's hash function, the arithmetic HCAUDW01 used *
      * to chain it.  The chain picks up from the sequence number and *
      * hash of the last entry archived, both kept on the HCAUDCTL    *
      * chain control record.  Each entry must carry the next         *
      * sequence number (higher is a GAP, lower OUT OF SEQUENCE) and  *
      * the hash of itself folded onto the entry before (otherwise a  *
      * HASH BREAK); after a problem the check picks up again from    *
      * the entry found.  The last entry must also be the one the     *
      * control record says was written last, so entries cut off the  *
      * end of the file show as well.  Entries written before the     *
      * chain began carry sequence zero and are only counted - unless *
      * one turns up after the chain began.                           *
      *                                                                *
      * When the whole chain verifies and the archive month has ended *
      * and is later than the month last archived, the leading        *
      * entries dated in or before the archive month are copied to    *
      * HCAUDARC - the JCL points it at the month's dated archive     *
      * dataset - followed by an HCAUSREC seal holding the entry      *
      * count, first and last sequence numbers, opening and closing   *
      * hash and its own hash.  The rest are copied back to HCAUDIT   *
      * through the HCAUDWK work file.  The control record is marked  *
      * P while HCAUDIT is being rewritten, so a run that abends in   *
      * that step finishes it on the rerun before verifying.  A month *
      * skipped leaves its entries on the live file, and the next     *
      * month archived takes them with it.                            *
      *                                                                *
      * HCAUDR01 and HCPRVM01 read an archived month when their cards *
      * name it, refusing - through the HCAUDK01 check - an archive   *
      * whose seal does not match or whose chain no longer re-folds.  *
      *                                                                *
      * The SYSIN card carries the archive month (YYYY-MM); blank     *
      * takes the month just ended.  A broken chain archives nothing  *
      * and ends with return code 8.  Runs in the batch window while  *
      * the online regions are down, since it rewrites HCAUDIT.       *
      * Wired to the HCRUNC01 run-control module; a run that finds    *
      * the chain broken is left in flight so it can be rerun the     *
      * same day once the break has been explained.                   *
      *                                                                *
      * A break stays on the live file until its month is archived,   *
      * so once it has been explained the rerun re-anchors the chain  *
      * with an R in column 9 of the card.  The breaks are listed as  *
      * ever, but if every one lies in the month being archived, and  *
      * the last entry still matches HCAUDCTL, the month is archived  *
      * with them and their number goes on the seal as                *
      * AS-BREAKS-ACCEPTED, so HCAUDK01 takes that archive with just  *
      * those breaks and no more.  The live chain then picks up from  *
      * the month's last entry as usual.  A re-anchored month ends    *
      * with return code 4 and closes the run; breaks past the month  *
      * still refuse it with return code 8.                           *
      *                                                                *
      * Once the control record is at P, a failure to reopen HCAUDIT  *
      * for the copy-back, or to write it, leaves the live file short *
      * of its entries: the run ends with return code 16 and the      *
      * control record stays at P, so the rerun finishes HCAUDIT from *
      * HCAUDWK before anything else.                                 *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original program.                               *
      * 2026-10-15 RSG R in card column 9 re-anchors the chain,       *
      *                archiving a month with its explained breaks    *
      *                counted on the seal.  HCAUDIT's reopen for the *
      *                copy-back is status-checked; a failed rewrite  *
      *                ends with return code 16.                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO HCAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HC-AUDIT-STATUS.

           SELECT CHAIN-FILE ASSIGN TO HCAUDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-CHAIN-NAME
               FILE STATUS IS HC-CHAIN-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO HCAUDARC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HC-ARCHIVE-STATUS.

           SELECT WORK-FILE ASSIGN TO HCAUDWK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HC-WORK-STATUS.

           SELECT VERIFY-REPORT ASSIGN TO HCAUDVRP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HC-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  HC-AUDIT-FILE-RECORD          PIC X(100).

       FD  CHAIN-FILE.
           COPY HCACHREC.

       FD  ARCHIVE-FILE.
       01  HC-ARCHIVE-FILE-RECORD        PIC X(100).

       FD  WORK-FILE.
       01  HC-WORK-FILE-RECORD           PIC X(100).

       FD  VERIFY-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  HC-REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    ARCHIVE PARAMETER CARD (FROM SYSIN)                         *
      *----------------------------------------------------------------*
       01  HC-PARM-CARD.
           05 HC-PARM-ARCHIVE-MONTH      PIC X(07).
           05 FILLER                     PIC X(01).
           05 HC-PARM-REANCHOR           PIC X(01).
              88 HC-PARM-REANCHOR-WANTED           VALUE 'R'.

      *----------------------------------------------------------------*
      *    FILE STATUS SWITCHES                                        *
      *----------------------------------------------------------------*
       01  HC-AUDIT-STATUS               PIC X(02) VALUE '00'.
           88 HC-AUDIT-OK                          VALUE '00'.
           88 HC-AUDIT-NOT-THERE                   VALUE '35'.

       01  HC-CHAIN-STATUS               PIC X(02) VALUE '00'.
           88 HC-CHAIN-OK                          VALUE '00'.
           88 HC-CHAIN-NOTFND                      VALUE '23'.
           88 HC-CHAIN-NOT-THERE                   VALUE '35'.

       01  HC-ARCHIVE-STATUS             PIC X(02) VALUE '00'.
           88 HC-ARCHIVE-OK                        VALUE '00'.

       01  HC-WORK-STATUS                PIC X(02) VALUE '00'.
           88 HC-WORK-OK                           VALUE '00'.

       01  HC-REPORT-STATUS              PIC X(02) VALUE '00'.
           88 HC-REPORT-OK                         VALUE '00'.

       01  HC-WORK-SWITCHES.
           05 HC-SCAN-EOF-SW             PIC X(01) VALUE 'N'.
              88 HC-NO-MORE-RECORDS                VALUE 'Y'.
              88 HC-MORE-RECORDS                   VALUE 'N'.
           05 HC-CHAIN-NEW-SW            PIC X(01) VALUE 'N'.
              88 HC-CHAIN-IS-NEW                   VALUE 'Y'.
              88 HC-CHAIN-ON-FILE                  VALUE 'N'.
           05 HC-CHAIN-BEGUN-SW          PIC X(01) VALUE 'N'.
              88 HC-CHAIN-BEGUN                    VALUE 'Y'.
           05 HC-PREFIX-SW               PIC X(01) VALUE 'Y'.
              88 HC-IN-PREFIX                      VALUE 'Y'.
              88 HC-PAST-PREFIX                    VALUE 'N'.
           05 HC-ARCHIVE-SW              PIC X(01) VALUE 'N'.
              88 HC-ARCHIVE-WANTED                 VALUE 'Y'.
              88 HC-ARCHIVE-NOT-WANTED             VALUE 'N'.
           05 HC-FAILED-SW               PIC X(01) VALUE 'N'.
              88 HC-ARCHIVE-FAILED                 VALUE 'Y'.
           05 HC-LIVE-SW                 PIC X(01) VALUE 'N'.
              88 HC-LIVE-FILE-SHORT                VALUE 'Y'.
           05 HC-REANCHOR-SW             PIC X(01) VALUE 'N'.
              88 HC-BREAKS-ACCEPTED                VALUE 'Y'.

      *----------------------------------------------------------------*
      *    MONTH WORK AREAS                                            *
      *----------------------------------------------------------------*
       01  HC-CURRENT-DATE-TIME          PIC X(21).
       01  HC-BUSINESS-DATE              PIC X(10).
       01  HC-ARCHIVE-MONTH              PIC X(07).
       01  HC-ARCHIVE-MONTH-SPLIT REDEFINES HC-ARCHIVE-MONTH.
           05 HC-AM-YEAR                 PIC X(04).
           05 FILLER                     PIC X(01).
           05 HC-AM-MONTH                PIC X(02).
       01  HC-ARCHIVE-YYYYMM             PIC X(06).
       01  HC-CURRENT-YYYYMM             PIC X(06).
       01  HC-DATE-COMPACT               PIC 9(08).
       01  HC-DATE-COMPACT-X REDEFINES HC-DATE-COMPACT
                                         PIC X(08).
       01  HC-WINDOW-INTEGER             PIC 9(08).
       01  HC-WINDOW-YYYYMMDD            PIC 9(08).
       01  HC-WINDOW-SPLIT REDEFINES HC-WINDOW-YYYYMMDD.
           05 HC-WIN-YEAR                PIC 9(04).
           05 HC-WIN-MONTH               PIC 9(02).
           05 HC-WIN-DAY                 PIC 9(02).

      *----------------------------------------------------------------*
      *    CHAIN WORK AREAS                                            *
      *----------------------------------------------------------------*
       01  HC-CHAIN-KEY                  PIC X(08) VALUE 'HCAUDIT'.
       01  HC-EXPECTED-SEQUENCE          PIC 9(10).
       01  HC-PREVIOUS-HASH              PIC 9(15) VALUE 0.
       01  HC-STORED-HASH                PIC 9(15).
       01  HC-CHAIN-END-SEQUENCE         PIC 9(10).
       01  HC-OPENING-HASH               PIC 9(15) VALUE 0.

       01  HC-PREFIX-COUNT               PIC 9(09) VALUE 0.
       01  HC-PREFIX-FIRST-SEQUENCE      PIC 9(10) VALUE 0.
       01  HC-PREFIX-LAST-SEQUENCE       PIC 9(10).
       01  HC-PREFIX-LAST-HASH           PIC 9(15).
       01  HC-SPLIT-COUNT                PIC 9(09) VALUE 0.

       01  HC-RESULT-TEXT                PIC X(60).
       01  HC-RESULT-LEAD                PIC X(14) VALUE
                                         'CHAIN VERIFIED'.

           COPY HCAUDREC.
           COPY HCAUSREC.
           COPY HCAUDWA.

      *----------------------------------------------------------------*
      *    REPORT COUNTS                                               *
      *----------------------------------------------------------------*
       01  HC-REPORT-COUNTS.
           05 HC-ENTRIES-READ            PIC 9(09) VALUE 0.
           05 HC-ENTRIES-CHAINED         PIC 9(09) VALUE 0.
           05 HC-ENTRIES-UNCHAINED       PIC 9(09) VALUE 0.
           05 HC-GAPS                    PIC 9(09) VALUE 0.
           05 HC-OUT-OF-SEQUENCE         PIC 9(09) VALUE 0.
           05 HC-HASH-BREAKS             PIC 9(09) VALUE 0.
           05 HC-LATE-UNCHAINED          PIC 9(09) VALUE 0.
           05 HC-END-MISMATCHES          PIC 9(09) VALUE 0.
           05 HC-EXCEPTIONS-LISTED       PIC 9(09) VALUE 0.
           05 HC-PREFIX-BREAKS           PIC 9(09) VALUE 0.
           05 HC-ENTRIES-ARCHIVED        PIC 9(09) VALUE 0.
           05 HC-ENTRIES-KEPT            PIC 9(09) VALUE 0.

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
           05 FILLER                     PIC X(41)
              VALUE 'DEMOHEALTHCARE - AUDIT CHAIN VERIFICATION'.
           05 FILLER                     PIC X(16)
              VALUE ' ARCHIVE MONTH  '.
           05 HC-H-ARCHIVE-MONTH         PIC X(07).
           05 FILLER                     PIC X(10) VALUE '  RUN DATE'.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 HC-H-RUN-DATE              PIC X(10).
           05 FILLER                     PIC X(47) VALUE SPACES.

       01  HC-EXCEPTION-COLUMN-LINE.
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 FILLER                     PIC X(12) VALUE '  SEQUENCE'.
           05 FILLER                     PIC X(12) VALUE '  EXPECTED'.
           05 FILLER                     PIC X(08) VALUE 'REQUEST'.
           05 FILLER                     PIC X(12) VALUE 'PATIENT ID'.
           05 FILLER                     PIC X(10) VALUE 'DATE'.
           05 FILLER                     PIC X(08) VALUE 'TIME'.
           05 FILLER                     PIC X(06) VALUE 'OPER'.
           05 FILLER                     PIC X(60) VALUE 'PROBLEM'.

       01  HC-EXCEPTION-LINE.
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 HC-X-SEQUENCE              PIC Z(09)9.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-X-EXPECTED              PIC Z(09)9.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-X-REQUEST-ID            PIC X(06).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-X-PATIENT-ID            PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-X-CHANGE-DATE           PIC X(08).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-X-CHANGE-TIME           PIC X(06).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-X-OPERATOR-ID           PIC X(04).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-X-PROBLEM               PIC X(40).
           05 FILLER                     PIC X(20) VALUE SPACES.

       01  HC-NONE-LINE.
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 FILLER                     PIC X(40)
              VALUE 'NO BREAK IN THE CHAIN'.
           05 FILLER                     PIC X(88) VALUE SPACES.

       01  HC-COUNT-LINE.
           05 HC-C-TITLE                 PIC X(20).
           05 HC-C-COUNT                 PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                     PIC X(101) VALUE SPACES.

       01  HC-HASH-LINE.
           05 HC-K-TITLE                 PIC X(20).
           05 HC-K-HASH                  PIC 9(15).
           05 FILLER                     PIC X(97) VALUE SPACES.

       01  HC-MESSAGE-LINE.
           05 HC-M-TEXT                  PIC X(80).
           05 FILLER                     PIC X(52) VALUE SPACES.

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
               PERFORM 2000-FINISH-INTERRUPTED THRU 2000-EXIT
               IF NOT HC-ARCHIVE-FAILED
                   PERFORM 3000-VERIFY-CHAIN     THRU 3000-EXIT
                   PERFORM 4000-SETTLE-RESULT    THRU 4000-EXIT
                   IF HC-ARCHIVE-WANTED
                       PERFORM 5000-ARCHIVE-MONTH THRU 5000-EXIT
                   END-IF
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
           STRING HC-CURRENT-DATE-TIME (1:4) '-'
                  HC-CURRENT-DATE-TIME (5:2) '-'
                  HC-CURRENT-DATE-TIME (7:2)
                  DELIMITED BY SIZE INTO HC-BUSINESS-DATE

           PERFORM 1100-SET-MONTH THRU 1100-EXIT
           IF HC-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF

           MOVE 'HCAUDV01' TO RC-JOB-NAME
           MOVE HC-BUSINESS-DATE TO RC-RUN-DATE
           SET RC-FUNC-START TO TRUE
           CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA
           IF RC-REPLY-ALREADY-RUN
               DISPLAY 'HCAUDV01 - ALREADY COMPLETE FOR '
                       HC-BUSINESS-DATE ' - RUN REFUSED'
               SET HC-RUN-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF

           PERFORM 1200-OPEN-CHAIN-CONTROL THRU 1200-EXIT
           IF HC-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT VERIFY-REPORT
           MOVE HC-ARCHIVE-MONTH TO HC-H-ARCHIVE-MONTH
           MOVE HC-BUSINESS-DATE TO HC-H-RUN-DATE
           WRITE HC-REPORT-LINE FROM HC-HEADING-LINE-1
           WRITE HC-REPORT-LINE FROM HC-BLANK-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-SET-MONTH                                                 *
      *     Takes the card's month, or the month before today's.  A    *
      *     month that is not a real YYYY-MM refuses the run.          *
      *----------------------------------------------------------------*
       1100-SET-MONTH.
           MOVE HC-CURRENT-DATE-TIME (1:6) TO HC-CURRENT-YYYYMM
           IF HC-PARM-ARCHIVE-MONTH = SPACES
               MOVE HC-CURRENT-DATE-TIME (1:8) TO HC-DATE-COMPACT-X
               MOVE '01' TO HC-DATE-COMPACT-X (7:2)
               COMPUTE HC-WINDOW-INTEGER =
                   FUNCTION INTEGER-OF-DATE (HC-DATE-COMPACT) - 1
               COMPUTE HC-WINDOW-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER (HC-WINDOW-INTEGER)
               STRING HC-WIN-YEAR '-' HC-WIN-MONTH
                   DELIMITED BY SIZE INTO HC-ARCHIVE-MONTH
           ELSE
               MOVE HC-PARM-ARCHIVE-MONTH TO HC-ARCHIVE-MONTH
           END-IF

           IF HC-AM-YEAR IS NOT NUMERIC
                   OR HC-AM-MONTH IS NOT NUMERIC
                   OR HC-AM-MONTH < '01'
                   OR HC-AM-MONTH > '12'
               DISPLAY 'HCAUDV01 - INVALID ARCHIVE MONTH '
                       HC-ARCHIVE-MONTH ' - RUN REFUSED'
               SET HC-RUN-REFUSED TO TRUE
               GO TO 1100-EXIT
           END-IF
           STRING HC-AM-YEAR HC-AM-MONTH
               DELIMITED BY SIZE INTO HC-ARCHIVE-YYYYMM.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1200-OPEN-CHAIN-CONTROL                                        *
      *     A site whose chain has not started yet has no control      *
      *     record; the chain is then taken to start from sequence 1   *
      *     and hash zero, as HCAUDW01 starts it.                      *
      *----------------------------------------------------------------*
       1200-OPEN-CHAIN-CONTROL.
           OPEN I-O CHAIN-FILE
           IF HC-CHAIN-NOT-THERE
               OPEN OUTPUT CHAIN-FILE
               CLOSE CHAIN-FILE
               OPEN I-O CHAIN-FILE
           END-IF
           IF NOT HC-CHAIN-OK
               DISPLAY 'HCAUDV01 - HCAUDCTL OPEN FAILED, STATUS '
                       HC-CHAIN-STATUS ' - RUN REFUSED'
               SET HC-RUN-REFUSED TO TRUE
               GO TO 1200-EXIT
           END-IF

           MOVE HC-CHAIN-KEY TO AC-CHAIN-NAME
           READ CHAIN-FILE
           IF HC-CHAIN-OK
               GO TO 1200-EXIT
           END-IF
           IF NOT HC-CHAIN-NOTFND
               DISPLAY 'HCAUDV01 - HCAUDCTL READ FAILED, STATUS '
                       HC-CHAIN-STATUS ' - RUN REFUSED'
               CLOSE CHAIN-FILE
               SET HC-RUN-REFUSED TO TRUE
               GO TO 1200-EXIT
           END-IF
           SET HC-CHAIN-IS-NEW TO TRUE
           MOVE SPACES        TO HC-AUDIT-CHAIN-RECORD
           MOVE HC-CHAIN-KEY  TO AC-CHAIN-NAME
           MOVE ZERO          TO AC-LAST-SEQUENCE
           MOVE ZERO          TO AC-LAST-HASH
           MOVE ZERO          TO AC-ARCHIVED-SEQUENCE
           MOVE ZERO          TO AC-ARCHIVED-HASH
           SET AC-ARCHIVE-SETTLED TO TRUE.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-FINISH-INTERRUPTED                                        *
      *     A P on the control record means the last run wrote its     *
      *     archive and work file but abended while copying the kept   *
      *     entries back; HCAUDIT is finished from HCAUDWK first.      *
      *----------------------------------------------------------------*
       2000-FINISH-INTERRUPTED.
           IF NOT AC-ARCHIVE-IN-PROGRESS
               GO TO 2000-EXIT
           END-IF
           PERFORM 5300-COPY-BACK THRU 5300-EXIT
           MOVE SPACES TO HC-M-TEXT
           IF HC-ARCHIVE-FAILED
               STRING 'INTERRUPTED ARCHIVE OF ' AC-ARCHIVED-MONTH
                      ' COULD NOT BE FINISHED - HCAUDWK KEPT'
                   DELIMITED BY SIZE INTO HC-M-TEXT
               MOVE 'INTERRUPTED ARCHIVE NOT FINISHED'
                   TO HC-RESULT-TEXT
           ELSE
               STRING 'INTERRUPTED ARCHIVE OF ' AC-ARCHIVED-MONTH
                      ' FINISHED FROM HCAUDWK'
                   DELIMITED BY SIZE INTO HC-M-TEXT
           END-IF
           WRITE HC-REPORT-LINE FROM HC-MESSAGE-LINE
           WRITE HC-REPORT-LINE FROM HC-BLANK-LINE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-VERIFY-CHAIN                                              *
      *     Checks every live entry, noting along the way the leading  *
      *     entries that fall in or before the archive month.          *
      *----------------------------------------------------------------*
       3000-VERIFY-CHAIN.
           WRITE HC-REPORT-LINE FROM HC-EXCEPTION-COLUMN-LINE
           ADD 1 TO AC-ARCHIVED-SEQUENCE GIVING HC-EXPECTED-SEQUENCE
           MOVE AC-ARCHIVED-HASH     TO HC-PREVIOUS-HASH
           MOVE AC-ARCHIVED-HASH     TO HC-OPENING-HASH
           MOVE AC-ARCHIVED-SEQUENCE TO HC-PREFIX-LAST-SEQUENCE
           MOVE AC-ARCHIVED-HASH     TO HC-PREFIX-LAST-HASH

           OPEN INPUT AUDIT-FILE
           IF HC-AUDIT-OK
               SET HC-MORE-RECORDS TO TRUE
               PERFORM 3900-READ-NEXT-AUDIT THRU 3900-EXIT
               PERFORM 3100-CHECK-ENTRY THRU 3100-EXIT
                   UNTIL HC-NO-MORE-RECORDS
               CLOSE AUDIT-FILE
           END-IF

           PERFORM 3200-CHECK-CHAIN-END THRU 3200-EXIT
           IF HC-EXCEPTIONS-LISTED = ZERO
               WRITE HC-REPORT-LINE FROM HC-NONE-LINE
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-CHECK-ENTRY                                               *
      *----------------------------------------------------------------*
       3100-CHECK-ENTRY.
           ADD 1 TO HC-ENTRIES-READ
           IF HC-IN-PREFIX
               IF AU-CHANGE-DATE (1:6) > HC-ARCHIVE-YYYYMM
                   SET HC-PAST-PREFIX TO TRUE
               ELSE
                   ADD 1 TO HC-PREFIX-COUNT
               END-IF
           END-IF

           IF AU-SEQUENCE-NUM = ZERO
               PERFORM 3110-COUNT-UNCHAINED THRU 3110-EXIT
           ELSE
               PERFORM 3120-CHECK-CHAINED   THRU 3120-EXIT
           END-IF
           PERFORM 3900-READ-NEXT-AUDIT THRU 3900-EXIT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3110-COUNT-UNCHAINED                                           *
      *     Sequence zero is an entry from before the chain began -    *
      *     legitimate only ahead of the first chained entry.          *
      *----------------------------------------------------------------*
       3110-COUNT-UNCHAINED.
           ADD 1 TO HC-ENTRIES-UNCHAINED
           IF HC-CHAIN-BEGUN
               ADD 1 TO HC-LATE-UNCHAINED
               MOVE ZERO                 TO HC-X-SEQUENCE
               MOVE HC-EXPECTED-SEQUENCE TO HC-X-EXPECTED
               MOVE 'UNCHAINED ENTRY AFTER THE CHAIN BEGAN'
                   TO HC-X-PROBLEM
               PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
           END-IF.
       3110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3120-CHECK-CHAINED                                             *
      *----------------------------------------------------------------*
       3120-CHECK-CHAINED.
           SET HC-CHAIN-BEGUN TO TRUE
           ADD 1 TO HC-ENTRIES-CHAINED
           PERFORM 3130-CHECK-LINK THRU 3130-EXIT
           ADD 1 TO AU-SEQUENCE-NUM GIVING HC-EXPECTED-SEQUENCE
           MOVE AU-CHAIN-HASH TO HC-PREVIOUS-HASH

           IF HC-IN-PREFIX
               IF HC-PREFIX-FIRST-SEQUENCE = ZERO
                   MOVE AU-SEQUENCE-NUM TO HC-PREFIX-FIRST-SEQUENCE
               END-IF
               MOVE AU-SEQUENCE-NUM TO HC-PREFIX-LAST-SEQUENCE
               MOVE AU-CHAIN-HASH   TO HC-PREFIX-LAST-HASH
           END-IF.
       3120-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3130-CHECK-LINK                                                *
      *     An entry out of sequence is reported as such; its hash     *
      *     could not match anyway.  Either way the check carries on   *
      *     from this entry.                                           *
      *----------------------------------------------------------------*
       3130-CHECK-LINK.
           MOVE AU-SEQUENCE-NUM      TO HC-X-SEQUENCE
           MOVE HC-EXPECTED-SEQUENCE TO HC-X-EXPECTED
           IF AU-SEQUENCE-NUM > HC-EXPECTED-SEQUENCE
               ADD 1 TO HC-GAPS
               MOVE 'GAP - ENTRIES MISSING BEFORE THIS ONE'
                   TO HC-X-PROBLEM
               PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
               GO TO 3130-EXIT
           END-IF
           IF AU-SEQUENCE-NUM < HC-EXPECTED-SEQUENCE
               ADD 1 TO HC-OUT-OF-SEQUENCE
               MOVE 'OUT OF SEQUENCE - REPEATED OR MOVED'
                   TO HC-X-PROBLEM
               PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
               GO TO 3130-EXIT
           END-IF

           MOVE AU-CHAIN-HASH    TO HC-STORED-HASH
           MOVE ZERO             TO AU-CHAIN-HASH
           SET AW-FUNC-HASH      TO TRUE
           MOVE HC-PREVIOUS-HASH TO AW-SEED-HASH
           CALL 'HCAUDW01' USING HC-AUDIT-WRITE-AREA HC-AUDIT-RECORD
           MOVE HC-STORED-HASH   TO AU-CHAIN-HASH
           IF AW-RESULT-HASH NOT = HC-STORED-HASH
               ADD 1 TO HC-HASH-BREAKS
               MOVE 'HASH BREAK - ENTRY ALTERED OR INSERTED'
                   TO HC-X-PROBLEM
               PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
           END-IF.
       3130-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3200-CHECK-CHAIN-END                                           *
      *     The chain must end at the entry the control record says    *
      *     HCAUDW01 wrote last; short of it, entries were cut off.    *
      *----------------------------------------------------------------*
       3200-CHECK-CHAIN-END.
           SUBTRACT 1 FROM HC-EXPECTED-SEQUENCE
               GIVING HC-CHAIN-END-SEQUENCE
           IF HC-CHAIN-END-SEQUENCE = AC-LAST-SEQUENCE
                   AND HC-PREVIOUS-HASH = AC-LAST-HASH
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO HC-END-MISMATCHES
           MOVE SPACES TO HC-AUDIT-RECORD
           MOVE HC-CHAIN-END-SEQUENCE TO HC-X-SEQUENCE
           MOVE AC-LAST-SEQUENCE      TO HC-X-EXPECTED
           MOVE 'LAST ENTRY DOES NOT MATCH HCAUDCTL'
               TO HC-X-PROBLEM
           PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3900-READ-NEXT-AUDIT                                           *
      *----------------------------------------------------------------*
       3900-READ-NEXT-AUDIT.
           READ AUDIT-FILE INTO HC-AUDIT-RECORD
           IF NOT HC-AUDIT-OK
               SET HC-NO-MORE-RECORDS TO TRUE
           END-IF.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-SETTLE-RESULT                                             *
      *     A month is archived only off a chain verified end to end,  *
      *     once it has ended, and only past the month last archived.  *
      *     A re-anchoring run takes breaks that all lie in the month  *
      *     as accepted; it still archives only on the same terms.     *
      *----------------------------------------------------------------*
       4000-SETTLE-RESULT.
           SET HC-ARCHIVE-NOT-WANTED TO TRUE
           MOVE SPACES TO HC-RESULT-TEXT
           EVALUATE TRUE
               WHEN HC-EXCEPTIONS-LISTED = ZERO
                   CONTINUE
               WHEN NOT HC-PARM-REANCHOR-WANTED
                   MOVE 'CHAIN BROKEN - MONTH NOT ARCHIVED'
                       TO HC-RESULT-TEXT
                   GO TO 4000-EXIT
               WHEN HC-END-MISMATCHES > ZERO
                       OR HC-PREFIX-BREAKS NOT = HC-EXCEPTIONS-LISTED
                       OR HC-PREFIX-BREAKS > 999
                   MOVE 'CHAIN BROKEN PAST THE MONTH - NOT RE-ANCHORED'
                       TO HC-RESULT-TEXT
                   GO TO 4000-EXIT
               WHEN OTHER
                   MOVE 'CHAIN BROKEN' TO HC-RESULT-LEAD
           END-EVALUATE

           EVALUATE TRUE
               WHEN AC-ARCHIVED-MONTH NOT < HC-ARCHIVE-MONTH
                   STRING HC-RESULT-LEAD DELIMITED BY '  '
                          ' - MONTH ALREADY ARCHIVED' DELIMITED BY SIZE
                       INTO HC-RESULT-TEXT
               WHEN HC-ARCHIVE-YYYYMM NOT < HC-CURRENT-YYYYMM
                   STRING HC-RESULT-LEAD DELIMITED BY '  '
                          ' - MONTH NOT YET ENDED' DELIMITED BY SIZE
                       INTO HC-RESULT-TEXT
               WHEN HC-PREFIX-COUNT = ZERO
                   STRING HC-RESULT-LEAD DELIMITED BY '  '
                          ' - NOTHING TO ARCHIVE' DELIMITED BY SIZE
                       INTO HC-RESULT-TEXT
               WHEN HC-EXCEPTIONS-LISTED > ZERO
                   SET HC-ARCHIVE-WANTED  TO TRUE
                   SET HC-BREAKS-ACCEPTED TO TRUE
                   STRING 'CHAIN RE-ANCHORED - ' HC-ARCHIVE-MONTH
                          ' ARCHIVED WITH ITS BREAKS'
                       DELIMITED BY SIZE INTO HC-RESULT-TEXT
               WHEN OTHER
                   SET HC-ARCHIVE-WANTED TO TRUE
                   STRING 'CHAIN VERIFIED - ' HC-ARCHIVE-MONTH
                          ' ARCHIVED'
                       DELIMITED BY SIZE INTO HC-RESULT-TEXT
           END-EVALUATE.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-ARCHIVE-MONTH                                             *
      *     Splits HCAUDIT into the archive and the work file, seals   *
      *     the archive, then marks the control record P before        *
      *     HCAUDIT is rewritten from the work file.                   *
      *----------------------------------------------------------------*
       5000-ARCHIVE-MONTH.
           OPEN INPUT  AUDIT-FILE
           OPEN OUTPUT ARCHIVE-FILE
           OPEN OUTPUT WORK-FILE
           SET HC-MORE-RECORDS TO TRUE
           PERFORM 3900-READ-NEXT-AUDIT THRU 3900-EXIT
           PERFORM 5100-SPLIT-ONE-ENTRY THRU 5100-EXIT
               UNTIL HC-NO-MORE-RECORDS
                  OR HC-ARCHIVE-FAILED
           CLOSE AUDIT-FILE
           IF NOT HC-ARCHIVE-FAILED
               PERFORM 5200-WRITE-SEAL THRU 5200-EXIT
           END-IF
           CLOSE ARCHIVE-FILE
           CLOSE WORK-FILE
           IF HC-ARCHIVE-FAILED
               MOVE 'ARCHIVE WRITE FAILED - HCAUDIT UNCHANGED'
                   TO HC-RESULT-TEXT
               GO TO 5000-EXIT
           END-IF

           MOVE HC-ARCHIVE-MONTH        TO AC-ARCHIVED-MONTH
           MOVE HC-PREFIX-LAST-SEQUENCE TO AC-ARCHIVED-SEQUENCE
           MOVE HC-PREFIX-LAST-HASH     TO AC-ARCHIVED-HASH
           MOVE HC-BUSINESS-DATE        TO AC-ARCHIVED-DATE
           SET AC-ARCHIVE-IN-PROGRESS   TO TRUE
           PERFORM 5400-SAVE-CHAIN-CONTROL THRU 5400-EXIT
           IF HC-ARCHIVE-FAILED
               MOVE 'HCAUDCTL UPDATE FAILED - HCAUDIT UNCHANGED'
                   TO HC-RESULT-TEXT
               GO TO 5000-EXIT
           END-IF

           PERFORM 5300-COPY-BACK THRU 5300-EXIT
           IF HC-ARCHIVE-FAILED
               MOVE 'HCAUDIT REWRITE FAILED - RERUN TO FINISH'
                   TO HC-RESULT-TEXT
           END-IF.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5100-SPLIT-ONE-ENTRY                                           *
      *----------------------------------------------------------------*
       5100-SPLIT-ONE-ENTRY.
           IF HC-SPLIT-COUNT < HC-PREFIX-COUNT
               WRITE HC-ARCHIVE-FILE-RECORD FROM HC-AUDIT-RECORD
               IF HC-ARCHIVE-OK
                   ADD 1 TO HC-SPLIT-COUNT
                   ADD 1 TO HC-ENTRIES-ARCHIVED
               ELSE
                   DISPLAY 'HCAUDV01 - HCAUDARC WRITE FAILED, STATUS '
                           HC-ARCHIVE-STATUS
                   SET HC-ARCHIVE-FAILED TO TRUE
                   GO TO 5100-EXIT
               END-IF
           ELSE
               WRITE HC-WORK-FILE-RECORD FROM HC-AUDIT-RECORD
               IF NOT HC-WORK-OK
                   DISPLAY 'HCAUDV01 - HCAUDWK WRITE FAILED, STATUS '
                           HC-WORK-STATUS
                   SET HC-ARCHIVE-FAILED TO TRUE
                   GO TO 5100-EXIT
               END-IF
           END-IF
           PERFORM 3900-READ-NEXT-AUDIT THRU 3900-EXIT.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5200-WRITE-SEAL                                                *
      *     The seal's own hash is taken with the field zero, seeded   *
      *     with the closing hash, by the same HCAUDW01 function.      *
      *----------------------------------------------------------------*
       5200-WRITE-SEAL.
           MOVE SPACES                   TO HC-AUDIT-SEAL-RECORD
           SET AS-SEAL-PRESENT           TO TRUE
           MOVE HC-ARCHIVE-MONTH         TO AS-ARCHIVE-MONTH
           MOVE HC-BUSINESS-DATE         TO AS-SEALED-DATE
           MOVE HC-ENTRIES-ARCHIVED      TO AS-ENTRY-COUNT
           MOVE HC-PREFIX-FIRST-SEQUENCE TO AS-FIRST-SEQUENCE
           MOVE HC-PREFIX-LAST-SEQUENCE  TO AS-LAST-SEQUENCE
           MOVE HC-OPENING-HASH          TO AS-OPENING-HASH
           MOVE HC-PREFIX-LAST-HASH      TO AS-CLOSING-HASH
           MOVE HC-PREFIX-BREAKS         TO AS-BREAKS-ACCEPTED
           MOVE ZERO                     TO AS-SEAL-HASH
           SET AW-FUNC-HASH              TO TRUE
           MOVE AS-CLOSING-HASH          TO AW-SEED-HASH
           CALL 'HCAUDW01' USING HC-AUDIT-WRITE-AREA
                                 HC-AUDIT-SEAL-RECORD
           MOVE AW-RESULT-HASH           TO AS-SEAL-HASH
           WRITE HC-ARCHIVE-FILE-RECORD FROM HC-AUDIT-SEAL-RECORD
           IF NOT HC-ARCHIVE-OK
               DISPLAY 'HCAUDV01 - HCAUDARC SEAL WRITE FAILED, STATUS '
                       HC-ARCHIVE-STATUS
               SET HC-ARCHIVE-FAILED TO TRUE
           END-IF.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5300-COPY-BACK                                                 *
      *     Rewrites HCAUDIT from HCAUDWK and settles the control      *
      *     record.  A failure leaves it at P for the rerun; once      *
      *     HCAUDIT has been opened for output, or could not be, the   *
      *     live file is short and the run ends with return code 16.   *
      *----------------------------------------------------------------*
       5300-COPY-BACK.
           OPEN INPUT  WORK-FILE
           IF NOT HC-WORK-OK
               DISPLAY 'HCAUDV01 - HCAUDWK OPEN FAILED, STATUS '
                       HC-WORK-STATUS
               SET HC-ARCHIVE-FAILED TO TRUE
               GO TO 5300-EXIT
           END-IF
           OPEN OUTPUT AUDIT-FILE
           IF NOT HC-AUDIT-OK
               DISPLAY 'HCAUDV01 - HCAUDIT OPEN FAILED, STATUS '
                       HC-AUDIT-STATUS
               CLOSE WORK-FILE
               SET HC-ARCHIVE-FAILED  TO TRUE
               SET HC-LIVE-FILE-SHORT TO TRUE
               GO TO 5300-EXIT
           END-IF
           MOVE ZERO TO HC-ENTRIES-KEPT
           SET HC-MORE-RECORDS TO TRUE
           PERFORM 5310-READ-NEXT-WORK THRU 5310-EXIT
           PERFORM 5320-COPY-ONE-ENTRY THRU 5320-EXIT
               UNTIL HC-NO-MORE-RECORDS
                  OR HC-ARCHIVE-FAILED
           CLOSE WORK-FILE
           CLOSE AUDIT-FILE
           IF HC-ARCHIVE-FAILED
               GO TO 5300-EXIT
           END-IF

           SET AC-ARCHIVE-SETTLED TO TRUE
           PERFORM 5400-SAVE-CHAIN-CONTROL THRU 5400-EXIT.
       5300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5310-READ-NEXT-WORK                                            *
      *----------------------------------------------------------------*
       5310-READ-NEXT-WORK.
           READ WORK-FILE INTO HC-AUDIT-RECORD
           IF NOT HC-WORK-OK
               SET HC-NO-MORE-RECORDS TO TRUE
           END-IF.
       5310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5320-COPY-ONE-ENTRY                                            *
      *----------------------------------------------------------------*
       5320-COPY-ONE-ENTRY.
           WRITE HC-AUDIT-FILE-RECORD FROM HC-AUDIT-RECORD
           IF NOT HC-AUDIT-OK
               DISPLAY 'HCAUDV01 - HCAUDIT WRITE FAILED, STATUS '
                       HC-AUDIT-STATUS
               SET HC-ARCHIVE-FAILED  TO TRUE
               SET HC-LIVE-FILE-SHORT TO TRUE
               GO TO 5320-EXIT
           END-IF
           ADD 1 TO HC-ENTRIES-KEPT
           PERFORM 5310-READ-NEXT-WORK THRU 5310-EXIT.
       5320-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5400-SAVE-CHAIN-CONTROL                                        *
      *----------------------------------------------------------------*
       5400-SAVE-CHAIN-CONTROL.
           IF HC-CHAIN-IS-NEW
               WRITE HC-AUDIT-CHAIN-RECORD
               SET HC-CHAIN-ON-FILE TO TRUE
           ELSE
               REWRITE HC-AUDIT-CHAIN-RECORD
           END-IF
           IF NOT HC-CHAIN-OK
               DISPLAY 'HCAUDV01 - HCAUDCTL UPDATE FAILED, STATUS '
                       HC-CHAIN-STATUS
               SET HC-ARCHIVE-FAILED TO TRUE
           END-IF.
       5400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-WRITE-EXCEPTION                                           *
      *     The caller sets the sequence, expected and problem         *
      *     columns; the rest come from the entry in hand.             *
      *----------------------------------------------------------------*
       8000-WRITE-EXCEPTION.
           MOVE AU-REQUEST-ID  TO HC-X-REQUEST-ID
           IF AU-REQUEST-ID = SPACES
               MOVE SPACES        TO HC-X-PATIENT-ID
           ELSE
               MOVE AU-PATIENT-ID TO HC-X-PATIENT-ID
           END-IF
           MOVE AU-CHANGE-DATE TO HC-X-CHANGE-DATE
           MOVE AU-CHANGE-TIME TO HC-X-CHANGE-TIME
           MOVE AU-OPERATOR-ID TO HC-X-OPERATOR-ID
           WRITE HC-REPORT-LINE FROM HC-EXCEPTION-LINE
           ADD 1 TO HC-EXCEPTIONS-LISTED
           IF HC-IN-PREFIX
               ADD 1 TO HC-PREFIX-BREAKS
           END-IF.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9000-TERMINATE                                                 *
      *----------------------------------------------------------------*
       9000-TERMINATE.
           WRITE HC-REPORT-LINE FROM HC-BLANK-LINE
           MOVE 'ENTRIES READ       :' TO HC-C-TITLE
           MOVE HC-ENTRIES-READ        TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'CHAINED            :' TO HC-C-TITLE
           MOVE HC-ENTRIES-CHAINED     TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'UNCHAINED          :' TO HC-C-TITLE
           MOVE HC-ENTRIES-UNCHAINED   TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'GAPS               :' TO HC-C-TITLE
           MOVE HC-GAPS                TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'OUT OF SEQUENCE    :' TO HC-C-TITLE
           MOVE HC-OUT-OF-SEQUENCE     TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'HASH BREAKS        :' TO HC-C-TITLE
           MOVE HC-HASH-BREAKS         TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'UNCHAINED LATE     :' TO HC-C-TITLE
           MOVE HC-LATE-UNCHAINED      TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'END MISMATCH       :' TO HC-C-TITLE
           MOVE HC-END-MISMATCHES      TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'ENTRIES ARCHIVED   :' TO HC-C-TITLE
           MOVE HC-ENTRIES-ARCHIVED    TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           IF HC-ARCHIVE-WANTED
               MOVE 'ENTRIES KEPT LIVE  :' TO HC-C-TITLE
               MOVE HC-ENTRIES-KEPT        TO HC-C-COUNT
               WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           END-IF
           IF HC-BREAKS-ACCEPTED
               MOVE 'BREAKS ACCEPTED    :' TO HC-C-TITLE
               MOVE HC-PREFIX-BREAKS       TO HC-C-COUNT
               WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           END-IF
           MOVE 'OPENING HASH       :' TO HC-K-TITLE
           MOVE HC-OPENING-HASH        TO HC-K-HASH
           WRITE HC-REPORT-LINE FROM HC-HASH-LINE
           MOVE 'CLOSING HASH       :' TO HC-K-TITLE
           MOVE HC-PREVIOUS-HASH       TO HC-K-HASH
           WRITE HC-REPORT-LINE FROM HC-HASH-LINE
           IF HC-ENTRIES-ARCHIVED > ZERO
               MOVE 'ARCHIVE SEAL HASH  :' TO HC-K-TITLE
               MOVE AS-SEAL-HASH           TO HC-K-HASH
               WRITE HC-REPORT-LINE FROM HC-HASH-LINE
           END-IF
           WRITE HC-REPORT-LINE FROM HC-BLANK-LINE
           MOVE HC-RESULT-TEXT TO HC-M-TEXT
           WRITE HC-REPORT-LINE FROM HC-MESSAGE-LINE

           CLOSE CHAIN-FILE
           CLOSE VERIFY-REPORT
           DISPLAY 'HCAUDV01 - ' HC-RESULT-TEXT

      *    A broken chain or a failed archive ends the job in flight,
      *    so it can be rerun the same day once put right; a short
      *    HCAUDIT must be finished by that rerun before the online
      *    regions come up.  A re-anchored month closes the run.
           IF HC-LIVE-FILE-SHORT
               MOVE 16 TO RETURN-CODE
               GO TO 9000-EXIT
           END-IF
           IF HC-ARCHIVE-FAILED
                   OR (HC-EXCEPTIONS-LISTED > ZERO
                       AND NOT HC-BREAKS-ACCEPTED)
               MOVE 8 TO RETURN-CODE
               GO TO 9000-EXIT
           END-IF
           IF HC-BREAKS-ACCEPTED
               MOVE 4 TO RETURN-CODE
           END-IF

           SET RC-FUNC-END TO TRUE
           MOVE HC-ENTRIES-READ     TO RC-RECORDS-READ
           MOVE HC-ENTRIES-ARCHIVED TO RC-RECORDS-WRITTEN
           CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA.
       9000-EXIT.
           EXIT.
