      * The audit file is sequential, so sections 3 and 4 re-read the  *
      * file from the top rather than holding detail rows in storage.  *
      *                                                                *
      * A month HCAUDV01 has archived is no longer on HCAUDIT.  An     *
      * archive month (YYYY-MM) in columns 31-37 of the card reads     *
      * HCAUDARC - the JCL points it at that month's dated archive -   *
      * instead; blank dates then default to the whole month.  The     *
      * archive must end with its HCAUSREC seal, for the month asked,  *
      * holding the number of entries read and its own hash, and each  *
      * entry's chain hash must re-fold from the seal's opening hash   *
      * to its closing one - the shared HCAUDK01 check - or the run is *
      * refused.  An archive run is an on-request report that          *
      * changes nothing, so it is not held to the once-a-day run       *
      * control the nightly report is.                                 *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-08-22 RSG Original program.                               *
      *                sequential and the passes change nothing, so   *
      *                an abended run simply reruns from the top -    *
      *                no checkpoint positioning is kept.             *
      * 2026-10-15 RSG Card's new archive month reads a sealed        *
      *                HCAUDARC monthly archive instead of HCAUDIT,   *
      *                outside run control.  The audit record is read *
      *                into working storage, and the passes open and  *
      *                close the file through 2800/2850.              *
      * 2026-10-15 RSG Archive check moved to the shared HCAUDK01     *
      *                module, which also re-folds every entry's hash *
      *                from the seal's opening hash to its closing    *
      *                one; a broken chain refuses the run, and any   *
      *                breaks the seal accepts are displayed.         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HC-AUDIT-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO HCAUDARC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HC-ARCHIVE-STATUS.

           SELECT ACTIVITY-REPORT ASSIGN TO HCAUDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HC-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  HC-AUDIT-FILE-RECORD          PIC X(100).

       FD  ARCHIVE-FILE.
       01  HC-ARCHIVE-FILE-RECORD        PIC X(100).

       FD  ACTIVITY-REPORT
           RECORD CONTAINS 132 CHARACTERS.
           05 HC-PARM-TO-DATE            PIC X(10).
           05 HC-PARM-PATIENT-ID         PIC X(10).
      *       Spaces or zero = no per-patient detail section.
           05 HC-PARM-ARCHIVE-MONTH      PIC X(07).
      *       Spaces = the live HCAUDIT file.

      *----------------------------------------------------------------*
      *    FILE STATUS SWITCHES                                        *
           88 HC-AUDIT-OK                          VALUE '00'.
           88 HC-AUDIT-EOF                         VALUE '10'.

       01  HC-ARCHIVE-STATUS             PIC X(02) VALUE '00'.
           88 HC-ARCHIVE-OK                        VALUE '00'.

       01  HC-REPORT-STATUS              PIC X(02) VALUE '00'.
           88 HC-REPORT-OK                         VALUE '00'.

           05 HC-PATIENT-DETAIL-SW       PIC X(01) VALUE 'N'.
              88 HC-PATIENT-DETAIL-WANTED          VALUE 'Y'.
              88 HC-PATIENT-DETAIL-SKIPPED         VALUE 'N'.
           05 HC-SOURCE-SW               PIC X(01) VALUE 'L'.
              88 HC-READING-LIVE                   VALUE 'L'.
              88 HC-READING-ARCHIVE                VALUE 'A'.

      *----------------------------------------------------------------*
      *    DATE-RANGE COMPARE FIELDS                                   *

       01  HC-DETAIL-PATIENT-ID          PIC 9(10) VALUE 0.

      *----------------------------------------------------------------*
      *    AUDIT ENTRY AND ARCHIVE CHECK WORK AREAS                    *
      *----------------------------------------------------------------*
           COPY HCAUDREC.
           COPY HCAUDKA.

       01  HC-ARCHIVE-MONTH              PIC X(07).
       01  HC-ARCHIVE-MONTH-SPLIT REDEFINES HC-ARCHIVE-MONTH.
           05 HC-AM-YEAR                 PIC X(04).
           05 FILLER                     PIC X(01).
           05 HC-AM-MONTH                PIC X(02).

      *----------------------------------------------------------------*
      *    ACTIVITY SUMMARY TABLES                                     *
      *----------------------------------------------------------------*
           05 HC-H-FROM-DATE             PIC X(10).
           05 FILLER                     PIC X(03) VALUE ' - '.
           05 HC-H-TO-DATE               PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-H-SOURCE                PIC X(20).
           05 FILLER                     PIC X(45) VALUE SPACES.

       01  HC-SECTION-LINE.
           05 HC-SEC-TITLE               PIC X(40).
                  HC-CURRENT-DATE-TIME (7:2)
                  DELIMITED BY SIZE INTO HC-BUSINESS-DATE

           IF HC-PARM-ARCHIVE-MONTH NOT = SPACES
               PERFORM 1100-CHECK-ARCHIVE THRU 1100-EXIT
               IF HC-RUN-REFUSED
                   GO TO 1000-EXIT
               END-IF
           END-IF

           IF HC-READING-LIVE
               MOVE 'HCAUDR01' TO RC-JOB-NAME
               MOVE HC-BUSINESS-DATE TO RC-RUN-DATE
               SET RC-FUNC-START TO TRUE
               CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA
               IF RC-REPLY-ALREADY-RUN
                   DISPLAY 'HCAUDR01 - ALREADY COMPLETE FOR '
                           HC-BUSINESS-DATE ' - RUN REFUSED'
                   SET HC-RUN-REFUSED TO TRUE
                   GO TO 1000-EXIT
               END-IF
           END-IF

           MOVE HC-PARM-FROM-DATE (1:4) TO HC-FROM-COMPACT (1:4)
           OPEN OUTPUT ACTIVITY-REPORT
           MOVE HC-PARM-FROM-DATE TO HC-H-FROM-DATE
           MOVE HC-PARM-TO-DATE   TO HC-H-TO-DATE
           IF HC-READING-ARCHIVE
               STRING 'ARCHIVE ' HC-ARCHIVE-MONTH
                   DELIMITED BY SIZE INTO HC-H-SOURCE
           ELSE
               MOVE 'LIVE HCAUDIT' TO HC-H-SOURCE
           END-IF
           WRITE HC-REPORT-LINE FROM HC-HEADING-LINE-1.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-CHECK-ARCHIVE                                             *
      *     The card's month must be a real YYYY-MM, and HCAUDK01      *
      *     must find HCAUDARC sealed for that month with its hash     *
      *     chain unbroken from the seal's opening hash to its         *
      *     closing one.                                               *
      *     Blank dates default to the first and last of the month.    *
      *----------------------------------------------------------------*
       1100-CHECK-ARCHIVE.
           MOVE HC-PARM-ARCHIVE-MONTH TO HC-ARCHIVE-MONTH
           IF HC-AM-YEAR IS NOT NUMERIC
                   OR HC-AM-MONTH IS NOT NUMERIC
                   OR HC-AM-MONTH < '01'
                   OR HC-AM-MONTH > '12'
               DISPLAY 'HCAUDR01 - INVALID ARCHIVE MONTH '
                       HC-ARCHIVE-MONTH ' - RUN REFUSED'
               SET HC-RUN-REFUSED TO TRUE
               GO TO 1100-EXIT
           END-IF

           MOVE HC-ARCHIVE-MONTH TO AK-ARCHIVE-MONTH
           CALL 'HCAUDK01' USING HC-ARCHIVE-CHECK-AREA
           EVALUATE TRUE
               WHEN AK-REPLY-OK
                   IF AK-BREAKS-ACCEPTED > ZERO
                       DISPLAY 'HCAUDR01 - HCAUDARC SEALED WITH '
                               AK-BREAKS-ACCEPTED ' ACCEPTED BREAKS'
                   END-IF
               WHEN AK-REPLY-OPEN-FAILED
                   DISPLAY 'HCAUDR01 - HCAUDARC OPEN FAILED, STATUS '
                           AK-FILE-STATUS ' - RUN REFUSED'
               WHEN AK-REPLY-NO-SEAL
                   DISPLAY 'HCAUDR01 - HCAUDARC HAS NO SEAL'
                           ' - RUN REFUSED'
               WHEN AK-REPLY-NOT-SEALED
                   DISPLAY 'HCAUDR01 - HCAUDARC IS NOT THE SEALED'
                           ' ARCHIVE FOR ' HC-ARCHIVE-MONTH
                           ' - RUN REFUSED'
               WHEN OTHER
                   DISPLAY 'HCAUDR01 - HCAUDARC CHAIN BROKEN AT ENTRY '
                           AK-BREAK-SEQUENCE ' - RUN REFUSED'
           END-EVALUATE
           IF NOT AK-REPLY-OK
               SET HC-RUN-REFUSED TO TRUE
               GO TO 1100-EXIT
           END-IF

           SET HC-READING-ARCHIVE TO TRUE
           IF HC-PARM-FROM-DATE = SPACES
               STRING HC-ARCHIVE-MONTH '-01'
                   DELIMITED BY SIZE INTO HC-PARM-FROM-DATE
           END-IF
           IF HC-PARM-TO-DATE = SPACES
               STRING HC-ARCHIVE-MONTH '-31'
                   DELIMITED BY SIZE INTO HC-PARM-TO-DATE
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-ACCUMULATE-PASS                                           *
      *     First pass over the audit file: counts every in-range      *
      *     entry into the request-id and operator summary tables.     *
      *----------------------------------------------------------------*
       2000-ACCUMULATE-PASS.
           PERFORM 2800-OPEN-AUDIT-SOURCE THRU 2800-EXIT
           PERFORM 2900-READ-NEXT-AUDIT THRU 2900-EXIT
           PERFORM 2100-ACCUMULATE-ENTRY THRU 2100-EXIT
               UNTIL HC-NO-MORE-AUDIT
           PERFORM 2850-CLOSE-AUDIT-SOURCE THRU 2850-EXIT.
       2000-EXIT.
           EXIT.

       2310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2800-OPEN-AUDIT-SOURCE                                         *
      *     Each pass reads the live file or the archive the card      *
      *     named, from the top.                                       *
      *----------------------------------------------------------------*
       2800-OPEN-AUDIT-SOURCE.
           MOVE 'N' TO HC-AUDIT-EOF-SW
           IF HC-READING-ARCHIVE
               OPEN INPUT ARCHIVE-FILE
           ELSE
               OPEN INPUT AUDIT-FILE
           END-IF.
       2800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2850-CLOSE-AUDIT-SOURCE                                        *
      *----------------------------------------------------------------*
       2850-CLOSE-AUDIT-SOURCE.
           IF HC-READING-ARCHIVE
               CLOSE ARCHIVE-FILE
           ELSE
               CLOSE AUDIT-FILE
           END-IF.
       2850-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2900-READ-NEXT-AUDIT                                           *
      *     An archive's seal ends it like end of file.                *
      *----------------------------------------------------------------*
       2900-READ-NEXT-AUDIT.
           IF HC-READING-ARCHIVE
               READ ARCHIVE-FILE INTO HC-AUDIT-RECORD
               IF NOT HC-ARCHIVE-OK
                       OR AU-ARCHIVE-SEAL
                   MOVE 'Y' TO HC-AUDIT-EOF-SW
               END-IF
               GO TO 2900-EXIT
           END-IF
           READ AUDIT-FILE INTO HC-AUDIT-RECORD
           IF NOT HC-AUDIT-OK
               MOVE 'Y' TO HC-AUDIT-EOF-SW
           END-IF.
           MOVE 'FAILED REQUESTS' TO HC-SEC-TITLE
           WRITE HC-REPORT-LINE FROM HC-SECTION-LINE

           PERFORM 2800-OPEN-AUDIT-SOURCE THRU 2800-EXIT
           PERFORM 2900-READ-NEXT-AUDIT THRU 2900-EXIT
           PERFORM 4100-CHECK-FAILURE THRU 4100-EXIT
               UNTIL HC-NO-MORE-AUDIT
           PERFORM 2850-CLOSE-AUDIT-SOURCE THRU 2850-EXIT.
       4000-EXIT.
           EXIT.

           MOVE 'PATIENT DETAIL' TO HC-SEC-TITLE
           WRITE HC-REPORT-LINE FROM HC-SECTION-LINE

           PERFORM 2800-OPEN-AUDIT-SOURCE THRU 2800-EXIT
           PERFORM 2900-READ-NEXT-AUDIT THRU 2900-EXIT
           PERFORM 5100-CHECK-PATIENT THRU 5100-EXIT
               UNTIL HC-NO-MORE-AUDIT
           PERFORM 2850-CLOSE-AUDIT-SOURCE THRU 2850-EXIT.
       5000-EXIT.
           EXIT.

           WRITE HC-REPORT-LINE FROM HC-SUMMARY-LINE
           WRITE HC-REPORT-LINE FROM HC-SUMMARY-LINE-2
           CLOSE ACTIVITY-REPORT
           IF HC-READING-ARCHIVE
               GO TO 9000-EXIT
           END-IF

           SET RC-FUNC-END TO TRUE
           MOVE HC-RECORDS-READ     TO RC-RECORDS-READ
