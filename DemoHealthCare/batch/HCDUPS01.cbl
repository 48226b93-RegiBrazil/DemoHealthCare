      ******************************************************************
      * IDENTIFICATION DIVISION                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCDUPS01.
       AUTHOR.        R S GUPTA.
       INSTALLATION.  DEMOHEALTHCARE - PATIENT SERVICES.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      * HCDUPS01 - WEEKLY DUPLICATE PATIENT WORKLIST                   *
      *                                                                *
      * Weekly batch job over the patient master.  Registration at    *
      * the front desk sometimes opens a second record for a patient  *
      * already on file - a misspelt name, a new phone number - and   *
      * 14MPAT only merges the pairs someone has spotted.  This job   *
      * looks for them.  Every live master record (one 14MPAT has     *
      * not merged away) with a date of birth is compared with every  *
      * other record born the same day, and each pair is scored:      *
      *                                                                *
      *     same date of birth                         20             *
      *     last names sound alike                     20             *
      *       and are spelt the same                 +  5             *
      *     first names sound alike                    15             *
      *       and are spelt the same                 +  5             *
      *     same mobile phone                          10             *
      *     same e-mail address                        10             *
      *     same insurance card number                 15             *
      *                                                                *
      * Names sound alike when their Soundex codes agree (7000).  A   *
      * pair goes on the worklist when at least one of the names      *
      * sounds alike and the score reaches the card's minimum         *
      * (default 50) - so a matching name and birthday alone is not   *
      * enough, but add a shared phone, card or e-mail, or the other  *
      * name, and it is.  Pairs the records office has already        *
      * reviewed and marked as two people through 30NDUP (HCNOTDUP)   *
      * are left off and counted as settled.                          *
      *                                                                *
      * The worklist prints best score first, the two records side     *
      * by side field by field with each one's visit (live and         *
      * archived) and prescription counts, so the office can pick      *
      * the survivor - usually the record with the history - for       *
      * 14MPAT.  Deceased records stay in; their date of death         *
      * shows on the pair.                                            *
      *                                                                *
      * There is no sort step: the records go to the indexed work      *
      * file HCDUPWK keyed by date of birth, read back a birthday at   *
      * a time, and the scored pairs to HCDUPCN keyed by inverted      *
      * score.  A birthday shared by more than 100 records compares    *
      * the first 100 and counts the rest as not compared.            *
      *                                                                *
      * The SYSIN card carries the minimum score (blank or zero =      *
      * 50).  Wired to the HCRUNC01 run-control module for double-     *
      * run protection; the job changes nothing and its work files     *
      * are rebuilt, so an abended run simply reruns from the top.     *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original program.                               *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATIENT-FILE ASSIGN TO PATIENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-PATIENT-ID
               ALTERNATE RECORD KEY IS PF-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PF-INS-CARD-NUM
                   WITH DUPLICATES
               FILE STATUS IS HC-PATIENT-STATUS.

           SELECT VISIT-FILE ASSIGN TO HCVISIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VF-VISIT-KEY
               FILE STATUS IS HC-VISIT-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO HCVISARC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XF-VISIT-KEY
               FILE STATUS IS HC-ARCHIVE-STATUS.

           SELECT MEDICATION-FILE ASSIGN TO HCMEDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MF-MED-KEY
               FILE STATUS IS HC-MEDICATION-STATUS.

           SELECT NOT-DUP-FILE ASSIGN TO HCNOTDUP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ND-PAIR-KEY
               ALTERNATE RECORD KEY IS ND-HIGH-PATIENT-ID
                   WITH DUPLICATES
               FILE STATUS IS HC-NOT-DUP-STATUS.

           SELECT SCAN-FILE ASSIGN TO HCDUPWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DW-WORK-KEY
               FILE STATUS IS HC-SCAN-STATUS.

           SELECT CANDIDATE-FILE ASSIGN TO HCDUPCN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-RANK-KEY
               FILE STATUS IS HC-CANDIDATE-STATUS.

           SELECT WORKLIST-REPORT ASSIGN TO HCDUPRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HC-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PATIENT-FILE.
           COPY HCPATREC.

       FD  VISIT-FILE.
           COPY HCVISREC.

       FD  ARCHIVE-FILE.
           COPY HCVARREC.

       FD  MEDICATION-FILE.
           COPY HCMEDREC.

       FD  NOT-DUP-FILE.
           COPY HCNDPREC.

       FD  SCAN-FILE.
           COPY HCDPWREC.

       FD  CANDIDATE-FILE.
           COPY HCDPCREC.

       FD  WORKLIST-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  HC-REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    WORKLIST PARAMETER CARD (FROM SYSIN)                        *
      *----------------------------------------------------------------*
       01  HC-PARM-CARD.
           05 HC-PARM-MINIMUM-SCORE      PIC 9(03).
      *       Blank or zero defaults to 50.

      *----------------------------------------------------------------*
      *    FILE STATUS SWITCHES                                        *
      *----------------------------------------------------------------*
       01  HC-PATIENT-STATUS             PIC X(02) VALUE '00'.
           88 HC-PATIENT-OK                        VALUE '00'.

       01  HC-VISIT-STATUS               PIC X(02) VALUE '00'.
           88 HC-VISIT-OK                          VALUE '00'.

       01  HC-ARCHIVE-STATUS             PIC X(02) VALUE '00'.
           88 HC-ARCHIVE-OK                        VALUE '00'.
           88 HC-ARCHIVE-NOT-THERE                 VALUE '35'.

       01  HC-MEDICATION-STATUS          PIC X(02) VALUE '00'.
           88 HC-MEDICATION-OK                     VALUE '00'.

       01  HC-NOT-DUP-STATUS             PIC X(02) VALUE '00'.
           88 HC-NOT-DUP-OK                        VALUE '00'.
           88 HC-NOT-DUP-NOT-THERE                 VALUE '35'.

       01  HC-SCAN-STATUS                PIC X(02) VALUE '00'.
           88 HC-SCAN-OK                           VALUE '00'.

       01  HC-CANDIDATE-STATUS           PIC X(02) VALUE '00'.
           88 HC-CANDIDATE-OK                      VALUE '00'.

       01  HC-REPORT-STATUS              PIC X(02) VALUE '00'.
           88 HC-REPORT-OK                         VALUE '00'.

       01  HC-WORK-SWITCHES.
           05 HC-PATIENT-EOF-SW          PIC X(01) VALUE 'N'.
              88 HC-NO-MORE-PATIENTS               VALUE 'Y'.
           05 HC-SCAN-EOF-SW             PIC X(01) VALUE 'N'.
              88 HC-NO-MORE-SCAN                   VALUE 'Y'.
           05 HC-CANDIDATE-EOF-SW        PIC X(01) VALUE 'N'.
              88 HC-NO-MORE-CANDIDATES             VALUE 'Y'.
           05 HC-COUNT-SW                PIC X(01) VALUE 'N'.
              88 HC-COUNT-CONTINUES                VALUE 'Y'.
              88 HC-COUNT-ENDED                    VALUE 'N'.
           05 HC-NOT-DUP-FILE-SW         PIC X(01) VALUE 'N'.
              88 HC-NOT-DUP-FILE-OPEN              VALUE 'Y'.
           05 HC-ARCHIVE-FILE-SW         PIC X(01) VALUE 'N'.
              88 HC-ARCHIVE-FILE-OPEN              VALUE 'Y'.
           05 HC-FILES-SW                PIC X(01) VALUE 'N'.
              88 HC-FILES-OPEN                     VALUE 'Y'.

      *----------------------------------------------------------------*
      *    SCORING WEIGHTS                                             *
      *----------------------------------------------------------------*
       01  HC-MINIMUM-SCORE              PIC 9(03).
       01  HC-PTS-SAME-DOB               PIC 9(03) VALUE 20.
       01  HC-PTS-LAST-SOUND             PIC 9(03) VALUE 20.
       01  HC-PTS-LAST-EXACT             PIC 9(03) VALUE 5.
       01  HC-PTS-FIRST-SOUND            PIC 9(03) VALUE 15.
       01  HC-PTS-FIRST-EXACT            PIC 9(03) VALUE 5.
       01  HC-PTS-SAME-PHONE             PIC 9(03) VALUE 10.
       01  HC-PTS-SAME-EMAIL             PIC 9(03) VALUE 10.
       01  HC-PTS-SAME-CARD              PIC 9(03) VALUE 15.

      *----------------------------------------------------------------*
      *    BIRTHDAY BLOCK                                              *
      *       The scan records sharing one date of birth, compared     *
      *       each against each by 3200.                               *
      *----------------------------------------------------------------*
       01  HC-BLOCK-DOB                  PIC X(10) VALUE SPACES.
       01  HC-BLOCK-TABLE.
           05 HC-BLOCK-COUNT             PIC 9(03) VALUE 0.
           05 HC-BLOCK-ENTRY OCCURS 100 TIMES.
              10 HC-BT-PATIENT-ID        PIC 9(10).
              10 HC-BT-LAST-NAME         PIC X(20).
              10 HC-BT-FIRST-NAME        PIC X(10).
              10 HC-BT-LAST-CODE         PIC X(04).
              10 HC-BT-FIRST-CODE        PIC X(04).
              10 HC-BT-PHONE-MOBILE      PIC X(20).
              10 HC-BT-EMAIL-ADDRESS     PIC X(50).
              10 HC-BT-INS-CARD-NUM      PIC X(10).

       01  HC-OUTER-IDX                  PIC 9(03) VALUE 0.
       01  HC-INNER-IDX                  PIC 9(03) VALUE 0.
       01  HC-PAIR-SCORE                 PIC 9(03) VALUE 0.
       01  HC-CANDIDATE-SEQ              PIC 9(07) VALUE 0.

      *----------------------------------------------------------------*
      *    PHONETIC CODE WORK AREA                                     *
      *       7000 turns HC-PH-NAME into its four-character Soundex    *
      *       code in HC-PH-CODE: the first letter, then the digit     *
      *       groups of the consonants that follow, a run of the same  *
      *       group coded once, vowels breaking a run and H and W      *
      *       not, padded with zeros.  A blank name has a blank code,  *
      *       which never sounds like anything.                        *
      *----------------------------------------------------------------*
       01  HC-PHONETIC-WORK.
           05 HC-PH-NAME                 PIC X(20).
           05 HC-PH-DIGITS               PIC X(20).
           05 HC-PH-CODE                 PIC X(04).
           05 HC-PH-LAST-DIGIT           PIC X(01).
           05 HC-PH-CHAR                 PIC X(01).
           05 HC-PH-POS                  PIC 9(02).
           05 HC-PH-LEN                  PIC 9(01).

       01  HC-LOWER-CASE                 PIC X(26)
           VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  HC-UPPER-CASE                 PIC X(26)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  HC-SOUNDEX-GROUPS             PIC X(26)
           VALUE '01230129022455012623019202'.
      *       The Soundex digit for each letter A to Z; 0 marks a
      *       vowel and 9 the H and W that are passed over.

      *----------------------------------------------------------------*
      *    WORKLIST PAIR                                               *
      *       The two master records of the candidate being printed,   *
      *       with their history counts.                               *
      *----------------------------------------------------------------*
       01  HC-PAIR-SIDES.
           05 HC-SIDE OCCURS 2 TIMES.
              10 HC-SD-PATIENT-ID        PIC 9(10).
              10 HC-SD-FOUND-SW          PIC X(01).
                 88 HC-SD-FOUND                    VALUE 'Y'.
              10 HC-SD-LAST-NAME         PIC X(20).
              10 HC-SD-FIRST-NAME        PIC X(10).
              10 HC-SD-DOB               PIC X(10).
              10 HC-SD-ADDRESS           PIC X(20).
              10 HC-SD-CITY              PIC X(20).
              10 HC-SD-POSTCODE          PIC X(10).
              10 HC-SD-PHONE-MOBILE      PIC X(20).
              10 HC-SD-EMAIL-ADDRESS     PIC X(50).
              10 HC-SD-INS-CARD-NUM      PIC X(10).
              10 HC-SD-DATE-OF-DEATH     PIC X(10).
              10 HC-SD-VISITS            PIC 9(07).
              10 HC-SD-MEDICATIONS       PIC 9(07).

       01  HC-SIDE-IDX                   PIC 9(01) VALUE 0.
       01  HC-PAIRS-PRINTED              PIC 9(07) VALUE 0.

      *----------------------------------------------------------------*
      *    DATE WORK AREAS                                             *
      *----------------------------------------------------------------*
       01  HC-CURRENT-DATE-TIME          PIC X(21).
       01  HC-BUSINESS-DATE              PIC X(10).

       01  HC-REPORT-COUNTS.
           05 HC-MASTERS-READ            PIC 9(07) VALUE 0.
           05 HC-MERGED-SKIPPED          PIC 9(07) VALUE 0.
           05 HC-NO-DOB-SKIPPED          PIC 9(07) VALUE 0.
           05 HC-RECORDS-SCANNED         PIC 9(07) VALUE 0.
           05 HC-PAIRS-COMPARED          PIC 9(09) VALUE 0.
           05 HC-PAIRS-LISTED            PIC 9(07) VALUE 0.
           05 HC-PAIRS-SETTLED           PIC 9(07) VALUE 0.
           05 HC-NOT-COMPARED            PIC 9(07) VALUE 0.

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
           05 FILLER                     PIC X(46)
              VALUE 'DEMOHEALTHCARE - DUPLICATE PATIENT WORKLIST'.
           05 FILLER                     PIC X(09) VALUE 'RUN DATE '.
           05 HC-H-RUN-DATE              PIC X(10).
           05 FILLER                     PIC X(17)
              VALUE '   MINIMUM SCORE '.
           05 HC-H-MINIMUM               PIC ZZ9.
           05 FILLER                     PIC X(47) VALUE SPACES.

       01  HC-PAIR-LINE.
           05 FILLER                     PIC X(05) VALUE 'PAIR '.
           05 HC-P-PAIR-NUMBER           PIC Z,ZZZ,ZZ9.
           05 FILLER                     PIC X(09) VALUE '   SCORE '.
           05 HC-P-SCORE                 PIC ZZ9.
           05 FILLER                     PIC X(106) VALUE SPACES.

       01  HC-SIDE-LINE.
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 HC-S-LABEL                 PIC X(16).
           05 HC-S-VALUE-1               PIC X(50).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-S-VALUE-2               PIC X(50).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 HC-S-MATCH                 PIC X(08).

       01  HC-COUNT-EDIT                 PIC Z,ZZZ,ZZ9.

       01  HC-COUNT-LINE.
           05 HC-C-TITLE                 PIC X(20).
           05 HC-C-COUNT                 PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                     PIC X(101) VALUE SPACES.

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
               PERFORM 2000-BUILD-SCAN-FILE  THRU 2000-EXIT
               PERFORM 3000-SCORE-PAIRS      THRU 3000-EXIT
               PERFORM 4000-WRITE-WORKLIST   THRU 4000-EXIT
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

           IF HC-PARM-MINIMUM-SCORE IS NUMERIC
                   AND HC-PARM-MINIMUM-SCORE > 0
               MOVE HC-PARM-MINIMUM-SCORE TO HC-MINIMUM-SCORE
           ELSE
               MOVE 50 TO HC-MINIMUM-SCORE
           END-IF

           MOVE 'HCDUPS01' TO RC-JOB-NAME
           MOVE HC-BUSINESS-DATE TO RC-RUN-DATE
           SET RC-FUNC-START TO TRUE
           CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA
           IF RC-REPLY-ALREADY-RUN
               DISPLAY 'HCDUPS01 - ALREADY COMPLETE FOR '
                       HC-BUSINESS-DATE ' - RUN REFUSED'
               SET HC-RUN-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT PATIENT-FILE
           OPEN INPUT VISIT-FILE
           OPEN INPUT MEDICATION-FILE
           SET HC-FILES-OPEN TO TRUE
           OPEN INPUT ARCHIVE-FILE
           IF HC-ARCHIVE-OK
               SET HC-ARCHIVE-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT NOT-DUP-FILE
           IF HC-NOT-DUP-OK
               SET HC-NOT-DUP-FILE-OPEN TO TRUE
           END-IF

           OPEN OUTPUT WORKLIST-REPORT
           MOVE HC-BUSINESS-DATE TO HC-H-RUN-DATE
           MOVE HC-MINIMUM-SCORE TO HC-H-MINIMUM
           WRITE HC-REPORT-LINE FROM HC-HEADING-LINE-1.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-BUILD-SCAN-FILE                                           *
      *     One pass over the master in id order, writing each live    *
      *     record with a date of birth to the scan file with its      *
      *     name codes.  A record with no date of birth cannot be      *
      *     blocked and is only counted.                               *
      *----------------------------------------------------------------*
       2000-BUILD-SCAN-FILE.
           OPEN OUTPUT SCAN-FILE
           CLOSE SCAN-FILE
           OPEN I-O SCAN-FILE
           MOVE 'N' TO HC-PATIENT-EOF-SW
           MOVE ZERO TO PF-PATIENT-ID
           START PATIENT-FILE KEY IS >= PF-PATIENT-ID
           IF NOT HC-PATIENT-OK
               MOVE 'Y' TO HC-PATIENT-EOF-SW
           ELSE
               PERFORM 2900-READ-NEXT-PATIENT THRU 2900-EXIT
           END-IF
           PERFORM 2100-LOAD-PATIENT THRU 2100-EXIT
               UNTIL HC-NO-MORE-PATIENTS
           CLOSE SCAN-FILE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-LOAD-PATIENT                                              *
      *----------------------------------------------------------------*
       2100-LOAD-PATIENT.
           ADD 1 TO HC-MASTERS-READ
           IF PF-MERGED-INTO-ID NOT = ZERO
               ADD 1 TO HC-MERGED-SKIPPED
               GO TO 2100-NEXT
           END-IF
           IF PF-DOB = SPACES
               ADD 1 TO HC-NO-DOB-SKIPPED
               GO TO 2100-NEXT
           END-IF

           MOVE SPACES             TO HC-DUP-WORK-RECORD
           MOVE PF-DOB             TO DW-DOB
           MOVE PF-PATIENT-ID      TO DW-PATIENT-ID
           MOVE PF-LAST-NAME       TO DW-LAST-NAME
           MOVE PF-FIRST-NAME      TO DW-FIRST-NAME
           MOVE PF-PHONE-MOBILE    TO DW-PHONE-MOBILE
           MOVE PF-EMAIL-ADDRESS   TO DW-EMAIL-ADDRESS
           MOVE PF-INS-CARD-NUM    TO DW-INS-CARD-NUM
           INSPECT DW-LAST-NAME
               CONVERTING HC-LOWER-CASE TO HC-UPPER-CASE
           INSPECT DW-FIRST-NAME
               CONVERTING HC-LOWER-CASE TO HC-UPPER-CASE
           INSPECT DW-EMAIL-ADDRESS
               CONVERTING HC-LOWER-CASE TO HC-UPPER-CASE

           MOVE DW-LAST-NAME TO HC-PH-NAME
           PERFORM 7000-PHONETIC-CODE THRU 7000-EXIT
           MOVE HC-PH-CODE TO DW-LAST-CODE
           MOVE DW-FIRST-NAME TO HC-PH-NAME
           PERFORM 7000-PHONETIC-CODE THRU 7000-EXIT
           MOVE HC-PH-CODE TO DW-FIRST-CODE

           WRITE HC-DUP-WORK-RECORD
           IF HC-SCAN-OK
               ADD 1 TO HC-RECORDS-SCANNED
           ELSE
               DISPLAY 'HCDUPS01 - SCAN FILE WRITE FAILED, STATUS '
                       HC-SCAN-STATUS ' PATIENT ' PF-PATIENT-ID
           END-IF.

       2100-NEXT.
           PERFORM 2900-READ-NEXT-PATIENT THRU 2900-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2900-READ-NEXT-PATIENT                                         *
      *----------------------------------------------------------------*
       2900-READ-NEXT-PATIENT.
           READ PATIENT-FILE NEXT RECORD
           IF NOT HC-PATIENT-OK
               MOVE 'Y' TO HC-PATIENT-EOF-SW
           END-IF.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-SCORE-PAIRS                                               *
      *     Reads the scan file back in birthday order, gathering each *
      *     birthday's records into the block table and scoring the    *
      *     block when the date changes and at the end of the file.    *
      *----------------------------------------------------------------*
       3000-SCORE-PAIRS.
           OPEN OUTPUT CANDIDATE-FILE
           CLOSE CANDIDATE-FILE
           OPEN I-O CANDIDATE-FILE
           OPEN INPUT SCAN-FILE
           MOVE 'N' TO HC-SCAN-EOF-SW
           MOVE 0 TO HC-BLOCK-COUNT
           MOVE SPACES TO HC-BLOCK-DOB
           PERFORM 3900-READ-NEXT-SCAN THRU 3900-EXIT
           PERFORM 3100-BLOCK-RECORD THRU 3100-EXIT
               UNTIL HC-NO-MORE-SCAN
           PERFORM 3200-SCORE-BLOCK THRU 3200-EXIT
           CLOSE SCAN-FILE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-BLOCK-RECORD                                              *
      *----------------------------------------------------------------*
       3100-BLOCK-RECORD.
           IF DW-DOB NOT = HC-BLOCK-DOB
               PERFORM 3200-SCORE-BLOCK THRU 3200-EXIT
               MOVE 0      TO HC-BLOCK-COUNT
               MOVE DW-DOB TO HC-BLOCK-DOB
           END-IF
           IF HC-BLOCK-COUNT NOT < 100
               ADD 1 TO HC-NOT-COMPARED
               GO TO 3100-NEXT
           END-IF

           ADD 1 TO HC-BLOCK-COUNT
           MOVE DW-PATIENT-ID    TO HC-BT-PATIENT-ID (HC-BLOCK-COUNT)
           MOVE DW-LAST-NAME     TO HC-BT-LAST-NAME (HC-BLOCK-COUNT)
           MOVE DW-FIRST-NAME    TO HC-BT-FIRST-NAME (HC-BLOCK-COUNT)
           MOVE DW-LAST-CODE     TO HC-BT-LAST-CODE (HC-BLOCK-COUNT)
           MOVE DW-FIRST-CODE    TO HC-BT-FIRST-CODE (HC-BLOCK-COUNT)
           MOVE DW-PHONE-MOBILE  TO HC-BT-PHONE-MOBILE
                                                   (HC-BLOCK-COUNT)
           MOVE DW-EMAIL-ADDRESS TO HC-BT-EMAIL-ADDRESS
                                                   (HC-BLOCK-COUNT)
           MOVE DW-INS-CARD-NUM  TO HC-BT-INS-CARD-NUM
                                                   (HC-BLOCK-COUNT).

       3100-NEXT.
           PERFORM 3900-READ-NEXT-SCAN THRU 3900-EXIT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3200-SCORE-BLOCK                                               *
      *     Every pair in the block once: each entry against the       *
      *     entries after it.  The block is in patient-id order, so    *
      *     the outer entry is always the lower id of the pair.        *
      *----------------------------------------------------------------*
       3200-SCORE-BLOCK.
           IF HC-BLOCK-COUNT < 2
               GO TO 3200-EXIT
           END-IF
           PERFORM 3210-SCORE-FROM-ENTRY THRU 3210-EXIT
               VARYING HC-OUTER-IDX FROM 1 BY 1
               UNTIL HC-OUTER-IDX NOT < HC-BLOCK-COUNT.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3210-SCORE-FROM-ENTRY                                          *
      *----------------------------------------------------------------*
       3210-SCORE-FROM-ENTRY.
           COMPUTE HC-INNER-IDX = HC-OUTER-IDX + 1
           PERFORM 3300-SCORE-PAIR THRU 3300-EXIT
               VARYING HC-INNER-IDX FROM HC-INNER-IDX BY 1
               UNTIL HC-INNER-IDX > HC-BLOCK-COUNT.
       3210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3300-SCORE-PAIR                                                *
      *     Scores the pair HC-OUTER-IDX/HC-INNER-IDX.  A blank phone, *
      *     e-mail or card matches nothing - two records that both     *
      *     lack a phone number have not shared one.                   *
      *----------------------------------------------------------------*
       3300-SCORE-PAIR.
           ADD 1 TO HC-PAIRS-COMPARED
           MOVE SPACES TO HC-DUP-CANDIDATE-RECORD
           MOVE 'N' TO DC-LAST-EXACT-SW
           MOVE 'N' TO DC-LAST-SOUND-SW
           MOVE 'N' TO DC-FIRST-EXACT-SW
           MOVE 'N' TO DC-FIRST-SOUND-SW
           MOVE 'N' TO DC-PHONE-SW
           MOVE 'N' TO DC-EMAIL-SW
           MOVE 'N' TO DC-CARD-SW
           MOVE HC-PTS-SAME-DOB TO HC-PAIR-SCORE

           IF HC-BT-LAST-CODE (HC-OUTER-IDX) NOT = SPACES
                   AND HC-BT-LAST-CODE (HC-OUTER-IDX) =
                       HC-BT-LAST-CODE (HC-INNER-IDX)
               MOVE 'Y' TO DC-LAST-SOUND-SW
               ADD HC-PTS-LAST-SOUND TO HC-PAIR-SCORE
               IF HC-BT-LAST-NAME (HC-OUTER-IDX) =
                       HC-BT-LAST-NAME (HC-INNER-IDX)
                   MOVE 'Y' TO DC-LAST-EXACT-SW
                   ADD HC-PTS-LAST-EXACT TO HC-PAIR-SCORE
               END-IF
           END-IF
           IF HC-BT-FIRST-CODE (HC-OUTER-IDX) NOT = SPACES
                   AND HC-BT-FIRST-CODE (HC-OUTER-IDX) =
                       HC-BT-FIRST-CODE (HC-INNER-IDX)
               MOVE 'Y' TO DC-FIRST-SOUND-SW
               ADD HC-PTS-FIRST-SOUND TO HC-PAIR-SCORE
               IF HC-BT-FIRST-NAME (HC-OUTER-IDX) =
                       HC-BT-FIRST-NAME (HC-INNER-IDX)
                   MOVE 'Y' TO DC-FIRST-EXACT-SW
                   ADD HC-PTS-FIRST-EXACT TO HC-PAIR-SCORE
               END-IF
           END-IF
           IF NOT DC-LAST-SOUND AND NOT DC-FIRST-SOUND
               GO TO 3300-EXIT
           END-IF

           IF HC-BT-PHONE-MOBILE (HC-OUTER-IDX) NOT = SPACES
                   AND HC-BT-PHONE-MOBILE (HC-OUTER-IDX) =
                       HC-BT-PHONE-MOBILE (HC-INNER-IDX)
               MOVE 'Y' TO DC-PHONE-SW
               ADD HC-PTS-SAME-PHONE TO HC-PAIR-SCORE
           END-IF
           IF HC-BT-EMAIL-ADDRESS (HC-OUTER-IDX) NOT = SPACES
                   AND HC-BT-EMAIL-ADDRESS (HC-OUTER-IDX) =
                       HC-BT-EMAIL-ADDRESS (HC-INNER-IDX)
               MOVE 'Y' TO DC-EMAIL-SW
               ADD HC-PTS-SAME-EMAIL TO HC-PAIR-SCORE
           END-IF
           IF HC-BT-INS-CARD-NUM (HC-OUTER-IDX) NOT = SPACES
                   AND HC-BT-INS-CARD-NUM (HC-OUTER-IDX) =
                       HC-BT-INS-CARD-NUM (HC-INNER-IDX)
               MOVE 'Y' TO DC-CARD-SW
               ADD HC-PTS-SAME-CARD TO HC-PAIR-SCORE
           END-IF
           IF HC-PAIR-SCORE < HC-MINIMUM-SCORE
               GO TO 3300-EXIT
           END-IF

           PERFORM 3400-CHECK-SETTLED THRU 3400-EXIT
           IF HC-NOT-DUP-FILE-OPEN AND HC-NOT-DUP-OK
               ADD 1 TO HC-PAIRS-SETTLED
               GO TO 3300-EXIT
           END-IF
           PERFORM 3500-WRITE-CANDIDATE THRU 3500-EXIT.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3400-CHECK-SETTLED                                             *
      *     Looks the pair up on HCNOTDUP, lower id first as 30NDUP    *
      *     files it.  With no HCNOTDUP yet nothing has been settled.  *
      *----------------------------------------------------------------*
       3400-CHECK-SETTLED.
           IF NOT HC-NOT-DUP-FILE-OPEN
               GO TO 3400-EXIT
           END-IF
           MOVE HC-BT-PATIENT-ID (HC-OUTER-IDX) TO ND-LOW-PATIENT-ID
           MOVE HC-BT-PATIENT-ID (HC-INNER-IDX) TO ND-HIGH-PATIENT-ID
           READ NOT-DUP-FILE
               KEY IS ND-PAIR-KEY.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3500-WRITE-CANDIDATE                                           *
      *----------------------------------------------------------------*
       3500-WRITE-CANDIDATE.
           ADD 1 TO HC-CANDIDATE-SEQ
           COMPUTE DC-SCORE-INVERTED = 999 - HC-PAIR-SCORE
           MOVE HC-CANDIDATE-SEQ TO DC-CANDIDATE-SEQ
           MOVE HC-PAIR-SCORE    TO DC-SCORE
           MOVE HC-BT-PATIENT-ID (HC-OUTER-IDX) TO DC-PATIENT-ID-1
           MOVE HC-BT-PATIENT-ID (HC-INNER-IDX) TO DC-PATIENT-ID-2
           WRITE HC-DUP-CANDIDATE-RECORD
           IF HC-CANDIDATE-OK
               ADD 1 TO HC-PAIRS-LISTED
           ELSE
               DISPLAY 'HCDUPS01 - CANDIDATE WRITE FAILED, STATUS '
                       HC-CANDIDATE-STATUS
           END-IF.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3900-READ-NEXT-SCAN                                            *
      *----------------------------------------------------------------*
       3900-READ-NEXT-SCAN.
           READ SCAN-FILE NEXT RECORD
           IF NOT HC-SCAN-OK
               MOVE 'Y' TO HC-SCAN-EOF-SW
           END-IF.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-WRITE-WORKLIST                                            *
      *     Reads the candidates back best score first and prints each *
      *     pair with both master records side by side.                *
      *----------------------------------------------------------------*
       4000-WRITE-WORKLIST.
           CLOSE CANDIDATE-FILE
           OPEN INPUT CANDIDATE-FILE
           MOVE 'N' TO HC-CANDIDATE-EOF-SW
           PERFORM 4900-READ-NEXT-CANDIDATE THRU 4900-EXIT
           PERFORM 4100-LIST-PAIR THRU 4100-EXIT
               UNTIL HC-NO-MORE-CANDIDATES
           CLOSE CANDIDATE-FILE.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-LIST-PAIR                                                 *
      *----------------------------------------------------------------*
       4100-LIST-PAIR.
           MOVE DC-PATIENT-ID-1 TO HC-SD-PATIENT-ID (1)
           MOVE DC-PATIENT-ID-2 TO HC-SD-PATIENT-ID (2)
           PERFORM 4200-LOAD-SIDE THRU 4200-EXIT
               VARYING HC-SIDE-IDX FROM 1 BY 1
               UNTIL HC-SIDE-IDX > 2
           PERFORM 4300-PRINT-PAIR THRU 4300-EXIT
           PERFORM 4900-READ-NEXT-CANDIDATE THRU 4900-EXIT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4200-LOAD-SIDE                                                 *
      *     Reads one side's master record and counts its visits, live *
      *     and archived, and its prescriptions of any status.  A      *
      *     record gone from the master since the scan prints as not   *
      *     on file.                                                   *
      *----------------------------------------------------------------*
       4200-LOAD-SIDE.
           MOVE HC-SD-PATIENT-ID (HC-SIDE-IDX) TO PF-PATIENT-ID
           MOVE 0 TO HC-SD-VISITS (HC-SIDE-IDX)
           MOVE 0 TO HC-SD-MEDICATIONS (HC-SIDE-IDX)
           READ PATIENT-FILE
               KEY IS PF-PATIENT-ID
           IF NOT HC-PATIENT-OK
               MOVE 'N' TO HC-SD-FOUND-SW (HC-SIDE-IDX)
               MOVE '(NOT ON MASTER)' TO HC-SD-LAST-NAME (HC-SIDE-IDX)
               MOVE SPACES TO HC-SD-FIRST-NAME (HC-SIDE-IDX)
               MOVE SPACES TO HC-SD-DOB (HC-SIDE-IDX)
               MOVE SPACES TO HC-SD-ADDRESS (HC-SIDE-IDX)
               MOVE SPACES TO HC-SD-CITY (HC-SIDE-IDX)
               MOVE SPACES TO HC-SD-POSTCODE (HC-SIDE-IDX)
               MOVE SPACES TO HC-SD-PHONE-MOBILE (HC-SIDE-IDX)
               MOVE SPACES TO HC-SD-EMAIL-ADDRESS (HC-SIDE-IDX)
               MOVE SPACES TO HC-SD-INS-CARD-NUM (HC-SIDE-IDX)
               MOVE SPACES TO HC-SD-DATE-OF-DEATH (HC-SIDE-IDX)
               GO TO 4200-EXIT
           END-IF
           MOVE 'Y'              TO HC-SD-FOUND-SW (HC-SIDE-IDX)
           MOVE PF-LAST-NAME     TO HC-SD-LAST-NAME (HC-SIDE-IDX)
           MOVE PF-FIRST-NAME    TO HC-SD-FIRST-NAME (HC-SIDE-IDX)
           MOVE PF-DOB           TO HC-SD-DOB (HC-SIDE-IDX)
           MOVE PF-ADDRESS       TO HC-SD-ADDRESS (HC-SIDE-IDX)
           MOVE PF-CITY          TO HC-SD-CITY (HC-SIDE-IDX)
           MOVE PF-POSTCODE      TO HC-SD-POSTCODE (HC-SIDE-IDX)
           MOVE PF-PHONE-MOBILE  TO HC-SD-PHONE-MOBILE (HC-SIDE-IDX)
           MOVE PF-EMAIL-ADDRESS TO HC-SD-EMAIL-ADDRESS (HC-SIDE-IDX)
           MOVE PF-INS-CARD-NUM  TO HC-SD-INS-CARD-NUM (HC-SIDE-IDX)
           MOVE PF-DATE-OF-DEATH TO HC-SD-DATE-OF-DEATH (HC-SIDE-IDX)

           MOVE HC-SD-PATIENT-ID (HC-SIDE-IDX) TO VF-PATIENT-ID
           MOVE LOW-VALUES TO VF-VISIT-DATE
           MOVE LOW-VALUES TO VF-VISIT-TIME
           START VISIT-FILE KEY IS >= VF-VISIT-KEY
           IF HC-VISIT-OK
               SET HC-COUNT-CONTINUES TO TRUE
               PERFORM 4210-COUNT-VISIT THRU 4210-EXIT
                   UNTIL HC-COUNT-ENDED
           END-IF

           IF HC-ARCHIVE-FILE-OPEN
               MOVE HC-SD-PATIENT-ID (HC-SIDE-IDX) TO XF-PATIENT-ID
               MOVE LOW-VALUES TO XF-VISIT-DATE
               MOVE LOW-VALUES TO XF-VISIT-TIME
               START ARCHIVE-FILE KEY IS >= XF-VISIT-KEY
               IF HC-ARCHIVE-OK
                   SET HC-COUNT-CONTINUES TO TRUE
                   PERFORM 4220-COUNT-ARCH-VISIT THRU 4220-EXIT
                       UNTIL HC-COUNT-ENDED
               END-IF
           END-IF

           MOVE HC-SD-PATIENT-ID (HC-SIDE-IDX) TO MF-PATIENT-ID
           MOVE ZERO TO MF-PRESCRIPTION-ID
           START MEDICATION-FILE KEY IS >= MF-MED-KEY
           IF HC-MEDICATION-OK
               SET HC-COUNT-CONTINUES TO TRUE
               PERFORM 4230-COUNT-MEDICATION THRU 4230-EXIT
                   UNTIL HC-COUNT-ENDED
           END-IF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4210-COUNT-VISIT                                               *
      *----------------------------------------------------------------*
       4210-COUNT-VISIT.
           READ VISIT-FILE NEXT RECORD
           IF NOT HC-VISIT-OK
                   OR VF-PATIENT-ID NOT = HC-SD-PATIENT-ID (HC-SIDE-IDX)
               SET HC-COUNT-ENDED TO TRUE
               GO TO 4210-EXIT
           END-IF
           ADD 1 TO HC-SD-VISITS (HC-SIDE-IDX).
       4210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4220-COUNT-ARCH-VISIT                                          *
      *----------------------------------------------------------------*
       4220-COUNT-ARCH-VISIT.
           READ ARCHIVE-FILE NEXT RECORD
           IF NOT HC-ARCHIVE-OK
                   OR XF-PATIENT-ID NOT = HC-SD-PATIENT-ID (HC-SIDE-IDX)
               SET HC-COUNT-ENDED TO TRUE
               GO TO 4220-EXIT
           END-IF
           ADD 1 TO HC-SD-VISITS (HC-SIDE-IDX).
       4220-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4230-COUNT-MEDICATION                                          *
      *----------------------------------------------------------------*
       4230-COUNT-MEDICATION.
           READ MEDICATION-FILE NEXT RECORD
           IF NOT HC-MEDICATION-OK
                   OR MF-PATIENT-ID NOT = HC-SD-PATIENT-ID (HC-SIDE-IDX)
               SET HC-COUNT-ENDED TO TRUE
               GO TO 4230-EXIT
           END-IF
           ADD 1 TO HC-SD-MEDICATIONS (HC-SIDE-IDX).
       4230-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4300-PRINT-PAIR                                                *
      *     A pair heading with its rank and score, then one line per  *
      *     field with the lower id on the left; the last column says  *
      *     which fields earned the pair its score.                    *
      *----------------------------------------------------------------*
       4300-PRINT-PAIR.
           ADD 1 TO HC-PAIRS-PRINTED
           WRITE HC-REPORT-LINE FROM HC-BLANK-LINE
           MOVE HC-PAIRS-PRINTED TO HC-P-PAIR-NUMBER
           MOVE DC-SCORE         TO HC-P-SCORE
           WRITE HC-REPORT-LINE FROM HC-PAIR-LINE

           MOVE 'PATIENT ID'     TO HC-S-LABEL
           MOVE HC-SD-PATIENT-ID (1) TO HC-S-VALUE-1
           MOVE HC-SD-PATIENT-ID (2) TO HC-S-VALUE-2
           MOVE SPACES           TO HC-S-MATCH
           PERFORM 4310-WRITE-SIDE-LINE THRU 4310-EXIT

           MOVE 'LAST NAME'      TO HC-S-LABEL
           MOVE HC-SD-LAST-NAME (1) TO HC-S-VALUE-1
           MOVE HC-SD-LAST-NAME (2) TO HC-S-VALUE-2
           EVALUATE TRUE
               WHEN DC-LAST-EXACT
                   MOVE 'SAME'   TO HC-S-MATCH
               WHEN DC-LAST-SOUND
                   MOVE 'ALIKE'  TO HC-S-MATCH
               WHEN OTHER
                   MOVE SPACES   TO HC-S-MATCH
           END-EVALUATE
           PERFORM 4310-WRITE-SIDE-LINE THRU 4310-EXIT

           MOVE 'FIRST NAME'     TO HC-S-LABEL
           MOVE HC-SD-FIRST-NAME (1) TO HC-S-VALUE-1
           MOVE HC-SD-FIRST-NAME (2) TO HC-S-VALUE-2
           EVALUATE TRUE
               WHEN DC-FIRST-EXACT
                   MOVE 'SAME'   TO HC-S-MATCH
               WHEN DC-FIRST-SOUND
                   MOVE 'ALIKE'  TO HC-S-MATCH
               WHEN OTHER
                   MOVE SPACES   TO HC-S-MATCH
           END-EVALUATE
           PERFORM 4310-WRITE-SIDE-LINE THRU 4310-EXIT

           MOVE 'DATE OF BIRTH'  TO HC-S-LABEL
           MOVE HC-SD-DOB (1)    TO HC-S-VALUE-1
           MOVE HC-SD-DOB (2)    TO HC-S-VALUE-2
           MOVE 'SAME'           TO HC-S-MATCH
           PERFORM 4310-WRITE-SIDE-LINE THRU 4310-EXIT

           MOVE 'ADDRESS'        TO HC-S-LABEL
           MOVE HC-SD-ADDRESS (1) TO HC-S-VALUE-1
           MOVE HC-SD-ADDRESS (2) TO HC-S-VALUE-2
           MOVE SPACES           TO HC-S-MATCH
           PERFORM 4310-WRITE-SIDE-LINE THRU 4310-EXIT

           MOVE 'CITY/POSTCODE'  TO HC-S-LABEL
           MOVE SPACES           TO HC-S-VALUE-1
           MOVE SPACES           TO HC-S-VALUE-2
           STRING HC-SD-CITY (1) ' ' HC-SD-POSTCODE (1)
               DELIMITED BY SIZE INTO HC-S-VALUE-1
           STRING HC-SD-CITY (2) ' ' HC-SD-POSTCODE (2)
               DELIMITED BY SIZE INTO HC-S-VALUE-2
           PERFORM 4310-WRITE-SIDE-LINE THRU 4310-EXIT

           MOVE 'MOBILE PHONE'   TO HC-S-LABEL
           MOVE HC-SD-PHONE-MOBILE (1) TO HC-S-VALUE-1
           MOVE HC-SD-PHONE-MOBILE (2) TO HC-S-VALUE-2
           MOVE SPACES           TO HC-S-MATCH
           IF DC-SAME-PHONE
               MOVE 'SAME'       TO HC-S-MATCH
           END-IF
           PERFORM 4310-WRITE-SIDE-LINE THRU 4310-EXIT

           MOVE 'E-MAIL'         TO HC-S-LABEL
           MOVE HC-SD-EMAIL-ADDRESS (1) TO HC-S-VALUE-1
           MOVE HC-SD-EMAIL-ADDRESS (2) TO HC-S-VALUE-2
           MOVE SPACES           TO HC-S-MATCH
           IF DC-SAME-EMAIL
               MOVE 'SAME'       TO HC-S-MATCH
           END-IF
           PERFORM 4310-WRITE-SIDE-LINE THRU 4310-EXIT

           MOVE 'INSURANCE CARD' TO HC-S-LABEL
           MOVE HC-SD-INS-CARD-NUM (1) TO HC-S-VALUE-1
           MOVE HC-SD-INS-CARD-NUM (2) TO HC-S-VALUE-2
           MOVE SPACES           TO HC-S-MATCH
           IF DC-SAME-CARD
               MOVE 'SAME'       TO HC-S-MATCH
           END-IF
           PERFORM 4310-WRITE-SIDE-LINE THRU 4310-EXIT

           MOVE 'VISITS'         TO HC-S-LABEL
           MOVE HC-SD-VISITS (1) TO HC-COUNT-EDIT
           MOVE HC-COUNT-EDIT    TO HC-S-VALUE-1
           MOVE HC-SD-VISITS (2) TO HC-COUNT-EDIT
           MOVE HC-COUNT-EDIT    TO HC-S-VALUE-2
           MOVE SPACES           TO HC-S-MATCH
           PERFORM 4310-WRITE-SIDE-LINE THRU 4310-EXIT

           MOVE 'PRESCRIPTIONS'  TO HC-S-LABEL
           MOVE HC-SD-MEDICATIONS (1) TO HC-COUNT-EDIT
           MOVE HC-COUNT-EDIT    TO HC-S-VALUE-1
           MOVE HC-SD-MEDICATIONS (2) TO HC-COUNT-EDIT
           MOVE HC-COUNT-EDIT    TO HC-S-VALUE-2
           PERFORM 4310-WRITE-SIDE-LINE THRU 4310-EXIT

           IF HC-SD-DATE-OF-DEATH (1) NOT = SPACES
                   OR HC-SD-DATE-OF-DEATH (2) NOT = SPACES
               MOVE 'DATE OF DEATH'  TO HC-S-LABEL
               MOVE HC-SD-DATE-OF-DEATH (1) TO HC-S-VALUE-1
               MOVE HC-SD-DATE-OF-DEATH (2) TO HC-S-VALUE-2
               PERFORM 4310-WRITE-SIDE-LINE THRU 4310-EXIT
           END-IF.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4310-WRITE-SIDE-LINE                                           *
      *----------------------------------------------------------------*
       4310-WRITE-SIDE-LINE.
           WRITE HC-REPORT-LINE FROM HC-SIDE-LINE.
       4310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4900-READ-NEXT-CANDIDATE                                       *
      *----------------------------------------------------------------*
       4900-READ-NEXT-CANDIDATE.
           READ CANDIDATE-FILE NEXT RECORD
           IF NOT HC-CANDIDATE-OK
               MOVE 'Y' TO HC-CANDIDATE-EOF-SW
           END-IF.
       4900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-PHONETIC-CODE                                             *
      *     Soundex code of HC-PH-NAME into HC-PH-CODE.  The name's    *
      *     letters are turned into their digit groups in one INSPECT, *
      *     then walked from the second character until four places   *
      *     are filled; punctuation and embedded blanks are passed     *
      *     over like H and W.                                         *
      *----------------------------------------------------------------*
       7000-PHONETIC-CODE.
           MOVE SPACES TO HC-PH-CODE
           IF HC-PH-NAME = SPACES
               GO TO 7000-EXIT
           END-IF
           INSPECT HC-PH-NAME
               CONVERTING HC-LOWER-CASE TO HC-UPPER-CASE
           MOVE HC-PH-NAME TO HC-PH-DIGITS
           INSPECT HC-PH-DIGITS
               CONVERTING HC-UPPER-CASE TO HC-SOUNDEX-GROUPS

           MOVE '0000'            TO HC-PH-CODE
           MOVE HC-PH-NAME (1:1)  TO HC-PH-CODE (1:1)
           MOVE HC-PH-DIGITS (1:1) TO HC-PH-LAST-DIGIT
           MOVE 1 TO HC-PH-LEN
           PERFORM 7010-CODE-ONE-LETTER THRU 7010-EXIT
               VARYING HC-PH-POS FROM 2 BY 1
               UNTIL HC-PH-POS > 20
                  OR HC-PH-LEN NOT < 4.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7010-CODE-ONE-LETTER                                           *
      *----------------------------------------------------------------*
       7010-CODE-ONE-LETTER.
           MOVE HC-PH-DIGITS (HC-PH-POS:1) TO HC-PH-CHAR
           EVALUATE HC-PH-CHAR
               WHEN '1' THRU '6'
                   IF HC-PH-CHAR NOT = HC-PH-LAST-DIGIT
                       ADD 1 TO HC-PH-LEN
                       MOVE HC-PH-CHAR TO HC-PH-CODE (HC-PH-LEN:1)
                   END-IF
                   MOVE HC-PH-CHAR TO HC-PH-LAST-DIGIT
               WHEN '0'
                   MOVE '0' TO HC-PH-LAST-DIGIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       7010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9000-TERMINATE                                                 *
      *----------------------------------------------------------------*
       9000-TERMINATE.
           IF HC-PAIRS-LISTED = 0
               WRITE HC-REPORT-LINE FROM HC-BLANK-LINE
               MOVE 'NO LIKELY DUPLICATES FOUND' TO HC-REPORT-LINE
               WRITE HC-REPORT-LINE
           END-IF
           WRITE HC-REPORT-LINE FROM HC-BLANK-LINE
           MOVE 'MASTERS READ       :' TO HC-C-TITLE
           MOVE HC-MASTERS-READ        TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'MERGED SKIPPED     :' TO HC-C-TITLE
           MOVE HC-MERGED-SKIPPED      TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'NO DATE OF BIRTH   :' TO HC-C-TITLE
           MOVE HC-NO-DOB-SKIPPED      TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'RECORDS SCANNED    :' TO HC-C-TITLE
           MOVE HC-RECORDS-SCANNED     TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'PAIRS COMPARED     :' TO HC-C-TITLE
           MOVE HC-PAIRS-COMPARED      TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'PAIRS LISTED       :' TO HC-C-TITLE
           MOVE HC-PAIRS-LISTED        TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'SETTLED NOT DUPES  :' TO HC-C-TITLE
           MOVE HC-PAIRS-SETTLED       TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'NOT COMPARED       :' TO HC-C-TITLE
           MOVE HC-NOT-COMPARED        TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE

           IF HC-FILES-OPEN
               CLOSE PATIENT-FILE
               CLOSE VISIT-FILE
               CLOSE MEDICATION-FILE
           END-IF
           IF HC-ARCHIVE-FILE-OPEN
               CLOSE ARCHIVE-FILE
           END-IF
           IF HC-NOT-DUP-FILE-OPEN
               CLOSE NOT-DUP-FILE
           END-IF
           CLOSE WORKLIST-REPORT
           DISPLAY 'HCDUPS01 - PAIRS LISTED : ' HC-PAIRS-LISTED
                   ', SETTLED : ' HC-PAIRS-SETTLED

           SET RC-FUNC-END TO TRUE
           MOVE HC-MASTERS-READ TO RC-RECORDS-READ
           MOVE HC-PAIRS-LISTED TO RC-RECORDS-WRITTEN
           CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA.
       9000-EXIT.
           EXIT.
