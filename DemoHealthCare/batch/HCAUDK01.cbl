      ******************************************************************
      * IDENTIFICATION DIVISION                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCAUDK01.
       AUTHOR.        R S GUPTA.
       INSTALLATION.  DEMOHEALTHCARE - PATIENT SERVICES.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      * HCAUDK01 - AUDIT ARCHIVE CHECK MODULE                          *
      *                                                                *
      * CALLed with the HCAUDKA parameter area by HCAUDR01 and         *
      * HCPRVM01 before either reads an HCAUDARC monthly archive, so   *
      * both trust an archive on the same terms.  Two passes over the  *
      * file:                                                          *
      *                                                                *
      *   1. Reads through to the HCAUSREC seal HCAUDV01 wrote last,   *
      *      counting the entries ahead of it.  The seal must be for   *
      *      the month asked, count the same entries, and still fold   *
      *      to its own AS-SEAL-HASH.                                  *
      *   2. Re-folds every chained entry through HCAUDW01 function H  *
      *      - the arithmetic that built the chain - seeded with the   *
      *      previous entry's hash, the first from AS-OPENING-HASH.    *
      *      The first chained entry must be AS-FIRST-SEQUENCE, each   *
      *      one after it the next number, and the chain must end at   *
      *      AS-LAST-SEQUENCE on AS-CLOSING-HASH.  Entries from before *
      *      the chain began (sequence zero) may only lead the file.   *
      *                                                                *
      * A month HCAUDV01 archived on a re-anchoring run carries the    *
      * chain breaks it was archived with in AS-BREAKS-ACCEPTED.  The  *
      * check then counts breaks as HCAUDV01 does - one per entry out  *
      * of sequence, altered or late unchained, picking up again from  *
      * the entry found - and the archive must hold exactly that many. *
      *                                                                *
      * So an archive edited and re-sealed with a made-up seal hash   *
      * still fails: the seal's closing hash cannot be reached from   *
      * its opening hash without the original entries.                *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original program.                               *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN TO HCAUDARC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HC-ARCHIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE.
       01  HC-ARCHIVE-FILE-RECORD        PIC X(100).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    FILE STATUS SWITCHES                                        *
      *----------------------------------------------------------------*
       01  HC-ARCHIVE-STATUS             PIC X(02) VALUE '00'.
           88 HC-ARCHIVE-OK                        VALUE '00'.

       01  HC-WORK-SWITCHES.
           05 HC-ARCHIVE-EOF-SW          PIC X(01) VALUE 'N'.
              88 HC-NO-MORE-ARCHIVE                VALUE 'Y'.
           05 HC-CHAIN-SW                PIC X(01) VALUE 'N'.
              88 HC-CHAIN-BEGUN                    VALUE 'Y'.
              88 HC-CHAIN-NOT-BEGUN                VALUE 'N'.

      *----------------------------------------------------------------*
      *    CHAIN CHECK WORK AREAS                                      *
      *----------------------------------------------------------------*
       01  HC-ENTRIES-READ               PIC 9(09) VALUE 0.
       01  HC-EXPECTED-SEQUENCE          PIC 9(10).
       01  HC-CHAIN-END-SEQUENCE         PIC 9(10).
       01  HC-PREVIOUS-HASH              PIC 9(15).
       01  HC-STORED-HASH                PIC 9(15).
       01  HC-SEAL-HASH                  PIC 9(15).
       01  HC-BREAKS-ALLOWED             PIC 9(03).
       01  HC-BREAKS-FOUND               PIC 9(04).
       01  HC-BREAK-AT                   PIC 9(10).

           COPY HCAUDREC.
           COPY HCAUSREC.
           COPY HCAUDWA.

       LINKAGE SECTION.
      *----------------------------------------------------------------*
      *    ARCHIVE CHECK PARAMETER AREA                                *
      *----------------------------------------------------------------*
       COPY HCAUDKA.

      ******************************************************************
      * PROCEDURE DIVISION                                             *
      ******************************************************************
       PROCEDURE DIVISION USING HC-ARCHIVE-CHECK-AREA.
      *----------------------------------------------------------------*
      * 0000-MAINLINE                                                  *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           SET AK-REPLY-OK TO TRUE
           MOVE '00' TO AK-FILE-STATUS
           MOVE ZERO TO AK-ENTRY-COUNT
           MOVE ZERO TO AK-BREAK-SEQUENCE
           MOVE ZERO TO AK-BREAKS-ACCEPTED

           PERFORM 1000-FIND-SEAL THRU 1000-EXIT
           IF AK-REPLY-OK
               PERFORM 2000-CHECK-SEAL THRU 2000-EXIT
           END-IF
           IF AK-REPLY-OK
               PERFORM 3000-CHECK-CHAIN THRU 3000-EXIT
           END-IF
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-FIND-SEAL                                                 *
      *     First pass: counts the entries up to the seal.             *
      *----------------------------------------------------------------*
       1000-FIND-SEAL.
           OPEN INPUT ARCHIVE-FILE
           IF NOT HC-ARCHIVE-OK
               SET AK-REPLY-OPEN-FAILED TO TRUE
               MOVE HC-ARCHIVE-STATUS TO AK-FILE-STATUS
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO HC-AUDIT-SEAL-RECORD
           MOVE ZERO   TO HC-ENTRIES-READ
           MOVE 'N'    TO HC-ARCHIVE-EOF-SW
           PERFORM 1100-COUNT-ENTRY THRU 1100-EXIT
               UNTIL HC-NO-MORE-ARCHIVE
           CLOSE ARCHIVE-FILE

           IF NOT AS-SEAL-PRESENT
               SET AK-REPLY-NO-SEAL TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-COUNT-ENTRY                                               *
      *----------------------------------------------------------------*
       1100-COUNT-ENTRY.
           READ ARCHIVE-FILE INTO HC-AUDIT-RECORD
           IF NOT HC-ARCHIVE-OK
               MOVE 'Y' TO HC-ARCHIVE-EOF-SW
               GO TO 1100-EXIT
           END-IF
           IF AU-ARCHIVE-SEAL
               MOVE HC-AUDIT-RECORD TO HC-AUDIT-SEAL-RECORD
               MOVE 'Y' TO HC-ARCHIVE-EOF-SW
           ELSE
               ADD 1 TO HC-ENTRIES-READ
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-CHECK-SEAL                                                *
      *     The seal's own hash is re-taken with the field zero,       *
      *     seeded with the closing hash, as HCAUDV01 took it.         *
      *----------------------------------------------------------------*
       2000-CHECK-SEAL.
           MOVE AS-SEAL-HASH    TO HC-SEAL-HASH
           MOVE ZERO            TO AS-SEAL-HASH
           SET AW-FUNC-HASH     TO TRUE
           MOVE AS-CLOSING-HASH TO AW-SEED-HASH
           CALL 'HCAUDW01' USING HC-AUDIT-WRITE-AREA
                                 HC-AUDIT-SEAL-RECORD
           MOVE HC-SEAL-HASH    TO AS-SEAL-HASH
           IF AS-ARCHIVE-MONTH NOT = AK-ARCHIVE-MONTH
                   OR AS-ENTRY-COUNT NOT = HC-ENTRIES-READ
                   OR AW-RESULT-HASH NOT = AS-SEAL-HASH
               SET AK-REPLY-NOT-SEALED TO TRUE
               GO TO 2000-EXIT
           END-IF
           MOVE HC-ENTRIES-READ TO AK-ENTRY-COUNT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-CHECK-CHAIN                                               *
      *     Second pass: every entry re-folded, then the end of the    *
      *     chain held against the seal.  An archive of nothing but    *
      *     pre-chain entries must have a seal that opens and closes   *
      *     on the same hash with no first sequence.                   *
      *----------------------------------------------------------------*
       3000-CHECK-CHAIN.
           OPEN INPUT ARCHIVE-FILE
           IF NOT HC-ARCHIVE-OK
               SET AK-REPLY-OPEN-FAILED TO TRUE
               MOVE HC-ARCHIVE-STATUS TO AK-FILE-STATUS
               GO TO 3000-EXIT
           END-IF
           IF AS-BREAKS-ACCEPTED IS NUMERIC
               MOVE AS-BREAKS-ACCEPTED TO HC-BREAKS-ALLOWED
           ELSE
               MOVE ZERO TO HC-BREAKS-ALLOWED
           END-IF
           MOVE ZERO              TO HC-BREAKS-FOUND
           SET HC-CHAIN-NOT-BEGUN TO TRUE
           MOVE AS-OPENING-HASH   TO HC-PREVIOUS-HASH
           MOVE AS-FIRST-SEQUENCE TO HC-EXPECTED-SEQUENCE
           MOVE 'N'               TO HC-ARCHIVE-EOF-SW
           PERFORM 3100-CHECK-ENTRY THRU 3100-EXIT
               UNTIL HC-NO-MORE-ARCHIVE
                  OR NOT AK-REPLY-OK
           CLOSE ARCHIVE-FILE
           IF NOT AK-REPLY-OK
               GO TO 3000-EXIT
           END-IF

           IF HC-CHAIN-BEGUN
               SUBTRACT 1 FROM HC-EXPECTED-SEQUENCE
                   GIVING HC-CHAIN-END-SEQUENCE
               IF HC-CHAIN-END-SEQUENCE NOT = AS-LAST-SEQUENCE
                       OR HC-PREVIOUS-HASH NOT = AS-CLOSING-HASH
                   SET AK-REPLY-CHAIN-BROKEN TO TRUE
                   MOVE HC-CHAIN-END-SEQUENCE TO AK-BREAK-SEQUENCE
                   GO TO 3000-EXIT
               END-IF
           ELSE
               IF AS-FIRST-SEQUENCE NOT = ZERO
                       OR AS-CLOSING-HASH NOT = AS-OPENING-HASH
                   SET AK-REPLY-CHAIN-BROKEN TO TRUE
                   MOVE AS-FIRST-SEQUENCE TO AK-BREAK-SEQUENCE
                   GO TO 3000-EXIT
               END-IF
           END-IF

      *    Fewer breaks than the seal accepts means the archive has
      *    been changed since it was sealed.
           IF HC-BREAKS-FOUND < HC-BREAKS-ALLOWED
               SET AK-REPLY-CHAIN-BROKEN TO TRUE
               MOVE ZERO TO AK-BREAK-SEQUENCE
               GO TO 3000-EXIT
           END-IF
           MOVE HC-BREAKS-ALLOWED TO AK-BREAKS-ACCEPTED.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-CHECK-ENTRY                                               *
      *     After a break the check picks up again from the entry      *
      *     found, as HCAUDV01's does.                                 *
      *----------------------------------------------------------------*
       3100-CHECK-ENTRY.
           READ ARCHIVE-FILE INTO HC-AUDIT-RECORD
           IF NOT HC-ARCHIVE-OK
                   OR AU-ARCHIVE-SEAL
               MOVE 'Y' TO HC-ARCHIVE-EOF-SW
               GO TO 3100-EXIT
           END-IF
           IF AU-SEQUENCE-NUM = ZERO
               IF HC-CHAIN-BEGUN
                   MOVE HC-EXPECTED-SEQUENCE TO HC-BREAK-AT
                   PERFORM 3200-COUNT-BREAK THRU 3200-EXIT
               END-IF
               GO TO 3100-EXIT
           END-IF

           SET HC-CHAIN-BEGUN TO TRUE
           PERFORM 3110-CHECK-LINK THRU 3110-EXIT
           ADD 1 TO AU-SEQUENCE-NUM GIVING HC-EXPECTED-SEQUENCE
           MOVE HC-STORED-HASH TO HC-PREVIOUS-HASH.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3110-CHECK-LINK                                                *
      *     An entry out of sequence is one break; its hash could not  *
      *     match anyway.  The hash is taken with the entry's own      *
      *     hash field zero, as HCAUDW01 took it when it was written.  *
      *----------------------------------------------------------------*
       3110-CHECK-LINK.
           MOVE AU-CHAIN-HASH    TO HC-STORED-HASH
           MOVE AU-SEQUENCE-NUM  TO HC-BREAK-AT
           IF AU-SEQUENCE-NUM NOT = HC-EXPECTED-SEQUENCE
               PERFORM 3200-COUNT-BREAK THRU 3200-EXIT
               GO TO 3110-EXIT
           END-IF
           MOVE ZERO             TO AU-CHAIN-HASH
           SET AW-FUNC-HASH      TO TRUE
           MOVE HC-PREVIOUS-HASH TO AW-SEED-HASH
           CALL 'HCAUDW01' USING HC-AUDIT-WRITE-AREA HC-AUDIT-RECORD
           MOVE HC-STORED-HASH   TO AU-CHAIN-HASH
           IF AW-RESULT-HASH NOT = HC-STORED-HASH
               PERFORM 3200-COUNT-BREAK THRU 3200-EXIT
           END-IF.
       3110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3200-COUNT-BREAK                                               *
      *     The first break past those the seal accepts fails the      *
      *     archive there.                                             *
      *----------------------------------------------------------------*
       3200-COUNT-BREAK.
           ADD 1 TO HC-BREAKS-FOUND
           IF HC-BREAKS-FOUND > HC-BREAKS-ALLOWED
               SET AK-REPLY-CHAIN-BROKEN TO TRUE
               MOVE HC-BREAK-AT TO AK-BREAK-SEQUENCE
           END-IF.
       3200-EXIT.
           EXIT.
