      ******************************************************************
      * IDENTIFICATION DIVISION                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCAUDW01.
       AUTHOR.        R S GUPTA.
       INSTALLATION.  DEMOHEALTHCARE - PATIENT SERVICES.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      * HCAUDW01 - AUDIT-TRAIL CHAIN WRITER                            *
      *                                                                *
      * CALLed with the HCAUDWA parameter area and an HCAUDREC record  *
      * by every program that appends to HCAUDIT - HCIPDB01, HCREFM01, *
      * HCSGNO01, HCRMDI01 and HCCHRT01 - so that every entry joins    *
      * the chain the same way:                                        *
      *                                                                *
      *   Function W (write) - takes the last sequence number and      *
      *     hash off the HCAUDCTL chain control record, stamps the     *
      *     entry with the next sequence number and with the hash of   *
      *     the entry (hash field zero) folded onto the previous one,  *
      *     appends it to HCAUDIT and only then moves the control      *
      *     record on.  Reply E, with the file status, when the entry  *
      *     or the control record could not be written.                *
      *   Function H (hash)  - folds the 100-byte record passed onto   *
      *     AW-SEED-HASH and returns AW-RESULT-HASH; nothing is read   *
      *     or written.  HCAUDV01 verifies the chain and seals its     *
      *     archives with it, and HCAUDK01 re-checks a sealed archive  *
      *     with it before HCAUDR01 or HCPRVM01 reads one.             *
      *                                                                *
      * The hash is a running checksum: each byte's ordinal is added   *
      * to 131 times the running value, kept as the remainder of a     *
      * 15-digit prime.  It shows up any entry altered, removed or     *
      * inserted outside this module; it is not a cipher.              *
      *                                                                *
      * HCAUDIT and HCAUDCTL are created on first use so a new site    *
      * needs no priming step.                                         *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original program.                               *
      * 2026-10-15 RSG 2000 box states what a failed control-record   *
      *                rewrite does to the next entry.                 *
      * 2026-10-15 RSG Header names HCAUDK01 as a function H caller.  *
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

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  HC-AUDIT-FILE-RECORD          PIC X(100).

       FD  CHAIN-FILE.
           COPY HCACHREC.

       WORKING-STORAGE SECTION.
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

       01  HC-CHAIN-KEY                  PIC X(08) VALUE 'HCAUDIT'.
       01  HC-CHAIN-NEW-SW               PIC X(01) VALUE 'N'.
           88 HC-CHAIN-IS-NEW                      VALUE 'Y'.
           88 HC-CHAIN-ON-FILE                     VALUE 'N'.

      *----------------------------------------------------------------*
      *    HASH WORK AREAS                                             *
      *----------------------------------------------------------------*
       01  HC-HASH-RECORD                PIC X(100).
       01  HC-HASH-MODULUS               PIC 9(15)
                                         VALUE 999999999999989.
       01  HC-HASH-MULTIPLIER            PIC 9(03) VALUE 131.
       01  HC-HASH-WORK                  PIC 9(15).
       01  HC-HASH-PRODUCT               PIC 9(18).
       01  HC-HASH-QUOTIENT              PIC 9(18).
       01  HC-HASH-IDX                   PIC 9(03) COMP.

       LINKAGE SECTION.
      *----------------------------------------------------------------*
      *    AUDIT-WRITE PARAMETER AREA AND THE ENTRY ITSELF             *
      *----------------------------------------------------------------*
       COPY HCAUDWA.
       COPY HCAUDREC.

      ******************************************************************
      * PROCEDURE DIVISION                                             *
      ******************************************************************
       PROCEDURE DIVISION USING HC-AUDIT-WRITE-AREA HC-AUDIT-RECORD.
      *----------------------------------------------------------------*
      * 0000-MAINLINE                                                  *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           SET AW-REPLY-OK TO TRUE
           MOVE '00' TO AW-FILE-STATUS

           EVALUATE TRUE
               WHEN AW-FUNC-WRITE
                   PERFORM 2000-WRITE-FUNCTION THRU 2000-EXIT
               WHEN AW-FUNC-HASH
                   PERFORM 3000-HASH-FUNCTION THRU 3000-EXIT
               WHEN OTHER
                   SET AW-REPLY-ERROR TO TRUE
           END-EVALUATE
           GOBACK.

      *----------------------------------------------------------------*
      * 1000-OPEN-CHAIN-CONTROL                                        *
      *     Creates the control file on first use; a missing control   *
      *     record means the chain starts here, from sequence 1 and    *
      *     hash zero.                                                 *
      *----------------------------------------------------------------*
       1000-OPEN-CHAIN-CONTROL.
           OPEN I-O CHAIN-FILE
           IF HC-CHAIN-NOT-THERE
               OPEN OUTPUT CHAIN-FILE
               CLOSE CHAIN-FILE
               OPEN I-O CHAIN-FILE
           END-IF
           IF NOT HC-CHAIN-OK
               SET AW-REPLY-ERROR TO TRUE
               MOVE HC-CHAIN-STATUS TO AW-FILE-STATUS
               GO TO 1000-EXIT
           END-IF

           MOVE HC-CHAIN-KEY TO AC-CHAIN-NAME
           READ CHAIN-FILE
           IF HC-CHAIN-NOTFND
               SET HC-CHAIN-IS-NEW TO TRUE
               MOVE SPACES        TO HC-AUDIT-CHAIN-RECORD
               MOVE HC-CHAIN-KEY  TO AC-CHAIN-NAME
               MOVE ZERO          TO AC-LAST-SEQUENCE
               MOVE ZERO          TO AC-LAST-HASH
               MOVE ZERO          TO AC-ARCHIVED-SEQUENCE
               MOVE ZERO          TO AC-ARCHIVED-HASH
               SET AC-ARCHIVE-SETTLED TO TRUE
           ELSE
               SET HC-CHAIN-ON-FILE TO TRUE
               IF NOT HC-CHAIN-OK
                   SET AW-REPLY-ERROR TO TRUE
                   MOVE HC-CHAIN-STATUS TO AW-FILE-STATUS
                   CLOSE CHAIN-FILE
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-WRITE-FUNCTION                                            *
      *     The next number is only taken up once the entry is safely  *
      *     on HCAUDIT, so a failed entry write uses up no number.  If *
      *     the control record then fails to rewrite, the entry stands *
      *     but the next one repeats its number off the old hash;      *
      *     the E reply reports it and HCAUDV01 lists the repeat as    *
      *     out of sequence.                                           *
      *----------------------------------------------------------------*
       2000-WRITE-FUNCTION.
           PERFORM 1000-OPEN-CHAIN-CONTROL THRU 1000-EXIT
           IF AW-REPLY-ERROR
               GO TO 2000-EXIT
           END-IF

           ADD 1 TO AC-LAST-SEQUENCE GIVING AU-SEQUENCE-NUM
           MOVE ZERO            TO AU-CHAIN-HASH
           MOVE HC-AUDIT-RECORD TO HC-HASH-RECORD
           MOVE AC-LAST-HASH    TO HC-HASH-WORK
           PERFORM 5000-HASH-RECORD THRU 5000-EXIT
           MOVE HC-HASH-WORK    TO AU-CHAIN-HASH

           OPEN EXTEND AUDIT-FILE
           IF HC-AUDIT-NOT-THERE
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF NOT HC-AUDIT-OK
               SET AW-REPLY-ERROR TO TRUE
               MOVE HC-AUDIT-STATUS TO AW-FILE-STATUS
               CLOSE CHAIN-FILE
               GO TO 2000-EXIT
           END-IF
           WRITE HC-AUDIT-FILE-RECORD FROM HC-AUDIT-RECORD
           IF NOT HC-AUDIT-OK
               SET AW-REPLY-ERROR TO TRUE
               MOVE HC-AUDIT-STATUS TO AW-FILE-STATUS
               CLOSE AUDIT-FILE
               CLOSE CHAIN-FILE
               GO TO 2000-EXIT
           END-IF
           CLOSE AUDIT-FILE

           MOVE AU-SEQUENCE-NUM TO AC-LAST-SEQUENCE
           MOVE AU-CHAIN-HASH   TO AC-LAST-HASH
           IF HC-CHAIN-IS-NEW
               WRITE HC-AUDIT-CHAIN-RECORD
           ELSE
               REWRITE HC-AUDIT-CHAIN-RECORD
           END-IF
           IF NOT HC-CHAIN-OK
               SET AW-REPLY-ERROR TO TRUE
               MOVE HC-CHAIN-STATUS TO AW-FILE-STATUS
           END-IF
           CLOSE CHAIN-FILE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-HASH-FUNCTION                                             *
      *----------------------------------------------------------------*
       3000-HASH-FUNCTION.
           MOVE HC-AUDIT-RECORD TO HC-HASH-RECORD
           MOVE AW-SEED-HASH    TO HC-HASH-WORK
           PERFORM 5000-HASH-RECORD THRU 5000-EXIT
           MOVE HC-HASH-WORK    TO AW-RESULT-HASH.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-HASH-RECORD                                               *
      *     Folds the 100 bytes of HC-HASH-RECORD onto HC-HASH-WORK.   *
      *----------------------------------------------------------------*
       5000-HASH-RECORD.
           PERFORM 5100-FOLD-ONE-BYTE THRU 5100-EXIT
               VARYING HC-HASH-IDX FROM 1 BY 1
               UNTIL HC-HASH-IDX > 100.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5100-FOLD-ONE-BYTE                                             *
      *----------------------------------------------------------------*
       5100-FOLD-ONE-BYTE.
           COMPUTE HC-HASH-PRODUCT = HC-HASH-WORK * HC-HASH-MULTIPLIER
                   + FUNCTION ORD (HC-HASH-RECORD (HC-HASH-IDX:1))
           DIVIDE HC-HASH-PRODUCT BY HC-HASH-MODULUS
               GIVING HC-HASH-QUOTIENT REMAINDER HC-HASH-WORK.
       5100-EXIT.
           EXIT.
