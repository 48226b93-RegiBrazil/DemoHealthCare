      *                1000 records, and an abended run restarts past *
      *                the checkpointed patient id with the extract   *
      *                opened in extend mode.                         *
      * 2026-10-15 RSG Deceased patients (PF-DATE-OF-DEATH set by     *
      *                27DDTH) are left off the mailing feed and      *
      *                counted separately.                             *
      * 2026-10-15 RSG Only patients whose marketing/mailing consent  *
      *                on HCCONSNT is in effect for the run date go   *
      *                on the feed; the rest are withheld and counted.*
      * 2026-10-15 RSG The withheld and deceased counts ride in the   *
      *                checkpoint key behind the patient id, so a     *
      *                restarted run reports them in full.            *
      * 2026-10-15 RSG The deceased and consent tests and the extract *
      *                write moved to 2200, so every patient read     *
      *                reaches the checkpoint count in 2000.          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS PF-PATIENT-ID
               FILE STATUS IS HC-PATIENT-STATUS.

           SELECT CONSENT-FILE ASSIGN TO HCCONSNT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CN-PATIENT-ID
               FILE STATUS IS HC-CONSENT-STATUS.

           SELECT CENSUS-EXTRACT ASSIGN TO HCCENSUS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HC-CENSUS-STATUS.
       FD  PATIENT-FILE.
           COPY HCPATREC.

       FD  CONSENT-FILE.
           COPY HCCNSREC.

       FD  CENSUS-EXTRACT.
           COPY HCCENREC.

       01  HC-CENSUS-STATUS              PIC X(02) VALUE '00'.
           88 HC-CENSUS-OK                         VALUE '00'.

       01  HC-CONSENT-STATUS             PIC X(02) VALUE '00'.
           88 HC-CONSENT-OK                        VALUE '00'.

       01  HC-WORK-SWITCHES.
           05 HC-PATIENT-EOF-SW          PIC X(01) VALUE 'N'.
              88 HC-NO-MORE-PATIENTS               VALUE 'Y'.
           05 HC-CONSENT-FILE-SW         PIC X(01) VALUE 'N'.
              88 HC-CONSENT-FILE-OPEN              VALUE 'Y'.
           05 HC-MAILING-SW              PIC X(01) VALUE 'N'.
              88 HC-MAILING-CONSENTED              VALUE 'Y'.
              88 HC-MAILING-WITHHELD               VALUE 'N'.

       01  HC-RUN-DATE-WORK.
           05 HC-RUN-DATE                PIC X(08).

       01  HC-EXTRACT-COUNT              PIC 9(06) VALUE 0.
       01  HC-PATIENTS-READ              PIC 9(06) VALUE 0.
       01  HC-DECEASED-SKIPPED           PIC 9(06) VALUE 0.
       01  HC-CONSENT-WITHHELD           PIC 9(06) VALUE 0.

      *----------------------------------------------------------------*
      *    RUN-CONTROL WORK AREAS                                      *
           END-IF

           OPEN INPUT  PATIENT-FILE
           OPEN INPUT  CONSENT-FILE
           IF HC-CONSENT-OK
               SET HC-CONSENT-FILE-OPEN TO TRUE
           END-IF
           IF RC-REPLY-RESTART
               OPEN EXTEND CENSUS-EXTRACT
               MOVE RC-RECORDS-READ    TO HC-PATIENTS-READ
               MOVE RC-RECORDS-WRITTEN TO HC-EXTRACT-COUNT
               IF RC-CHECKPOINT-KEY NOT = SPACES
                   MOVE RC-CHECKPOINT-KEY (1:10) TO PF-PATIENT-ID
                   MOVE RC-CHECKPOINT-KEY (11:6) TO HC-CONSENT-WITHHELD
                   MOVE RC-CHECKPOINT-KEY (17:6) TO HC-DECEASED-SKIPPED
                   START PATIENT-FILE KEY > PF-PATIENT-ID
                   IF NOT HC-PATIENT-OK
                       MOVE 'Y' TO HC-PATIENT-EOF-SW

      *----------------------------------------------------------------*
      * 2000-EXTRACT-PATIENT                                           *
      *     Every patient read counts toward the checkpoint, whether   *
      *     or not 2200 puts it on the extract.                        *
      *----------------------------------------------------------------*
       2000-EXTRACT-PATIENT.
           ADD 1 TO HC-PATIENTS-READ
           PERFORM 2200-WRITE-EXTRACT THRU 2200-EXIT
           ADD 1 TO HC-CHECKPOINT-COUNT
           IF HC-CHECKPOINT-COUNT >= HC-CHECKPOINT-INTERVAL
               MOVE 0 TO HC-CHECKPOINT-COUNT
               PERFORM 8900-TAKE-CHECKPOINT THRU 8900-EXIT
           END-IF
           PERFORM 2900-READ-NEXT-PATIENT THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-CHECK-CONSENT                                             *
      *     A patient goes on the mailing feed only on a 'Y' marketing *
      *     answer whose effective date has arrived.  No consent file, *
      *     no record, a refusal or a future-dated answer withholds.   *
      *----------------------------------------------------------------*
       2100-CHECK-CONSENT.
           SET HC-MAILING-WITHHELD TO TRUE
           IF NOT HC-CONSENT-FILE-OPEN
               GO TO 2100-EXIT
           END-IF
           MOVE PF-PATIENT-ID TO CN-PATIENT-ID
           READ CONSENT-FILE
           IF HC-CONSENT-OK
               AND CN-MKT-GIVEN
               AND CN-MKT-EFF-DATE NOT > HC-RUN-DATE-EDIT
               SET HC-MAILING-CONSENTED TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-WRITE-EXTRACT                                             *
      *     Deceased patients and those without mailing consent are    *
      *     counted and left off the feed.                             *
      *----------------------------------------------------------------*
       2200-WRITE-EXTRACT.
           IF NOT PF-LIVING
               ADD 1 TO HC-DECEASED-SKIPPED
               GO TO 2200-EXIT
           END-IF
           PERFORM 2100-CHECK-CONSENT THRU 2100-EXIT
           IF HC-MAILING-WITHHELD
               ADD 1 TO HC-CONSENT-WITHHELD
               GO TO 2200-EXIT
           END-IF
           MOVE PF-PATIENT-ID       TO CF-PATIENT-ID
           MOVE PF-INS-CARD-NUM     TO CF-INS-CARD-NUM
           MOVE PF-FIRST-NAME       TO CF-FIRST-NAME
           MOVE PF-EMAIL-ADDRESS    TO CF-EMAIL-ADDRESS
           MOVE HC-RUN-DATE-EDIT    TO CF-EXTRACT-DATE
           WRITE HC-CENSUS-RECORD
           ADD 1 TO HC-EXTRACT-COUNT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
           MOVE HC-EXTRACT-COUNT TO RC-RECORDS-WRITTEN
           MOVE SPACES TO RC-CHECKPOINT-KEY
           MOVE PF-PATIENT-ID TO RC-CHECKPOINT-KEY (1:10)
           MOVE HC-CONSENT-WITHHELD TO RC-CHECKPOINT-KEY (11:6)
           MOVE HC-DECEASED-SKIPPED TO RC-CHECKPOINT-KEY (17:6)
           CALL 'HCRUNC01' USING HC-RUN-CONTROL-AREA.
       8900-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE PATIENT-FILE
           CLOSE CENSUS-EXTRACT
           IF HC-CONSENT-FILE-OPEN
               CLOSE CONSENT-FILE
           END-IF
           DISPLAY 'HCPCEN01 - PATIENTS EXTRACTED: ' HC-EXTRACT-COUNT
           DISPLAY 'HCPCEN01 - DECEASED SKIPPED  : ' HC-DECEASED-SKIPPED
           DISPLAY 'HCPCEN01 - CONSENT WITHHELD  : ' HC-CONSENT-WITHHELD

           SET RC-FUNC-END TO TRUE
           MOVE HC-PATIENTS-READ TO RC-RECORDS-READ
