      *                operator with the new HCOPRREC password and    *
      *                name; 05CHGO applies whichever of role,        *
      *                password and name are supplied nonblank.       *
      * 2026-10-15 RSG 9500-WRITE-AUDIT-RECORD appends through the    *
      *                HCAUDW01 chain writer instead of writing        *
      *                HCAUDIT directly.                               *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS SN-TERMINAL-ID
               FILE STATUS IS HC-SESSION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INTERACTION-FILE.
       FD  SESSION-FILE.
           COPY HCSESREC.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    FILE STATUS SWITCHES                                        *
           88 HC-SESSION-OK                        VALUE '00'.
           88 HC-SESSION-NOTFND                    VALUE '23'.

      *----------------------------------------------------------------*
      *    AUDIT-TRAIL WORK AREA                                       *
      *----------------------------------------------------------------*
       01  HC-CURRENT-DATE-TIME          PIC X(21).
           COPY HCAUDREC.
           COPY HCAUDWA.

      *----------------------------------------------------------------*
      *    RETURN CODE VALUES                                          *
      *     which file changed, the return code whether it took.       *
      *----------------------------------------------------------------*
       9500-WRITE-AUDIT-RECORD.
           MOVE SPACES            TO HC-AUDIT-RECORD
           MOVE CA-REQUEST-ID     TO AU-REQUEST-ID
           MOVE ZERO              TO AU-PATIENT-ID
           MOVE CA-RETURN-CODE    TO AU-RETURN-CODE
           MOVE HC-CURRENT-DATE-TIME (1:8)  TO AU-CHANGE-DATE
           MOVE HC-CURRENT-DATE-TIME (9:6)  TO AU-CHANGE-TIME

           SET AW-FUNC-WRITE TO TRUE
           CALL 'HCAUDW01' USING HC-AUDIT-WRITE-AREA HC-AUDIT-RECORD
           IF AW-REPLY-ERROR
               MOVE HC-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF.
       9500-EXIT.
           EXIT.

