      *                no-show mark is idempotent (an already-marked  *
      *                appointment is no longer BOOKED), so an        *
      *                abended run simply reruns from the top.        *
      * 2026-10-15 RSG A booking still BOOKED on or after a patient's *
      *                recorded date of death is cancelled the 21CAPT *
      *                way instead of being marked a no-show or       *
      *                printed on the schedule; such bookings are     *
      *                counted on the trailer.                         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 HC-APPTS-READ              PIC 9(07) VALUE 0.
           05 HC-NO-SHOWS-MARKED         PIC 9(07) VALUE 0.
           05 HC-SLOTS-PRINTED           PIC 9(07) VALUE 0.
           05 HC-DECEASED-CANCELLED      PIC 9(07) VALUE 0.

      *----------------------------------------------------------------*
      *    RUN-CONTROL WORK AREAS                                      *
           END-IF
           ADD 1 TO HC-APPTS-READ

           IF AP-STATUS-BOOKED
               PERFORM 2100-CHECK-DECEASED THRU 2100-EXIT
           END-IF

           IF AP-STATUS-BOOKED
               EVALUATE TRUE
                   WHEN AP-APPT-DATE < HC-SCHEDULE-DATE
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-CHECK-DECEASED                                            *
      *     27DDTH cancels a patient's bookings when the death is      *
      *     recorded; anything booked on or after the date of death    *
      *     that still turns up here is cancelled the same way rather  *
      *     than chased as a no-show.                                  *
      *----------------------------------------------------------------*
       2100-CHECK-DECEASED.
           MOVE AP-PATIENT-ID TO PF-PATIENT-ID
           READ PATIENT-FILE
           IF NOT HC-PATIENT-OK
               GO TO 2100-EXIT
           END-IF
           IF PF-LIVING OR AP-APPT-DATE < PF-DATE-OF-DEATH
               GO TO 2100-EXIT
           END-IF
           SET AP-STATUS-CANCELLED TO TRUE
           REWRITE HC-APPOINTMENT-RECORD
           IF HC-APPOINTMENT-OK
               ADD 1 TO HC-DECEASED-CANCELLED
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-CHECK-NO-SHOW                                             *
      *     A visit recorded for the patient on the appointment date   *
           MOVE 'SLOTS ON SCHEDULE  :' TO HC-C-TITLE
           MOVE HC-SLOTS-PRINTED       TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           MOVE 'DECEASED CANCELLED :' TO HC-C-TITLE
           MOVE HC-DECEASED-CANCELLED  TO HC-C-COUNT
           WRITE HC-REPORT-LINE FROM HC-COUNT-LINE
           IF HC-APPOINTMENT-NOT-THERE
               CONTINUE
           ELSE
