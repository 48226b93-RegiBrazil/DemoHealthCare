      ******************************************************************
      * HCPRCREC                                                       *
      * DemoHealthCare - privacy review case record.  HCPRVM01 writes *
      * one per questionable access it finds on the HCAUDIT trail,    *
      * plus one volume case per operator whose lookup count is far   *
      * above the rest of their role, to the indexed work file        *
      * HCPRVCS; keyed by operator then case sequence, the file reads *
      * back in operator order to print the case list the privacy     *
      * officer works.  A volume case carries sequence zero so it     *
      * heads the operator's cases.  The file is rebuilt every run.   *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      * 2026-10-15 RSG Original record.                                *
      ******************************************************************
       01 HC-PRIVACY-CASE-RECORD.
          05 PC-CASE-KEY.
             10 PC-OPERATOR-ID          PIC X(04).
             10 PC-CASE-SEQ             PIC 9(07).
          05 PC-CASE-TYPE               PIC X(01).
             88 PC-CASE-ACCESS                   VALUE 'A'.
             88 PC-CASE-VOLUME                   VALUE 'V'.
          05 PC-REQUEST-ID              PIC X(06).
          05 PC-PATIENT-ID              PIC 9(10).
          05 PC-ACCESS-DATE             PIC X(08).
          05 PC-ACCESS-TIME             PIC X(06).
          05 PC-LAST-NAME               PIC X(20).
          05 PC-NO-CARE-SW              PIC X(01).
             88 PC-NO-CARE                       VALUE 'Y'.
          05 PC-OFF-HOURS-SW            PIC X(01).
             88 PC-OFF-HOURS                     VALUE 'Y'.
          05 PC-NAME-MATCH-SW           PIC X(01).
             88 PC-NAME-MATCH                    VALUE 'Y'.
          05 PC-LOOKUPS                 PIC 9(06).
          05 PC-ROLE-NORM               PIC 9(06).
          05 FILLER                     PIC X(20).
