      *                 sits more than half above or below the        *
      *                 average of the job's earlier runs on file.    *
      *                                                                *
      * The roster below is the nightly schedule; HCSTMT01, HCEPSR01, *
      * HCQMSR01, HCIMRC01 and HCAUDV01 (monthly - HCAUDV01 rewrites  *
      * HCAUDIT, so it runs in the batch window with the online       *
      * regions down), HCDUPS01 (weekly) and the                      *
      * on-request jobs (HCDCSD01, HCPURG01, HCCHRT01) are            *
      * deliberately not on it.  A clean night says so in one line;   *
      * anything else ends with return code 4 so the scheduler can    *
      * page operations.                                               *
      *                                                                *
      * Modification history                                          *
      * ----------------------------------------------------------    *
      *                under today's date; the job it reports on is   *
      *                the business date being checked, usually       *
      *                yesterday's.                                    *
      * 2026-10-15 RSG Added the HCCLMX01 claim extract and the       *
      *                HCCLMR01 remittance posting to the roster.     *
      * 2026-10-15 RSG Added the HCGLJN01 general-ledger journal to   *
      *                the roster.                                    *
      * 2026-10-15 RSG Added the HCMDOS01 missed-dose report to the   *
      *                roster.                                        *
      * 2026-10-15 RSG Added the HCLABI01 lab result interface and    *
      *                HCLABO01 overdue-results report to the roster. *
      * 2026-10-15 RSG Noted HCDCSD01 among the on-request jobs.      *
      * 2026-10-15 RSG Added the HCRMDI01 reminder reply processing   *
      *                and HCRMDO01 reminder feed to the roster.      *
      * 2026-10-15 RSG Added the HCPRVM01 privacy access review to    *
      *                the roster.                                    *
      * 2026-10-15 RSG Noted the weekly HCDUPS01 duplicate worklist   *
      *                as off the nightly roster.                     *
      * 2026-10-15 RSG Noted the monthly HCEPSR01 ward activity and   *
      *                readmission report as off the nightly roster.  *
      * 2026-10-15 RSG Noted the monthly HCQMSR01 quality measures as *
      *                off the nightly roster.                        *
      * 2026-10-15 RSG Added the HCERXO01 pharmacy e-prescription     *
      *                feed and HCERXI01 acknowledgement posting to   *
      *                the roster.                                    *
      * 2026-10-15 RSG Noted the monthly HCIMRC01 immunization recall *
      *                list as off the nightly roster.                *
      * 2026-10-15 RSG Noted the monthly HCAUDV01 audit-chain verify  *
      *                and archive as off the nightly roster.         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 FILLER                     PIC X(08) VALUE 'HCAPSC01'.
           05 FILLER                     PIC X(08) VALUE 'HCAESC01'.
           05 FILLER                     PIC X(08) VALUE 'HCRECN01'.
           05 FILLER                     PIC X(08) VALUE 'HCCLMX01'.
           05 FILLER                     PIC X(08) VALUE 'HCCLMR01'.
           05 FILLER                     PIC X(08) VALUE 'HCGLJN01'.
           05 FILLER                     PIC X(08) VALUE 'HCMDOS01'.
           05 FILLER                     PIC X(08) VALUE 'HCLABI01'.
           05 FILLER                     PIC X(08) VALUE 'HCLABO01'.
           05 FILLER                     PIC X(08) VALUE 'HCRMDI01'.
           05 FILLER                     PIC X(08) VALUE 'HCRMDO01'.
           05 FILLER                     PIC X(08) VALUE 'HCPRVM01'.
           05 FILLER                     PIC X(08) VALUE 'HCERXO01'.
           05 FILLER                     PIC X(08) VALUE 'HCERXI01'.
       01  HC-EXPECTED-JOB-TABLE REDEFINES HC-EXPECTED-JOB-NAMES.
           05 HC-EXPECTED-JOB OCCURS 27 TIMES
                                         PIC X(08).
       01  HC-JOB-IDX                    PIC 9(02).

           ELSE
               PERFORM 2000-CHECK-ONE-JOB    THRU 2000-EXIT
                   VARYING HC-JOB-IDX FROM 1 BY 1
                   UNTIL HC-JOB-IDX > 27
               PERFORM 9000-TERMINATE        THRU 9000-EXIT
           END-IF
           STOP RUN.
