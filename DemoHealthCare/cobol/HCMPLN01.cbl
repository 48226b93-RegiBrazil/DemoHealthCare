      *                quote REWRITE (an unmarked quote could be      *
      *                accepted twice) and no longer reports a broken *
      *                installment schedule as fully written.         *
      * 2026-10-15 RSG New installments are written with PI-PAID-DATE *
      *                blank; HCPLPY01 stamps it when one is paid.    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           MOVE HC-DUE-DATE-WORK   TO PI-DUE-DATE
           MOVE QF-MONTHLY-PAYMENT TO PI-AMOUNT-DUE
           SET PI-NOT-PAID         TO TRUE
           MOVE SPACES             TO PI-PAID-DATE
           EXEC CICS WRITE
               FILE('HCPLINS')
               FROM(HC-INSTALLMENT-RECORD)
