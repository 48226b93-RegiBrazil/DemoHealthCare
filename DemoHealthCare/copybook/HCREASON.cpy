      * 2026-08-22 RSG Added the operator-authorization refusal code  *
      *                returned when a terminal's role does not carry *
      *                the request it issued.                          *
      * 2026-10-15 RSG Added the allergy codes 05IMED's pre-insert    *
      *                check returns when the drug matches one of the *
      *                patient's active allergies: severe refuses,    *
      *                mild or moderate warns.                         *
      * 2026-10-15 RSG Added the deceased-patient code returned when  *
      *                a request would book, admit, prescribe for or  *
      *                re-open the portal account of a patient whose  *
      *                date of death is recorded.                      *
      ******************************************************************
       01  HC-RSN-SUCCESS                PIC X(04) VALUE 'OK00'.
       01  HC-RSN-NOT-FOUND              PIC X(04) VALUE 'NF01'.
       01  HC-RSN-DATE-ORDER             PIC X(04) VALUE 'VD02'.
       01  HC-RSN-BAD-TIME               PIC X(04) VALUE 'VT01'.
       01  HC-RSN-BAD-BP                 PIC X(04) VALUE 'VB01'.
       01  HC-RSN-ALLERGY                PIC X(04) VALUE 'AL01'.
       01  HC-RSN-ALLERGY-WARN           PIC X(04) VALUE 'AL02'.
       01  HC-RSN-DECEASED               PIC X(04) VALUE 'DC01'.
