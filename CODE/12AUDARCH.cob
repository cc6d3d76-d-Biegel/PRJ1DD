      *  USER ID     DATE     CHANGE DESCRIPTION
      * ---------   ------    -------------------------------------
      *  DAN BIEG   02SEP2026 CODE PROG
      *  DAN BIEG   15OCT2026 AUDIT RECORD GREW 170 -> 188 FOR
      *                       17-CHARACTER ACCOUNT NUMBERS
      *  DAN BIEG   15OCT2026 AUDIT RECORD GREW 188 -> 220 (AND THE
      *                       XREF 204 -> 236) FOR THE TAXABLE WAGE
      *                       AND PRE-TAX DEDUCTION AMOUNTS
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-AUDIT.

       01  FIL-AUDIT PIC X(220).

      *   ------------

              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-AUDHIST.

       01  FIL-AUDHIST PIC X(220).

      *   ------------

              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-AUDNEW.

       01  FIL-AUDNEW PIC X(220).

      *   ------------


       01  FIL-AUDX.
           02  FIL-AUDX-KEY         PIC X(15).
           02  FILLER               PIC X(221).


       WORKING-STORAGE SECTION.
