      *                       FILE EXISTS AND HAS AT LEAST ONE
      *                       RECORD - AN EMPTY TIMECARD FILE WOULD
      *                       MEAN NOBODY GETS PAID THIS CYCLE
      *  DAN BIEG   15OCT2026 EMPLOYEE MASTER GREW 134 -> 170 FOR
      *                       17-CHARACTER ACCOUNT NUMBERS
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-PEOPLE.

       01  FIL-PEOPLE PIC X(170).

      *   ------------

