      *  USER ID     DATE     CHANGE DESCRIPTION
      * ---------   ------    -------------------------------------
      *  DAN BIEG   02SEP2026 CODE PROG
      *  DAN BIEG   15OCT2026 AUDIT RECORD GREW 170 -> 188 FOR
      *                       17-CHARACTER ACCOUNT NUMBERS; A CHECK'S
      *                       ACCOUNT IS NOW SPACES
      *  DAN BIEG   15OCT2026 AUDIT RECORD GREW 188 -> 220 AND YTD
      *                       360 -> 520; VOIDS CARRY THE TAXABLE
      *                       WAGE AND PRE-TAX AMOUNTS AND BACK THE
      *                       TAXABLE WAGE BUCKETS OUT
      *  DAN BIEG   15OCT2026 AN ESCHEATED CHECK IS AN EXCEPTION, NOT
      *                       VOIDED
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-AUDITIN.

       01  FIL-AUDITIN PIC X(220).

      *   ------------

              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-AUDIT.

       01  FIL-AUDIT PIC X(220).

      *   ------------


       01  FIL-YTD.
           02  FIL-YTD-KEY          PIC X(06).
           02  FILLER               PIC X(514).

      *   ------------

              03 WS-VD-TBL-MEDI       PIC 9(05)V99.
              03 WS-VD-TBL-DEDUCT     PIC 9(05)V99.
              03 WS-VD-TBL-NET        PIC 9(05)V99.
              03 WS-VD-TBL-FED-WAGES  PIC 9(05)V99.
              03 WS-VD-TBL-FICA-WAGES PIC 9(05)V99.
              03 WS-VD-TBL-401K       PIC 9(05)V99.
              03 WS-VD-TBL-HEALTH     PIC 9(05)V99.
       01  WS-VD-CNT            PIC 9(03) VALUE ZEROS.
       01  WS-VD-MAX            PIC 9(03) VALUE 100.
       01  WS-VD-IDX            PIC 9(03) VALUE ZEROS.
           02 WS-RUN-MM         PIC 9(02).
           02 WS-RUN-DD         PIC 9(02).
       01  WS-PAY-QTR           PIC 9(01) VALUE 1.
      * WHAT THE SOCIAL SECURITY WAGES LOSE WHEN A BACKOUT PULLS
      * THEM DOWN TO THE MEDICARE WAGES
       01  WS-SS-WAGE-DROP      PIC 9(7)V99 VALUE ZEROS.
       01  WS-RUN-DATE-6        PIC 9(06) VALUE ZEROS.
       01  WS-RUN-TIME-8        PIC 9(08) VALUE ZEROS.

              MOVE AUD-MEDI-TAX   TO WS-VD-TBL-MEDI(WS-VD-IDX)
              MOVE AUD-DEDUCT     TO WS-VD-TBL-DEDUCT(WS-VD-IDX)
              MOVE AUD-NET-PAY    TO WS-VD-TBL-NET(WS-VD-IDX)
              MOVE AUD-FED-WAGES  TO WS-VD-TBL-FED-WAGES(WS-VD-IDX)
              MOVE AUD-FICA-WAGES TO WS-VD-TBL-FICA-WAGES(WS-VD-IDX)
              MOVE AUD-401K       TO WS-VD-TBL-401K(WS-VD-IDX)
              MOVE AUD-HEALTH     TO WS-VD-TBL-HEALTH(WS-VD-IDX)
           END-IF.
      * ---
      * ONE VOID REQUEST AGAINST THE REGISTER. ONLY AN ISSUED,
                 MOVE 'ALREADY VOIDED' TO WS-RPT-D-DISP
                 ADD 1 TO WS-EXC-CNT

      * TURNED OVER TO THE STATE - THE OWNER CLAIMS IT FROM THEM
              WHEN CHK-ESCHEATED
                 MOVE 'ALREADY ESCHEATED' TO WS-RPT-D-DISP
                 ADD 1 TO WS-EXC-CNT

              WHEN CHK-ISSUED
                 MOVE CHK-AMOUNT TO WS-RPT-D-AMOUNT
                 PERFORM R3100-VOID-CHECK
           MOVE WS-VD-TBL-NAME(WS-VD-IDX)    TO AUD-NAME.
           MOVE ZEROS  TO AUD-ROUTE-ABA.
           MOVE ZEROS  TO AUD-ROUTE-CHECK-DIGIT.
           MOVE SPACES TO AUD-ACCT-NO.
           MOVE SPACES TO AUD-ACCT-TYPE.
           MOVE WS-VD-TBL-NET(WS-VD-IDX)     TO AUD-AMOUNT.
           MOVE WS-VD-TBL-GROSS(WS-VD-IDX)   TO AUD-GROSS.
           MOVE WS-VD-TBL-COMP-CD(WS-VD-IDX) TO AUD-COMPANY-CD.
           MOVE 'C'    TO AUD-PAY-METHOD.
           MOVE WS-VD-TBL-CHECK-NO(WS-VD-IDX) TO AUD-CHECK-NO.
           MOVE WS-VD-TBL-FED-WAGES(WS-VD-IDX)  TO AUD-FED-WAGES.
           MOVE WS-VD-TBL-FICA-WAGES(WS-VD-IDX) TO AUD-FICA-WAGES.
           MOVE WS-VD-TBL-401K(WS-VD-IDX)       TO AUD-401K.
           MOVE WS-VD-TBL-HEALTH(WS-VD-IDX)     TO AUD-HEALTH.

           WRITE FIL-AUDIT FROM AUDIT-COPYBOOK-RECORD.
      * ---
      * BACK THE VOIDED CHECK'S GROSS, TAXES AND TAXABLE WAGES OUT
      * OF THE YTD MASTER - THE SAME FLOOR-AT-ZERO DISCIPLINE AS
      * DIRECTDP'S R5330, SINCE THE BUCKETS ARE UNSIGNED. SKIPPED
      * ENTIRELY ON A REISSUE, WHERE THE BACKOUT AND THE REPLACEMENT
      * WOULD ONLY CANCEL EACH OTHER
        R3300-BACKOUT-YTD.
      * ---
           MOVE 'N' TO WS-YTD-FOUND-SW.
                    FROM YTD-QTR-MEDI(WS-PAY-QTR)
              END-IF

              PERFORM R3350-BACKOUT-WAGE-BUCKETS

              REWRITE FIL-YTD FROM YTD-COPYBOOK-RECORD
           END-IF.
      * ---
      * THE TAXABLE WAGE BUCKETS, ANNUAL AND THE VOID QUARTER'S -
      * SAME RULE AS DIRECTDP'S R5335: SOCIAL SECURITY WAGES ARE
      * PULLED DOWN TO THE MEDICARE WAGES AND THE QUARTER LOSES
      * WHATEVER THE ANNUAL FIGURE LOST
        R3350-BACKOUT-WAGE-BUCKETS.
      * ---
           IF WS-VD-TBL-FED-WAGES(WS-VD-IDX) > YTD-FED-WAGES
              MOVE ZEROS TO YTD-FED-WAGES
           ELSE
              SUBTRACT WS-VD-TBL-FED-WAGES(WS-VD-IDX)
                 FROM YTD-FED-WAGES
           END-IF.

           IF WS-VD-TBL-FICA-WAGES(WS-VD-IDX) > YTD-MEDI-WAGES
              MOVE ZEROS TO YTD-MEDI-WAGES
           ELSE
              SUBTRACT WS-VD-TBL-FICA-WAGES(WS-VD-IDX)
                 FROM YTD-MEDI-WAGES
           END-IF.

           MOVE ZEROS TO WS-SS-WAGE-DROP.
           IF YTD-SS-WAGES > YTD-MEDI-WAGES
              COMPUTE WS-SS-WAGE-DROP = YTD-SS-WAGES - YTD-MEDI-WAGES
              MOVE YTD-MEDI-WAGES TO YTD-SS-WAGES
           END-IF.

           IF WS-VD-TBL-401K(WS-VD-IDX) > YTD-401K
              MOVE ZEROS TO YTD-401K
           ELSE
              SUBTRACT WS-VD-TBL-401K(WS-VD-IDX) FROM YTD-401K
           END-IF.

           IF WS-VD-TBL-HEALTH(WS-VD-IDX) > YTD-HEALTH
              MOVE ZEROS TO YTD-HEALTH
           ELSE
              SUBTRACT WS-VD-TBL-HEALTH(WS-VD-IDX) FROM YTD-HEALTH
           END-IF.

           IF WS-VD-TBL-FED-WAGES(WS-VD-IDX)
              > YTD-QTR-FED-WAGES(WS-PAY-QTR)
              MOVE ZEROS TO YTD-QTR-FED-WAGES(WS-PAY-QTR)
           ELSE
              SUBTRACT WS-VD-TBL-FED-WAGES(WS-VD-IDX)
                 FROM YTD-QTR-FED-WAGES(WS-PAY-QTR)
           END-IF.

           IF WS-VD-TBL-FICA-WAGES(WS-VD-IDX)
              > YTD-QTR-MEDI-WAGES(WS-PAY-QTR)
              MOVE ZEROS TO YTD-QTR-MEDI-WAGES(WS-PAY-QTR)
           ELSE
              SUBTRACT WS-VD-TBL-FICA-WAGES(WS-VD-IDX)
                 FROM YTD-QTR-MEDI-WAGES(WS-PAY-QTR)
           END-IF.

           IF WS-SS-WAGE-DROP > YTD-QTR-SS-WAGES(WS-PAY-QTR)
              MOVE ZEROS TO YTD-QTR-SS-WAGES(WS-PAY-QTR)
           ELSE
              SUBTRACT WS-SS-WAGE-DROP
                 FROM YTD-QTR-SS-WAGES(WS-PAY-QTR)
           END-IF.
      * ---
      * REPLACEMENT CHECK UNDER A FRESH NUMBER OFF THE REGISTER'S
      * CONTROL RECORD - SAME ASSIGNMENT DISCIPLINE AS DIRECTDP'S
      * R2305, SO NUMBERS ARE NEVER REUSED
           MOVE WS-VD-TBL-NAME(WS-VD-IDX)    TO AUD-NAME.
           MOVE ZEROS  TO AUD-ROUTE-ABA.
           MOVE ZEROS  TO AUD-ROUTE-CHECK-DIGIT.
           MOVE SPACES TO AUD-ACCT-NO.
           MOVE SPACES TO AUD-ACCT-TYPE.
           MOVE WS-VD-TBL-NET(WS-VD-IDX)     TO AUD-AMOUNT.
           MOVE WS-VD-TBL-GROSS(WS-VD-IDX)   TO AUD-GROSS.
           MOVE WS-VD-TBL-COMP-CD(WS-VD-IDX) TO AUD-COMPANY-CD.
           MOVE 'C'    TO AUD-PAY-METHOD.
           MOVE WS-NEW-CHECK-NO TO AUD-CHECK-NO.
           MOVE WS-VD-TBL-FED-WAGES(WS-VD-IDX)  TO AUD-FED-WAGES.
           MOVE WS-VD-TBL-FICA-WAGES(WS-VD-IDX) TO AUD-FICA-WAGES.
           MOVE WS-VD-TBL-401K(WS-VD-IDX)       TO AUD-401K.
           MOVE WS-VD-TBL-HEALTH(WS-VD-IDX)     TO AUD-HEALTH.

           WRITE FIL-AUDIT FROM AUDIT-COPYBOOK-RECORD.
      * ---
