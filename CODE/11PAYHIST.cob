      *  REPRINT DATE ON THE SAME CARD ALSO PRODUCES A STUB-STYLE
      *  BREAKDOWN OF THAT DATE'S PAY (A SPLIT DEPOSIT'S TWO
      *  RECORDS SUM BACK TO THE PERIOD TOTALS), SO PAYROLL STOPS
      *  RE-DERIVING DISPUTES FROM RAW 220-BYTE RECORDS
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      * ---------   ------    -------------------------------------
      *  DAN BIEG   02SEP2026 CODE PROG
      *  DAN BIEG   15OCT2026 ACCOUNT NUMBERS ARE NOW 17 CHARACTERS
      *                       (AUDIT RECORD 170 -> 188); THE MASK
      *                       TAKES THE LAST FOUR NON-BLANK CHARACTERS
      *  DAN BIEG   15OCT2026 FINAL-PAY RUN RECORDS LIST AS TYPE FINL
      *  DAN BIEG   15OCT2026 AUDIT RECORD GREW 188 -> 220 FOR THE
      *                       TAXABLE WAGE AND PRE-TAX DEDUCTION
      *                       AMOUNTS
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-AUDIT.

       01  FIL-AUDIT PIC X(220).

      *   ------------

           02 FILLER            PIC X(03) VALUE '***'.
           02 WS-MASK-LAST4     PIC X(04).

      * THE ACCOUNT IS LEFT-JUSTIFIED IN ITS 17 BYTES, SO THE LAST
      * FOUR ARE THE FOUR ENDING AT ITS LAST NON-BLANK POSITION
       01  WS-ACCT-NO-X         PIC X(17) VALUE SPACES.
       01  WS-MASK-END          PIC 9(02) VALUE ZEROS.
       01  WS-MASK-POS          PIC 9(02) VALUE ZEROS.

      * FLAGS
       01  WS-VAL.
                 MOVE 'SUPP' TO WS-RPT-D-TYPE
              WHEN AUD-IS-ADJUSTMENT
                 MOVE 'RETR' TO WS-RPT-D-TYPE
              WHEN AUD-IS-FINAL-PAY
                 MOVE 'FINL' TO WS-RPT-D-TYPE
              WHEN AUD-PAY-METHOD = 'C'
                 MOVE 'CHK ' TO WS-RPT-D-TYPE
              WHEN OTHER
              MOVE AUD-CHECK-NO TO WS-RPT-D-REF(8:8)
           ELSE
              MOVE AUD-ACCT-NO TO WS-ACCT-NO-X
              PERFORM R2150-MASK-ACCT
              MOVE WS-MASKED-ACCT TO WS-RPT-D-ACCT
              MOVE AUD-TRACE-NO TO WS-RPT-D-REF
           END-IF.
              AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-HIST-CNT.
      * ---
      * THE LAST FOUR CHARACTERS OF THE ACCOUNT GO INTO THE MASK -
      * AN ACCOUNT SHORTER THAN FOUR PRINTS WHAT THERE IS
        R2150-MASK-ACCT.
      * ---
           MOVE ZEROS  TO WS-MASK-END.
           MOVE SPACES TO WS-MASK-LAST4.
           PERFORM R2155-FIND-ACCT-END
              VARYING WS-MASK-POS FROM 1 BY 1
              UNTIL WS-MASK-POS > 17.

           IF WS-MASK-END > 3
              COMPUTE WS-MASK-POS = WS-MASK-END - 3
              MOVE WS-ACCT-NO-X(WS-MASK-POS:4) TO WS-MASK-LAST4
           ELSE
              IF WS-MASK-END > 0
                 MOVE WS-ACCT-NO-X(1:WS-MASK-END) TO WS-MASK-LAST4
              END-IF
           END-IF.
      * ---
        R2155-FIND-ACCT-END.
      * ---
           IF WS-ACCT-NO-X(WS-MASK-POS:1) NOT = SPACE
              MOVE WS-MASK-POS TO WS-MASK-END
           END-IF.
      * ---
      * ONLY LIVE RECORDS JOIN THE REPRINT BREAKDOWN - A REVERSAL
      * ON THE SAME DATE IS ITS OWN LINE ON THE HISTORY, NOT PART
      * OF WHAT THE ORIGINAL STUB SAID
