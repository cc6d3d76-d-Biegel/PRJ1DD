      *                       SO THE CORRECTION FLOWS THROUGH
      *                       PAYMNT'S BEFORE/AFTER CHANGE REPORT
      *                       INSTEAD OF BEING RE-KEYED BY HAND
      *  DAN BIEG   15OCT2026 ACCOUNT NUMBERS WIDENED TO 17
      *                       CHARACTERS (MASTER 134 -> 170, AUDIT
      *                       170 -> 188); A NOC'S CORRECTED ACCOUNT
      *                       IS APPLIED WHEN NOT BLANK OR ZEROS
      *  DAN BIEG   15OCT2026 AUDIT RECORD GREW 188 -> 220 (AND THE
      *                       XREF 204 -> 236) FOR THE TAXABLE WAGE
      *                       AND PRE-TAX DEDUCTION AMOUNTS
      *  DAN BIEG   15OCT2026 NOC TRANSACTIONS CARRY KEYER ID
      *                       'PAYRTN' (MNTC 173 -> 181) - THEY WAIT
      *                       IN PAYMNT FOR A PERSON'S APPROVAL LIKE
      *                       ANY OTHER BANK CHANGE
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-AUDIT.

       01  FIL-AUDIT PIC X(220).

      *   ------------


       01  FIL-AUDX.
           02  FIL-AUDX-KEY         PIC X(15).
           02  FILLER               PIC X(221).

      *   ------------

              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-PEOPLE.

       01  FIL-PEOPLE PIC X(170).

      *   ------------

              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-NEWPEOPLE.

       01  FIL-NEWPEOPLE PIC X(170).

      *   ------------

              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-NOCTXN.

       01  FIL-NOCTXN PIC X(181).


       WORKING-STORAGE SECTION.
      * LAID OVER IT - THE PATCHED IMAGE GOES ON THE TRANSACTION,
      * THE MASTER ITSELF IS WRITTEN OUT UNCHANGED (THE CORRECTION
      * ONLY TAKES EFFECT THROUGH PAYMNT)
       01  WS-SAVE-MASTER-IMAGE PIC X(170).

      * RETURN/NOC TABLE - THE BANK'S FILE IS SMALL (A HANDFUL OF
      * ENTRIES PER CYCLE) SO IT IS LOADED UP FRONT AND MATCHED
              03 WS-RTN-TBL-EMP-ID    PIC X(06).
              03 WS-RTN-TBL-NAME      PIC X(20).
              03 WS-RTN-TBL-ROUTE-ABA PIC 9(08).
              03 WS-RTN-TBL-ACCT-NO   PIC X(17).
              03 WS-RTN-TBL-FLAGGED-SW PIC X(01).
      *          WHAT THE MASTER PASS DID WITH THIS RETURN - 'Y' A
      *          HOLD WAS SET, 'A' THE ACCOUNT WAS ALREADY HELD,
      *          GENERATED FOR THE CORRECTED BANKING DATA
              03 WS-RTN-TBL-CORR-ABA  PIC 9(08).
              03 WS-RTN-TBL-CORR-CD   PIC 9(01).
              03 WS-RTN-TBL-CORR-ACCT PIC X(17).
      *          THE BANK'S CORRECTED BANKING DATA OFF A NOC -
      *          ZERO ROUTING AND A BLANK ACCOUNT ON A RETURN
       01  WS-RTN-CNT           PIC 9(04) VALUE ZEROS.
       01  WS-RTN-MAX           PIC 9(04) VALUE 0500.
       01  WS-RTN-IDX           PIC 9(04) VALUE ZEROS.
                    MOVE SPACES TO WS-RTN-TBL-EMP-ID(WS-RTN-CNT)
                    MOVE SPACES TO WS-RTN-TBL-NAME(WS-RTN-CNT)
                    MOVE ZEROS  TO WS-RTN-TBL-ROUTE-ABA(WS-RTN-CNT)
                    MOVE SPACES TO WS-RTN-TBL-ACCT-NO(WS-RTN-CNT)
                    MOVE RTN-CORR-ROUTE-ABA
                       TO WS-RTN-TBL-CORR-ABA(WS-RTN-CNT)
                    MOVE RTN-CORR-CHECK-DIGIT
      * TRANSACTION WITH ITS BEFORE/AFTER CHANGE REPORT. THE
      * BANK'S CORRECTION RECORD CAN CARRY ONLY THE ROUTING (C02)
      * OR ONLY THE ACCOUNT (C01), SO EACH CORRECTED FIELD IS
      * APPLIED ONLY WHEN IT IS GIVEN - A NON-ZERO ROUTING, AN
      * ACCOUNT THAT IS NEITHER BLANK NOR ALL ZEROS
        R3150-GEN-NOC-TXN.
      * ---
           IF WS-RTN-TBL-TYPE(WS-RTN-IDX) = 'C'
                    MOVE WS-RTN-TBL-CORR-CD(WS-RTN-IDX)
                       TO WS-ROUTE-CHECK-DIGIT
                 END-IF
                 IF WS-RTN-TBL-CORR-ACCT(WS-RTN-IDX) NOT = SPACES
                    AND WS-RTN-TBL-CORR-ACCT(WS-RTN-IDX) NOT = ZEROS
                    MOVE WS-RTN-TBL-CORR-ACCT(WS-RTN-IDX)
                       TO WS-ACCT-NO
                 END-IF
                    MOVE WS-RTN-TBL-CORR-CD(WS-RTN-IDX)
                       TO WS-ROUTE-CHECK-DIGIT-2
                 END-IF
                 IF WS-RTN-TBL-CORR-ACCT(WS-RTN-IDX) NOT = SPACES
                    AND WS-RTN-TBL-CORR-ACCT(WS-RTN-IDX) NOT = ZEROS
                    MOVE WS-RTN-TBL-CORR-ACCT(WS-RTN-IDX)
                       TO WS-ACCT-NO-2
                 END-IF
           MOVE 'C' TO MNT-ACTION-SW.
           MOVE 'P' TO MNT-FILE-CD.
           MOVE NAMES-COPYBOOK-RECORD TO MNT-REC-IMAGE.
           MOVE 'PAYRTN' TO MNT-KEYER-ID.

           WRITE FIL-NOCTXN FROM MNT-COPYBOOK-RECORD.

