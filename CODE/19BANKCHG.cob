      ************************************************************
      *
      *  PROGRAM ID BANKCHG
      *  DATE CREATED:  15OCT2026
      *
      *  WEEKLY DIRECT DEPOSIT CHANGE REVIEW - TWO LISTINGS FOR THE
      *  PAYROLL SUPERVISOR, BOTH MEANT TO CATCH A PAYROLL
      *  DIVERSION BEFORE THE MONEY LEAVES. FIRST, EVERY ROUTING/
      *  ACCOUNT PAIR ON THE EMPLOYEE MASTER THAT MORE THAN ONE
      *  EMPLOYEE ID PAYS INTO - PRIMARY AND SECOND ACCOUNTS ALIKE,
      *  FOUND BY MATCHING TWO SORTED COPIES OF THE MASTER (ONE IN
      *  PRIMARY-ACCOUNT ORDER, ONE IN SECOND-ACCOUNT ORDER) THE JOB
      *  BUILDS AHEAD OF THIS STEP. SECOND, EVERY BANK CHANGE PAYMNT
      *  HAS PUT ON THE CHANGE HOLD FILE IN THE LOOKBACK WINDOW, OLD
      *  AND NEW BANKING SIDE BY SIDE, WITH ITS RELEASE DATE AND
      *  WHETHER ITS CONFIRMATION LETTER WENT OUT. RC=4 WHEN THERE
      *  IS A SHARED ACCOUNT OR A CHANGE WITH NO LETTER.
      *  IN THE MOLD OF NEWHIRE
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      * ---------   ------    -------------------------------------
      *  DAN BIEG   15OCT2026 CODE PROG
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************

       PROGRAM-ID. BANKCHG.

      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FILE-BCCTL ASSIGN TO UT-S-BCCTL.

           SELECT FILE-BKHOLD ASSIGN TO UT-S-BKHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FIL-BKHOLD-KEY
               FILE STATUS IS WS-BKHOLD-STATUS.

           SELECT FILE-ACCT1 ASSIGN TO UT-S-NAMESBA1.

           SELECT FILE-ACCT2 ASSIGN TO UT-S-NAMESBA2.

           SELECT FILE-BCRPT ASSIGN TO UT-S-BCRPT.

      **************************************************************
       DATA DIVISION.
      **************************************************************

       FILE SECTION.
      * THE LOOKBACK CONTROL CARD - COLS 1-3 THE NUMBER OF DAYS OF
      * BANK CHANGES TO LIST (BLANK = 7, A WEEK). A WIDER WINDOW
      * DOES NO HARM - A CHANGE SIMPLY SHOWS ON MORE THAN ONE WEEK
       FD     FILE-BCCTL
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-BCCTL.

       01  FIL-BCCTL.
           02  FIL-BC-LOOKBACK      PIC X(03).
           02  FILLER               PIC X(77).

      *   ------------

      * THE DIRECT DEPOSIT CHANGE HOLD (SEE BKHOLDC), READ FRONT
      * TO BACK
       FD     FILE-BKHOLD
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-BKHOLD.

       01  FIL-BKHOLD.
           02  FIL-BKHOLD-KEY       PIC X(06).
           02  FILLER               PIC X(194).

      *   ------------

      * THE EMPLOYEE MASTER IN PRIMARY ROUTING/ACCOUNT ORDER
       FD     FILE-ACCT1
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-ACCT1.

       01  FIL-ACCT1 PIC X(170).

      *   ------------

      * THE EMPLOYEE MASTER IN SECOND ROUTING/ACCOUNT ORDER
       FD     FILE-ACCT2
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-ACCT2.

       01  FIL-ACCT2 PIC X(170).

      *   ------------

       FD     FILE-BCRPT
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-BCRPT.

       01  FIL-BCRPT PIC X(132).


       WORKING-STORAGE SECTION.
      * USE THE COPYBOOKS
       COPY NAMESC.
       COPY BKHOLDC.

      * LOOKBACK WHEN THE CARD CARRIES NONE
       01  WS-LOOKBACK-DAYS     PIC 9(03) VALUE 7.

      * THE RUN DATE, THE WINDOW, AND THE 30/360-STYLE SERIAL DATES
      * THE WINDOW TEST USES - THE SAME DAY COUNT AS NEWHIRE
       01  WS-RUN-DATE-8        PIC 9(08) VALUE ZEROS.
       01  WS-DT-WORK           PIC 9(08) VALUE ZEROS.
       01  WS-DT-WORK-R REDEFINES WS-DT-WORK.
           02 WS-DT-YYYY        PIC 9(04).
           02 WS-DT-MM          PIC 9(02).
           02 WS-DT-DD          PIC 9(02).
       01  WS-DT-SERIAL         PIC 9(07) VALUE ZEROS.
       01  WS-RUN-SERIAL        PIC 9(07) VALUE ZEROS.
       01  WS-WIN-FROM-SERIAL   PIC 9(07) VALUE ZEROS.

      * THE NEXT ACCOUNT FROM EACH SORTED COPY OF THE MASTER - THE
      * KEY IS ROUTING + ACCOUNT, HIGH-VALUES ONCE THE COPY IS DONE
       01  WS-STREAM-1.
           02 WS-S1-KEY.
              03 WS-S1-ROUTE         PIC X(09).
              03 WS-S1-ACCT          PIC X(17).
           02 WS-S1-EMP-ID           PIC X(06).
           02 WS-S1-NAME             PIC X(20).
           02 WS-S1-STATUS           PIC X(01).
           02 WS-S1-PAID-BY          PIC X(05).
       01  WS-STREAM-2.
           02 WS-S2-KEY.
              03 WS-S2-ROUTE         PIC X(09).
              03 WS-S2-ACCT          PIC X(17).
           02 WS-S2-EMP-ID           PIC X(06).
           02 WS-S2-NAME             PIC X(20).
           02 WS-S2-STATUS           PIC X(01).
           02 WS-S2-PAID-BY          PIC X(05).

      * THE EMPLOYEES PAYING INTO THE ROUTING/ACCOUNT PAIR NOW BEING
      * GATHERED - A PAIR IS SHARED WHEN TWO DIFFERENT EMPLOYEE IDS
      * TURN UP IN IT (ONE EMPLOYEE WITH THE SAME ACCOUNT AS BOTH
      * PRIMARY AND SECOND IS NOT)
       01  WS-GRP-KEY.
           02 WS-GRP-ROUTE           PIC X(09).
           02 WS-GRP-ACCT            PIC X(17).
       01  WS-GRP-TABLE.
           02 WS-GRP-ENTRY OCCURS 50 TIMES.
              03 WS-GRP-TBL-EMP-ID   PIC X(06).
              03 WS-GRP-TBL-NAME     PIC X(20).
              03 WS-GRP-TBL-WHICH    PIC X(07).
              03 WS-GRP-TBL-STATUS   PIC X(01).
              03 WS-GRP-TBL-PAID-BY  PIC X(05).
       01  WS-GRP-CNT           PIC 9(02) VALUE ZEROS.
       01  WS-GRP-MAX           PIC 9(02) VALUE 50.
       01  WS-GRP-IDX           PIC 9(02) VALUE ZEROS.
       01  WS-GRP-OVER-CNT      PIC 9(05) VALUE ZEROS.

      * EMPLOYEES FOUND ON A SHARED PAIR - THE CHANGE LISTING FLAGS
      * A CHANGE BY ANY OF THEM
       01  WS-SHARED-TABLE.
           02 WS-SH-ENTRY OCCURS 500 TIMES.
              03 WS-SH-TBL-EMP-ID    PIC X(06).
       01  WS-SH-CNT            PIC 9(03) VALUE ZEROS.
       01  WS-SH-MAX            PIC 9(03) VALUE 500.
       01  WS-SH-IDX            PIC 9(03) VALUE ZEROS.
       01  WS-SH-LOOK-ID        PIC X(06) VALUE SPACES.

      * MASKED ACCOUNT NUMBER WORK FIELD - ONLY THE LAST FOUR
      * CHARACTERS OF AN ACCOUNT EVER PRINT, THE SAME AS DIRECTDP'S
      * STUB
       01  WS-MASKED-ACCT.
           02 FILLER            PIC X(03) VALUE '***'.
           02 WS-MASK-LAST4     PIC X(04).
       01  WS-MASK-ACCT-IN      PIC X(17) VALUE SPACES.
       01  WS-MASK-END          PIC 9(02) VALUE ZEROS.
       01  WS-MASK-POS          PIC 9(02) VALUE ZEROS.

      * REPORT LINE LAYOUTS
       01  WS-RPT-HEADING-1.
           02 FILLER            PIC X(01) VALUE '1'.
           02 FILLER            PIC X(40) VALUE
                    '*** DIRECT DEPOSIT CHANGE REVIEW ***'.
           02 FILLER            PIC X(10) VALUE 'RUN DATE '.
           02 WS-RPT-H1-RUN     PIC 9(08).
           02 FILLER            PIC X(73) VALUE SPACES.

       01  WS-RPT-SH-HEADING-1.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(60) VALUE
              'ROUTING/ACCOUNT PAIRS PAID INTO BY MORE THAN ONE EMP ID'.
           02 FILLER            PIC X(71) VALUE SPACES.

       01  WS-RPT-SH-HEADING-2.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(11) VALUE 'ROUTING'.
           02 FILLER            PIC X(09) VALUE 'ACCOUNT'.
           02 FILLER            PIC X(08) VALUE 'EMP ID'.
           02 FILLER            PIC X(22) VALUE 'EMPLOYEE NAME'.
           02 FILLER            PIC X(09) VALUE 'ACCOUNT'.
           02 FILLER            PIC X(08) VALUE 'STATUS'.
           02 FILLER            PIC X(07) VALUE 'PAID BY'.
           02 FILLER            PIC X(57) VALUE SPACES.

       01  WS-RPT-SH-DETAIL.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-RPT-SH-ROUTE   PIC X(09).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-RPT-SH-ACCT    PIC X(07).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-RPT-SH-EMP-ID  PIC X(08).
           02 WS-RPT-SH-NAME    PIC X(22).
           02 WS-RPT-SH-WHICH   PIC X(09).
           02 WS-RPT-SH-STATUS  PIC X(08).
           02 WS-RPT-SH-PAID-BY PIC X(05).
           02 FILLER            PIC X(59) VALUE SPACES.

       01  WS-RPT-CH-HEADING-1.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(30) VALUE
                    'BANK CHANGES IN THE LAST '.
           02 WS-RPT-CH-DAYS    PIC ZZ9.
           02 FILLER            PIC X(06) VALUE ' DAYS'.
           02 FILLER            PIC X(92) VALUE SPACES.

       01  WS-RPT-CH-HEADING-2.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(08) VALUE 'EMP ID'.
           02 FILLER            PIC X(22) VALUE 'EMPLOYEE NAME'.
           02 FILLER            PIC X(10) VALUE 'CHANGED'.
           02 FILLER            PIC X(10) VALUE 'RELEASE'.
           02 FILLER            PIC X(05) VALUE 'CHGS'.
           02 FILLER            PIC X(09) VALUE 'LETTER'.
           02 FILLER            PIC X(10) VALUE 'HOLD'.
           02 FILLER            PIC X(09) VALUE 'ACCOUNT'.
           02 FILLER            PIC X(11) VALUE 'OLD ROUTE'.
           02 FILLER            PIC X(09) VALUE 'OLD ACCT'.
           02 FILLER            PIC X(11) VALUE 'NEW ROUTE'.
           02 FILLER            PIC X(09) VALUE 'NEW ACCT'.
           02 FILLER            PIC X(08) VALUE SPACES.

       01  WS-RPT-CH-DETAIL.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-RPT-CH-EMP-ID  PIC X(08).
           02 WS-RPT-CH-NAME    PIC X(22).
           02 WS-RPT-CH-CHG-DT  PIC X(10).
           02 WS-RPT-CH-REL-DT  PIC X(10).
           02 WS-RPT-CH-CNT     PIC ZZ9.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-RPT-CH-LETTER  PIC X(09).
           02 WS-RPT-CH-HOLD    PIC X(10).
           02 WS-RPT-CH-WHICH   PIC X(09).
           02 WS-RPT-CH-OLD-RT  PIC X(09).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-RPT-CH-OLD-AC  PIC X(07).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-RPT-CH-NEW-RT  PIC X(09).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-RPT-CH-NEW-AC  PIC X(07).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-RPT-CH-SHARED  PIC X(08).
           02 FILLER            PIC X(01) VALUE SPACES.

       01  WS-RPT-NONE-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-RPT-NONE-TEXT  PIC X(40).
           02 FILLER            PIC X(91) VALUE SPACES.

       01  WS-RPT-SUM-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-RPT-S-LABEL    PIC X(40).
           02 WS-RPT-S-TOT      PIC ZZ,ZZ9.
           02 FILLER            PIC X(85) VALUE SPACES.

      * FLAGS
       01  WS-VAL.
           02 WS-EOF-ACCT1           PIC X VALUE 'N'.
           02 WS-EOF-ACCT2           PIC X VALUE 'N'.
           02 WS-EOF-BKHOLD          PIC X VALUE 'N'.
           02 WS-S1-TAKEN-SW         PIC X VALUE 'N'.
              88 WS-S1-TAKEN               VALUE 'Y'.
           02 WS-S2-TAKEN-SW         PIC X VALUE 'N'.
              88 WS-S2-TAKEN               VALUE 'Y'.
           02 WS-GRP-SHARED-SW       PIC X VALUE 'N'.
              88 WS-GRP-SHARED             VALUE 'Y'.
           02 WS-SH-FOUND-SW         PIC X VALUE 'N'.
              88 WS-SH-FOUND               VALUE 'Y'.
           02 WS-BKHOLD-OPEN-SW      PIC X VALUE 'N'.
              88 WS-BKHOLD-OPEN            VALUE 'Y'.

      * FILE STATUS CODES FOR THE KEYED FILES
       01  WS-FILE-STATUSES.
           02 WS-BKHOLD-STATUS       PIC X(02) VALUE '00'.

      * RUN COUNTERS
       01  WS-ACCT-READ-CNT     PIC 9(05) VALUE ZEROS.
       01  WS-SHARED-CNT        PIC 9(05) VALUE ZEROS.
       01  WS-CHANGE-CNT        PIC 9(05) VALUE ZEROS.
       01  WS-ON-HOLD-CNT       PIC 9(05) VALUE ZEROS.
       01  WS-NO-LETTER-CNT     PIC 9(05) VALUE ZEROS.

       01  WS-BREAKPT   PIC X(23) VALUE '-=-=-=-=-=-=-=-=-=-=-=-'.
       01  WS-MESSAGE   PIC X(23) VALUE 'DIRECT DEPOSIT CHANGES '.
       01  WS-FULL-LINE PIC X(50) VALUE ALL '*'.


      **************************************************************
       PROCEDURE DIVISION.
      **************************************************************

           PERFORM R1000-OPEN-DATASETS.

           DISPLAY WS-FULL-LINE.
           DISPLAY WS-MESSAGE.
           DISPLAY WS-FULL-LINE.

           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-8 TO WS-DT-WORK.
           PERFORM R8000-DATE-TO-SERIAL.
           MOVE WS-DT-SERIAL TO WS-RUN-SERIAL.

           PERFORM R1100-READ-LOOKBACK-CARD.

           MOVE WS-RUN-DATE-8 TO WS-RPT-H1-RUN.
           WRITE FIL-BCRPT FROM WS-RPT-HEADING-1
              AFTER ADVANCING PAGE.

      * THE SHARED ACCOUNTS FIRST, SO THE CHANGE LISTING CAN FLAG A
      * CHANGE BY AN EMPLOYEE WHO TURNED UP ON ONE
           PERFORM R2000-LIST-SHARED-ACCOUNTS.
           PERFORM R3000-LIST-BANK-CHANGES.

           PERFORM R3900-WRITE-TOTALS.

           DISPLAY WS-FULL-LINE.
           DISPLAY ' -- BANK CHANGE REVIEW COMPLETE -- '.
           DISPLAY 'ACCOUNTS ON THE MASTER: ' WS-ACCT-READ-CNT.
           DISPLAY 'SHARED ACCOUNTS:        ' WS-SHARED-CNT.
           DISPLAY 'BANK CHANGES LISTED:    ' WS-CHANGE-CNT.
           DISPLAY 'STILL ON HOLD:          ' WS-ON-HOLD-CNT.
           DISPLAY 'NO LETTER SENT:         ' WS-NO-LETTER-CNT.
           DISPLAY WS-FULL-LINE.

      * RC=4 - A SHARED ACCOUNT, OR A CHANGE THE EMPLOYEE WAS NEVER
      * WRITTEN TO ABOUT, NEEDS LOOKING INTO BEFORE THE NEXT CYCLE
           IF WS-SHARED-CNT > 0 OR WS-NO-LETTER-CNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM R4000-CLOSE-DATASETS.
           STOP RUN.

      * ---
      * THE CHANGE HOLD FILE DOES NOT EXIST UNTIL THE FIRST PAYMNT
      * RUN AFTER IT WAS INTRODUCED - WITHOUT IT THERE ARE SIMPLY
      * NO CHANGES TO LIST, AND THE SHARED-ACCOUNT CHECK STILL RUNS
        R1000-OPEN-DATASETS.
      * ---
           OPEN INPUT FILE-BCCTL.
           OPEN INPUT FILE-ACCT1.
           OPEN INPUT FILE-ACCT2.
           OPEN OUTPUT FILE-BCRPT.

           OPEN INPUT FILE-BKHOLD.
           IF WS-BKHOLD-STATUS = '00'
              MOVE 'Y' TO WS-BKHOLD-OPEN-SW
           ELSE
              DISPLAY 'BANK CHANGE HOLD FILE NOT AVAILABLE - STATUS '
                 WS-BKHOLD-STATUS ' - NO CHANGES LISTED'
           END-IF.
      * ---
        R1100-READ-LOOKBACK-CARD.
      * ---
           MOVE SPACES TO FIL-BCCTL.
           READ FILE-BCCTL
              AT END
                 MOVE SPACES TO FIL-BCCTL
           END-READ.

           IF FIL-BC-LOOKBACK NOT = SPACES
              IF FIL-BC-LOOKBACK IS NOT NUMERIC
                 OR FIL-BC-LOOKBACK = '000'
                 DISPLAY '*** LOOKBACK DAYS ON THE CONTROL CARD ARE '
                    'NOT VALID - NOTHING LISTED ***'
                 MOVE 8 TO RETURN-CODE
                 PERFORM R4000-CLOSE-DATASETS
                 STOP RUN
              END-IF
              MOVE FIL-BC-LOOKBACK TO WS-LOOKBACK-DAYS
           END-IF.

           COMPUTE WS-WIN-FROM-SERIAL =
              WS-RUN-SERIAL - WS-LOOKBACK-DAYS.
           DISPLAY 'LOOKBACK WINDOW: ' WS-LOOKBACK-DAYS
              ' DAYS TO ' WS-RUN-DATE-8.
      * ---
      * MATCH THE TWO SORTED COPIES OF THE MASTER AS ONE STREAM OF
      * ACCOUNTS IN ROUTING/ACCOUNT ORDER, TAKING THE LOWER KEY OF
      * THE TWO EACH TIME, AND GATHER EACH PAIR'S EMPLOYEES
        R2000-LIST-SHARED-ACCOUNTS.
      * ---
           WRITE FIL-BCRPT FROM WS-RPT-SH-HEADING-1
              AFTER ADVANCING 2 LINES.
           WRITE FIL-BCRPT FROM WS-RPT-SH-HEADING-2
              AFTER ADVANCING 2 LINES.

           MOVE LOW-VALUES TO WS-GRP-KEY.
           MOVE ZEROS TO WS-GRP-CNT.

           PERFORM R2100-NEXT-ACCT1.
           PERFORM R2200-NEXT-ACCT2.

           PERFORM R2300-TAKE-NEXT-ACCT
              UNTIL WS-EOF-ACCT1 = 'Y' AND WS-EOF-ACCT2 = 'Y'.

           PERFORM R2400-CLOSE-GROUP.

           IF WS-SHARED-CNT = 0
              MOVE 'NO SHARED ACCOUNTS' TO WS-RPT-NONE-TEXT
              WRITE FIL-BCRPT FROM WS-RPT-NONE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
      * ---
      * THE NEXT EMPLOYEE WITH A PRIMARY ACCOUNT ON FILE
        R2100-NEXT-ACCT1.
      * ---
           MOVE 'N' TO WS-S1-TAKEN-SW.
           PERFORM R2110-READ-ACCT1
              UNTIL WS-S1-TAKEN OR WS-EOF-ACCT1 = 'Y'.
      * ---
        R2110-READ-ACCT1.
      * ---
           READ FILE-ACCT1 INTO NAMES-COPYBOOK-RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-ACCT1
                 MOVE HIGH-VALUES TO WS-S1-KEY
              NOT AT END
                 IF WS-ROUTE-ABA NOT = ZEROS
                    AND WS-ACCT-NO NOT = SPACES
                    MOVE 'Y' TO WS-S1-TAKEN-SW
                    ADD 1 TO WS-ACCT-READ-CNT
                    MOVE WS-ROUTE-NO      TO WS-S1-ROUTE
                    MOVE WS-ACCT-NO       TO WS-S1-ACCT
                    MOVE WS-EMP-ID        TO WS-S1-EMP-ID
                    MOVE WS-PERSON-NM     TO WS-S1-NAME
                    MOVE WS-EMP-STATUS-SW TO WS-S1-STATUS
                    IF WS-PAY-CHECK
                       MOVE 'CHECK' TO WS-S1-PAID-BY
                    ELSE
                       MOVE 'ACH  ' TO WS-S1-PAID-BY
                    END-IF
                 END-IF
           END-READ.
      * ---
      * THE NEXT EMPLOYEE WITH A SECOND ACCOUNT IN USE - ONE WITH NO
      * SPLIT ON FILE NEVER PAYS INTO IT, SO IT IS PASSED OVER
        R2200-NEXT-ACCT2.
      * ---
           MOVE 'N' TO WS-S2-TAKEN-SW.
           PERFORM R2210-READ-ACCT2
              UNTIL WS-S2-TAKEN OR WS-EOF-ACCT2 = 'Y'.
      * ---
        R2210-READ-ACCT2.
      * ---
           READ FILE-ACCT2 INTO NAMES-COPYBOOK-RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-ACCT2
                 MOVE HIGH-VALUES TO WS-S2-KEY
              NOT AT END
                 IF WS-SPLIT-PCT > 0
                    AND WS-ROUTE-ABA-2 NOT = ZEROS
                    AND WS-ACCT-NO-2 NOT = SPACES
                    MOVE 'Y' TO WS-S2-TAKEN-SW
                    ADD 1 TO WS-ACCT-READ-CNT
                    MOVE WS-ROUTE-NO-2    TO WS-S2-ROUTE
                    MOVE WS-ACCT-NO-2     TO WS-S2-ACCT
                    MOVE WS-EMP-ID        TO WS-S2-EMP-ID
                    MOVE WS-PERSON-NM     TO WS-S2-NAME
                    MOVE WS-EMP-STATUS-SW TO WS-S2-STATUS
                    IF WS-PAY-CHECK
                       MOVE 'CHECK' TO WS-S2-PAID-BY
                    ELSE
                       MOVE 'ACH  ' TO WS-S2-PAID-BY
                    END-IF
                 END-IF
           END-READ.
      * ---
        R2300-TAKE-NEXT-ACCT.
      * ---
           IF WS-S1-KEY NOT > WS-S2-KEY
              IF WS-S1-KEY NOT = WS-GRP-KEY
                 PERFORM R2400-CLOSE-GROUP
                 MOVE WS-S1-KEY TO WS-GRP-KEY
              END-IF
              IF WS-GRP-CNT < WS-GRP-MAX
                 ADD 1 TO WS-GRP-CNT
                 MOVE WS-S1-EMP-ID  TO WS-GRP-TBL-EMP-ID(WS-GRP-CNT)
                 MOVE WS-S1-NAME    TO WS-GRP-TBL-NAME(WS-GRP-CNT)
                 MOVE 'PRIMARY'     TO WS-GRP-TBL-WHICH(WS-GRP-CNT)
                 MOVE WS-S1-STATUS  TO WS-GRP-TBL-STATUS(WS-GRP-CNT)
                 MOVE WS-S1-PAID-BY TO WS-GRP-TBL-PAID-BY(WS-GRP-CNT)
              ELSE
                 ADD 1 TO WS-GRP-OVER-CNT
              END-IF
              PERFORM R2100-NEXT-ACCT1
           ELSE
              IF WS-S2-KEY NOT = WS-GRP-KEY
                 PERFORM R2400-CLOSE-GROUP
                 MOVE WS-S2-KEY TO WS-GRP-KEY
              END-IF
              IF WS-GRP-CNT < WS-GRP-MAX
                 ADD 1 TO WS-GRP-CNT
                 MOVE WS-S2-EMP-ID  TO WS-GRP-TBL-EMP-ID(WS-GRP-CNT)
                 MOVE WS-S2-NAME    TO WS-GRP-TBL-NAME(WS-GRP-CNT)
                 MOVE 'SECOND'      TO WS-GRP-TBL-WHICH(WS-GRP-CNT)
                 MOVE WS-S2-STATUS  TO WS-GRP-TBL-STATUS(WS-GRP-CNT)
                 MOVE WS-S2-PAID-BY TO WS-GRP-TBL-PAID-BY(WS-GRP-CNT)
              ELSE
                 ADD 1 TO WS-GRP-OVER-CNT
              END-IF
              PERFORM R2200-NEXT-ACCT2
           END-IF.
      * ---
      * THE PAIR JUST GATHERED IS DONE - LIST IT WHEN MORE THAN ONE
      * EMPLOYEE ID PAYS INTO IT, THEN START OVER
        R2400-CLOSE-GROUP.
      * ---
           MOVE 'N' TO WS-GRP-SHARED-SW.
           PERFORM R2410-CHECK-GROUP-ENTRY
              VARYING WS-GRP-IDX FROM 2 BY 1
              UNTIL WS-GRP-IDX > WS-GRP-CNT.

           IF WS-GRP-SHARED
              ADD 1 TO WS-SHARED-CNT
              PERFORM R2420-WRITE-GROUP-ENTRY
                 VARYING WS-GRP-IDX FROM 1 BY 1
                 UNTIL WS-GRP-IDX > WS-GRP-CNT
              IF WS-GRP-OVER-CNT > 0
                 DISPLAY 'SHARED ACCOUNT ' WS-GRP-ROUTE ' HAS MORE '
                    'THAN ' WS-GRP-MAX ' EMPLOYEES - '
                    WS-GRP-OVER-CNT ' NOT LISTED'
              END-IF
           END-IF.

           MOVE ZEROS TO WS-GRP-CNT.
           MOVE ZEROS TO WS-GRP-OVER-CNT.
      * ---
        R2410-CHECK-GROUP-ENTRY.
      * ---
           IF WS-GRP-TBL-EMP-ID(WS-GRP-IDX) NOT = WS-GRP-TBL-EMP-ID(1)
              MOVE 'Y' TO WS-GRP-SHARED-SW
           END-IF.
      * ---
        R2420-WRITE-GROUP-ENTRY.
      * ---
           MOVE SPACES TO WS-RPT-SH-ROUTE.
           MOVE SPACES TO WS-RPT-SH-ACCT.
           IF WS-GRP-IDX = 1
              MOVE WS-GRP-ROUTE TO WS-RPT-SH-ROUTE
              MOVE WS-GRP-ACCT  TO WS-MASK-ACCT-IN
              PERFORM R8100-MASK-ACCT
              MOVE WS-MASKED-ACCT TO WS-RPT-SH-ACCT
           END-IF.
           MOVE WS-GRP-TBL-EMP-ID(WS-GRP-IDX)  TO WS-RPT-SH-EMP-ID.
           MOVE WS-GRP-TBL-NAME(WS-GRP-IDX)    TO WS-RPT-SH-NAME.
           MOVE WS-GRP-TBL-WHICH(WS-GRP-IDX)   TO WS-RPT-SH-WHICH.
           EVALUATE WS-GRP-TBL-STATUS(WS-GRP-IDX)
              WHEN 'T'
                 MOVE 'TERM'   TO WS-RPT-SH-STATUS
              WHEN 'L'
                 MOVE 'LEAVE'  TO WS-RPT-SH-STATUS
              WHEN OTHER
                 MOVE 'ACTIVE' TO WS-RPT-SH-STATUS
           END-EVALUATE.
           MOVE WS-GRP-TBL-PAID-BY(WS-GRP-IDX) TO WS-RPT-SH-PAID-BY.

           IF WS-GRP-IDX = 1
              WRITE FIL-BCRPT FROM WS-RPT-SH-DETAIL
                 AFTER ADVANCING 2 LINES
           ELSE
              WRITE FIL-BCRPT FROM WS-RPT-SH-DETAIL
                 AFTER ADVANCING 1 LINE
           END-IF.

           MOVE WS-GRP-TBL-EMP-ID(WS-GRP-IDX) TO WS-SH-LOOK-ID.
           PERFORM R2430-FIND-SHARED-EMP.
           IF NOT WS-SH-FOUND
              IF WS-SH-CNT < WS-SH-MAX
                 ADD 1 TO WS-SH-CNT
                 MOVE WS-GRP-TBL-EMP-ID(WS-GRP-IDX)
                    TO WS-SH-TBL-EMP-ID(WS-SH-CNT)
              ELSE
                 DISPLAY 'SHARED EMPLOYEE TABLE FULL - EMP '
                    WS-GRP-TBL-EMP-ID(WS-GRP-IDX)
                    ' NOT FLAGGED ON THE CHANGE LISTING'
              END-IF
           END-IF.
      * ---
        R2430-FIND-SHARED-EMP.
      * ---
           MOVE 'N' TO WS-SH-FOUND-SW.
           PERFORM R2435-MATCH-SHARED-EMP
              VARYING WS-SH-IDX FROM 1 BY 1
              UNTIL WS-SH-IDX > WS-SH-CNT OR WS-SH-FOUND.
      * ---
        R2435-MATCH-SHARED-EMP.
      * ---
           IF WS-SH-TBL-EMP-ID(WS-SH-IDX) = WS-SH-LOOK-ID
              MOVE 'Y' TO WS-SH-FOUND-SW
           END-IF.
      * ---
      * EVERY CHANGE ON THE HOLD FILE MADE IN THE LOOKBACK WINDOW,
      * WHETHER STILL ON HOLD OR ALREADY RELEASED
        R3000-LIST-BANK-CHANGES.
      * ---
           MOVE WS-LOOKBACK-DAYS TO WS-RPT-CH-DAYS.
           WRITE FIL-BCRPT FROM WS-RPT-CH-HEADING-1
              AFTER ADVANCING 3 LINES.
           WRITE FIL-BCRPT FROM WS-RPT-CH-HEADING-2
              AFTER ADVANCING 2 LINES.

           IF WS-BKHOLD-OPEN
              PERFORM R3100-READ-BKHOLD
              PERFORM R3200-LIST-CHANGE
                 UNTIL WS-EOF-BKHOLD = 'Y'
           END-IF.

           IF WS-CHANGE-CNT = 0
              MOVE 'NO BANK CHANGES IN THE WINDOW'
                 TO WS-RPT-NONE-TEXT
              WRITE FIL-BCRPT FROM WS-RPT-NONE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
      * ---
        R3100-READ-BKHOLD.
      * ---
           READ FILE-BKHOLD INTO BKHOLD-COPYBOOK-RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-BKHOLD
           END-READ.
      * ---
        R3200-LIST-CHANGE.
      * ---
           MOVE BKH-CHANGE-DT TO WS-DT-WORK.
           PERFORM R8000-DATE-TO-SERIAL.

           IF WS-DT-SERIAL NOT < WS-WIN-FROM-SERIAL
              PERFORM R3300-WRITE-CHANGE-LINES
           END-IF.

           PERFORM R3100-READ-BKHOLD.
      * ---
      * ONE LINE FOR THE PRIMARY ACCOUNT, AND A SECOND LINE WHEN A
      * SECOND ACCOUNT WAS ON FILE BEFORE OR AFTER THE CHANGE
        R3300-WRITE-CHANGE-LINES.
      * ---
           ADD 1 TO WS-CHANGE-CNT.

           MOVE SPACES TO WS-RPT-CH-DETAIL.
           MOVE BKH-EMP-ID     TO WS-RPT-CH-EMP-ID.
           MOVE BKH-PERSON-NM  TO WS-RPT-CH-NAME.
           MOVE BKH-CHANGE-DT  TO WS-RPT-CH-CHG-DT.
           MOVE BKH-RELEASE-DT TO WS-RPT-CH-REL-DT.
           MOVE BKH-CHANGE-CNT TO WS-RPT-CH-CNT.

           IF BKH-LETTER-PRINTED
              MOVE 'SENT'     TO WS-RPT-CH-LETTER
           ELSE
              MOVE 'NO ADDR'  TO WS-RPT-CH-LETTER
              ADD 1 TO WS-NO-LETTER-CNT
           END-IF.

           IF BKH-RELEASE-DT > WS-RUN-DATE-8
              MOVE 'ON HOLD'  TO WS-RPT-CH-HOLD
              ADD 1 TO WS-ON-HOLD-CNT
           ELSE
              MOVE 'RELEASED' TO WS-RPT-CH-HOLD
           END-IF.

           MOVE BKH-EMP-ID TO WS-SH-LOOK-ID.
           PERFORM R2430-FIND-SHARED-EMP.
           IF WS-SH-FOUND
              MOVE '*SHARED*' TO WS-RPT-CH-SHARED
           END-IF.

           MOVE 'PRIMARY' TO WS-RPT-CH-WHICH.
           MOVE BKH-OLD-ROUTE-NO TO WS-RPT-CH-OLD-RT.
           MOVE BKH-OLD-ACCT-NO  TO WS-MASK-ACCT-IN.
           PERFORM R8100-MASK-ACCT.
           MOVE WS-MASKED-ACCT   TO WS-RPT-CH-OLD-AC.
           MOVE BKH-NEW-ROUTE-NO TO WS-RPT-CH-NEW-RT.
           MOVE BKH-NEW-ACCT-NO  TO WS-MASK-ACCT-IN.
           PERFORM R8100-MASK-ACCT.
           MOVE WS-MASKED-ACCT   TO WS-RPT-CH-NEW-AC.

           WRITE FIL-BCRPT FROM WS-RPT-CH-DETAIL
              AFTER ADVANCING 1 LINE.

           IF BKH-OLD-ROUTE-ABA-2 NOT = ZEROS
              OR BKH-NEW-ROUTE-NO-2 NOT = ZEROS
              MOVE SPACES TO WS-RPT-CH-DETAIL
              MOVE 'SECOND' TO WS-RPT-CH-WHICH
              MOVE BKH-OLD-ROUTE-NO-2 TO WS-RPT-CH-OLD-RT
              MOVE BKH-OLD-ACCT-NO-2  TO WS-MASK-ACCT-IN
              PERFORM R8100-MASK-ACCT
              MOVE WS-MASKED-ACCT     TO WS-RPT-CH-OLD-AC
              MOVE BKH-NEW-ROUTE-NO-2 TO WS-RPT-CH-NEW-RT
              MOVE BKH-NEW-ACCT-NO-2  TO WS-MASK-ACCT-IN
              PERFORM R8100-MASK-ACCT
              MOVE WS-MASKED-ACCT     TO WS-RPT-CH-NEW-AC
              WRITE FIL-BCRPT FROM WS-RPT-CH-DETAIL
                 AFTER ADVANCING 1 LINE
           END-IF.
      * ---
        R3900-WRITE-TOTALS.
      * ---
           MOVE 'SHARED ROUTING/ACCOUNT PAIRS:' TO WS-RPT-S-LABEL.
           MOVE WS-SHARED-CNT TO WS-RPT-S-TOT.
           WRITE FIL-BCRPT FROM WS-RPT-SUM-LINE
              AFTER ADVANCING 3 LINES.
           MOVE 'BANK CHANGES LISTED:' TO WS-RPT-S-LABEL.
           MOVE WS-CHANGE-CNT TO WS-RPT-S-TOT.
           WRITE FIL-BCRPT FROM WS-RPT-SUM-LINE
              AFTER ADVANCING 1 LINE.
           MOVE '  STILL ON HOLD:' TO WS-RPT-S-LABEL.
           MOVE WS-ON-HOLD-CNT TO WS-RPT-S-TOT.
           WRITE FIL-BCRPT FROM WS-RPT-SUM-LINE
              AFTER ADVANCING 1 LINE.
           MOVE '  NO CONFIRMATION LETTER SENT:' TO WS-RPT-S-LABEL.
           MOVE WS-NO-LETTER-CNT TO WS-RPT-S-TOT.
           WRITE FIL-BCRPT FROM WS-RPT-SUM-LINE
              AFTER ADVANCING 1 LINE.
      * ---
        R8000-DATE-TO-SERIAL.
      * ---
           COMPUTE WS-DT-SERIAL = (WS-DT-YYYY * 360)
                                + (WS-DT-MM * 30)
                                + WS-DT-DD.
      * ---
      * THE LAST FOUR CHARACTERS OF THE ACCOUNT IN WS-MASK-ACCT-IN
      * GO INTO THE MASK - AN ACCOUNT SHORTER THAN FOUR PRINTS WHAT
      * THERE IS, AND NO ACCOUNT PRINTS BLANK
        R8100-MASK-ACCT.
      * ---
           MOVE ZEROS  TO WS-MASK-END.
           MOVE SPACES TO WS-MASK-LAST4.
           PERFORM R8110-FIND-ACCT-END
              VARYING WS-MASK-POS FROM 1 BY 1
              UNTIL WS-MASK-POS > 17.

           IF WS-MASK-END > 3
              COMPUTE WS-MASK-POS = WS-MASK-END - 3
              MOVE WS-MASK-ACCT-IN(WS-MASK-POS:4) TO WS-MASK-LAST4
           ELSE
              IF WS-MASK-END > 0
                 MOVE WS-MASK-ACCT-IN(1:WS-MASK-END) TO WS-MASK-LAST4
              END-IF
           END-IF.
      * ---
        R8110-FIND-ACCT-END.
      * ---
           IF WS-MASK-ACCT-IN(WS-MASK-POS:1) NOT = SPACE
              MOVE WS-MASK-POS TO WS-MASK-END
           END-IF.
      * ---
        R4000-CLOSE-DATASETS.
      * ---
           CLOSE FILE-BCCTL.
           CLOSE FILE-ACCT1.
           CLOSE FILE-ACCT2.
           CLOSE FILE-BCRPT.
           IF WS-BKHOLD-OPEN
              CLOSE FILE-BKHOLD
           END-IF.
