      ************************************************************
      *
      *  PROGRAM ID CYCBAL
      *  DATE CREATED:  15OCT2026
      *
      *  POST-RUN CYCLE BALANCING - PROVES EVERY FILE A DIRECTDP
      *  RUN WROTE AGREES WITH EVERY OTHER ONE, NOT JUST WITH
      *  ITSELF, BEFORE ANYTHING IS TRANSMITTED. THE CYCLE IS THE
      *  ONE THE NACHA FILE BELONGS TO - ITS FILE HEADER CARRIES
      *  THE CREATION DATE/TIME AND THE PAY DATE, SO THE AUDIT
      *  TRAIL RECORDS WRITTEN FROM THAT MOMENT ON (A RESTART'S
      *  INCLUDED) AND THE GL/LIABILITY LINES FOR THAT PAY DATE
      *  ARE THE CYCLE'S. PROVES THE NACHA CONTROL TO THE AUDIT
      *  TRAIL, THE CHECK REGISTER TO THE AUDIT TRAIL AND POSITIVE
      *  PAY, GL CASH TO ACH PLUS CHECKS, FEDLIAB TO THE WITHHELD
      *  FEDERAL AND FICA, AND THE 401K AND GARNISHMENT REMITTANCE
      *  FILES TO THE DEDUCTIONS TAKEN, AND THE CHILD SUPPORT CCD+
      *  FILE TO THE REMITTANCES MARKED FOR EFT. PRINTS A ONE-PAGE
      *  SIGN-OFF SHEET. RC=8 WHEN ANY PROOF IS OUT, SO THE
      *  TRANSMISSION STEP BEHIND IT IS HELD. IN THE MOLD OF CHKRECN
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      * ---------   ------    -------------------------------------
      *  DAN BIEG   15OCT2026 CODE PROG
      *  DAN BIEG   15OCT2026 PROVES THE CHILD SUPPORT CCD+ FILE (CSACH)
      *                       AGAINST THE GARNREM LINES MARKED FOR EFT
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************

       PROGRAM-ID. CYCBAL.

      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FILE-ACH ASSIGN TO UT-S-ACH.

           SELECT FILE-AUDIT ASSIGN TO UT-S-AUDIT.

           SELECT FILE-CHKREG ASSIGN TO UT-S-CHKREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIL-CHKREG-KEY
               FILE STATUS IS WS-CHKREG-STATUS.

           SELECT FILE-POSPAY ASSIGN TO UT-S-POSPAY.

           SELECT FILE-GL ASSIGN TO UT-S-GL.

           SELECT FILE-FEDLIAB ASSIGN TO UT-S-FEDLIAB.

           SELECT FILE-K401REM ASSIGN TO UT-S-K401REM.

           SELECT FILE-GARNREM ASSIGN TO UT-S-GARNREM.

           SELECT FILE-CSACH ASSIGN TO UT-S-CSACH.

           SELECT FILE-BALRPT ASSIGN TO UT-S-BALRPT.

      **************************************************************
       DATA DIVISION.
      **************************************************************

       FILE SECTION.
      * THE CYCLE'S NACHA FILE (SEE ACHC) - THE RESTART DECK
      * EXTENDS THE SAME GENERATION, SO A RESTARTED CYCLE IS STILL
      * ONE FILE UNDER ONE FILE HEADER AND ONE FILE CONTROL
       FD     FILE-ACH
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-ACH.

       01  FIL-ACH PIC X(94).

      *   ------------

      * THE AUDIT TRAIL (SEE AUDITC) - EVERY CYCLE EVER RUN, THIS
      * ONE AT THE END
       FD     FILE-AUDIT
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-AUDIT.

       01  FIL-AUDIT PIC X(220).

      *   ------------

       FD     FILE-CHKREG
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-CHKREG.

       01  FIL-CHKREG.
           02  FIL-CHKREG-KEY       PIC X(08).
           02  FILLER               PIC X(72).

      *   ------------

      * POSITIVE-PAY ISSUE FILE - WRITTEN FRESH EACH CYCLE
       FD     FILE-POSPAY
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-POSPAY.

       01  FIL-POSPAY PIC X(80).

      *   ------------

      * GL POSTING EXTRACT (SEE GLEXTC) - ONLY REWRITTEN WHEN THE
      * RUN'S JOURNAL BALANCED, SO IT MAY STILL HOLD AN EARLIER
      * CYCLE'S LINES. ONLY LINES DATED THE PAY DATE COUNT
       FD     FILE-GL
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-GL.

       01  FIL-GL PIC X(80).

      *   ------------

      * FEDERAL DEPOSIT LIABILITY (SEE FEDLIABC) - APPENDED RUN
      * OVER RUN, ONE RECORD PER COMPANY AT THE END OF EACH RUN
       FD     FILE-FEDLIAB
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-FEDLIAB.

       01  FIL-FEDLIAB PIC X(80).

      *   ------------

      * 401K RECORDKEEPER REMITTANCE EXTRACT - WRITTEN FRESH EACH
      * CYCLE
       FD     FILE-K401REM
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-K401REM.

       01  FIL-K401REM PIC X(80).

      *   ------------

      * GARNISHMENT REMITTANCE EXTRACT - WRITTEN FRESH EACH CYCLE
       FD     FILE-GARNREM
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-GARNREM.

       01  FIL-GARNREM PIC X(80).

      *   ------------

      * THE CHILD SUPPORT NACHA FILE (SEE ACHC) - CSEFT'S CCD+
      * PAYMENTS FOR THE GARNREM LINES MARKED FOR EFT
       FD     FILE-CSACH
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-CSACH.

       01  FIL-CSACH PIC X(94).

      *   ------------

       FD     FILE-BALRPT
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-BALRPT.

       01  FIL-BALRPT PIC X(132).


       WORKING-STORAGE SECTION.
      * USE THE COPYBOOKS
       COPY ACHC.
       COPY AUDITC.
       COPY CHKREGC.
       COPY GLEXTC.
       COPY FEDLIABC.

      * POSITIVE-PAY ISSUE RECORD - THE SAME LAYOUT DIRECTDP WRITES
       01  WS-POSPAY-DETAIL-LINE.
           02 WS-PP-REC-TYPE    PIC X(01).
           02 WS-PP-COMP-CD     PIC X(02).
           02 FILLER            PIC X(01).
           02 WS-PP-CHECK-NO    PIC 9(08).
           02 FILLER            PIC X(01).
           02 WS-PP-DATE        PIC 9(08).
           02 FILLER            PIC X(01).
           02 WS-PP-AMOUNT      PIC 9(07)V99.
           02 FILLER            PIC X(01).
           02 WS-PP-PAYEE       PIC X(20).
           02 FILLER            PIC X(28).

      * 401K REMITTANCE EXTRACT RECORD - THE SAME LAYOUT DIRECTDP
      * WRITES
       01  WS-K401-DETAIL-LINE.
           02 WS-K4-EMP-ID      PIC X(06).
           02 FILLER            PIC X(01).
           02 WS-K4-NAME        PIC X(20).
           02 FILLER            PIC X(01).
           02 WS-K4-SSN         PIC 9(09).
           02 FILLER            PIC X(01).
           02 WS-K4-PAY-DATE    PIC 9(08).
           02 FILLER            PIC X(01).
           02 WS-K4-ELIG-COMP   PIC 9(05)V99.
           02 FILLER            PIC X(01).
           02 WS-K4-DEFERRAL    PIC 9(05)V99.
           02 FILLER            PIC X(01).
           02 WS-K4-MATCH       PIC 9(05)V99.
           02 FILLER            PIC X(10).

      * GARNISHMENT REMITTANCE EXTRACT RECORD - THE SAME LAYOUT
      * DIRECTDP WRITES
       01  WS-GARNREM-DETAIL-LINE.
           02 WS-GR-EMP-ID      PIC X(06).
           02 FILLER            PIC X(01).
           02 WS-GR-ORDER-NO    PIC 9(02).
           02 FILLER            PIC X(01).
           02 WS-GR-TYPE        PIC X(01).
           02 FILLER            PIC X(01).
           02 WS-GR-AGENCY      PIC X(20).
           02 FILLER            PIC X(01).
           02 WS-GR-AMOUNT      PIC 9(07)V99.
           02 FILLER            PIC X(01).
           02 WS-GR-PAY-DATE    PIC 9(08).
           02 FILLER            PIC X(01).
           02 WS-GR-SSN         PIC 9(09).
           02 FILLER            PIC X(01).
           02 WS-GR-NCP-NAME    PIC X(10).
           02 FILLER            PIC X(01).
           02 WS-GR-TERM-SW     PIC X(01).
           02 FILLER            PIC X(01).
           02 WS-GR-PAY-METHOD  PIC X(01).
              88 WS-GR-PAY-EFT             VALUE 'E'.
           02 FILLER            PIC X(01).
           02 WS-GR-COMP-CD     PIC X(02).
           02 FILLER            PIC X(01).

      * THE CYCLE BEING PROVED - OFF THE NACHA FILE HEADER. THE
      * STAMP IS YYMMDDHHMM, THE SAME SHAPE AS AN AUDIT RECORD'S
      * RUN DATE AND THE HOUR/MINUTE OF ITS RUN TIME, SO EVERY
      * AUDIT RECORD STAMPED AT OR AFTER IT IS THIS CYCLE'S
       01  WS-RUN-DATE-8        PIC 9(08) VALUE ZEROS.
       01  WS-CYC-PAY-DATE      PIC 9(08) VALUE ZEROS.
       01  WS-CYC-FILE-DATE     PIC 9(06) VALUE ZEROS.
       01  WS-CYC-FILE-TIME     PIC 9(04) VALUE ZEROS.
       01  WS-CYC-STAMP         PIC 9(10) VALUE ZEROS.
       01  WS-AUD-STAMP         PIC 9(10) VALUE ZEROS.
       01  WS-AUD-TIME-WORK     PIC 9(08) VALUE ZEROS.
       01  WS-AUD-TIME-WORK-R REDEFINES WS-AUD-TIME-WORK.
           02 WS-AUD-TIME-HHMM  PIC 9(04).
           02 WS-AUD-TIME-SSTT  PIC 9(04).
       01  WS-AUD-RUN-KEY       PIC X(14) VALUE SPACES.
       01  WS-AUD-LAST-RUN-KEY  PIC X(14) VALUE SPACES.

      * WHAT EACH FILE SAYS THE CYCLE CAME TO
       01  WS-NACHA-TOTALS.
           02 WS-NA-CREDIT      PIC S9(11)V99 VALUE ZEROS.
           02 WS-NA-DEBIT       PIC S9(11)V99 VALUE ZEROS.
           02 WS-NA-NET         PIC S9(11)V99 VALUE ZEROS.
           02 WS-NA-ENTRY-CNT   PIC 9(07) VALUE ZEROS.
       01  WS-AUDIT-TOTALS.
           02 WS-AU-ACH-NET     PIC S9(11)V99 VALUE ZEROS.
           02 WS-AU-ACH-CNT     PIC 9(07) VALUE ZEROS.
           02 WS-AU-CHK-AMT     PIC S9(11)V99 VALUE ZEROS.
           02 WS-AU-CHK-CNT     PIC 9(07) VALUE ZEROS.
           02 WS-AU-FED         PIC S9(11)V99 VALUE ZEROS.
           02 WS-AU-FICA        PIC S9(11)V99 VALUE ZEROS.
           02 WS-AU-401K        PIC S9(11)V99 VALUE ZEROS.
           02 WS-AU-GARN        PIC S9(11)V99 VALUE ZEROS.
           02 WS-AU-REC-CNT     PIC 9(07) VALUE ZEROS.
           02 WS-AU-RUN-CNT     PIC 9(03) VALUE ZEROS.
       01  WS-CHECK-TOTALS.
           02 WS-PP-TOT-AMT     PIC S9(11)V99 VALUE ZEROS.
           02 WS-PP-TOT-CNT     PIC 9(07) VALUE ZEROS.
           02 WS-REG-AMT        PIC S9(11)V99 VALUE ZEROS.
           02 WS-REG-CNT        PIC 9(07) VALUE ZEROS.
           02 WS-CHK-LOW-NO     PIC 9(08) VALUE ZEROS.
           02 WS-CHK-HIGH-NO    PIC 9(08) VALUE ZEROS.
       01  WS-GL-TOTALS.
           02 WS-GLT-CASH       PIC S9(11)V99 VALUE ZEROS.
           02 WS-GLT-ER-FICA    PIC S9(11)V99 VALUE ZEROS.
           02 WS-GLT-401K-MAT   PIC S9(11)V99 VALUE ZEROS.
           02 WS-GLT-LINE-CNT   PIC 9(05) VALUE ZEROS.
       01  WS-FEDLIAB-TOTALS.
           02 WS-FLT-FED        PIC S9(11)V99 VALUE ZEROS.
           02 WS-FLT-FICA       PIC S9(11)V99 VALUE ZEROS.
           02 WS-FLT-REC-CNT    PIC 9(03) VALUE ZEROS.
       01  WS-REMIT-TOTALS.
           02 WS-K4-TOT-DEFER   PIC S9(11)V99 VALUE ZEROS.
           02 WS-K4-TOT-MATCH   PIC S9(11)V99 VALUE ZEROS.
           02 WS-K4-TOT-CNT     PIC 9(07) VALUE ZEROS.
           02 WS-GR-TOT-AMT     PIC S9(11)V99 VALUE ZEROS.
           02 WS-GR-TOT-CNT     PIC 9(07) VALUE ZEROS.
           02 WS-GR-EFT-AMT     PIC S9(11)V99 VALUE ZEROS.
           02 WS-GR-EFT-CNT     PIC 9(07) VALUE ZEROS.
       01  WS-CSACH-TOTALS.
           02 WS-CS-ENTRY-CNT   PIC 9(07) VALUE ZEROS.
           02 WS-CS-CREDIT      PIC S9(11)V99 VALUE ZEROS.

      * THE COMPANIES IN THE FEDLIAB BLOCK NOW BEING GATHERED - A
      * RUN APPENDS ONE RECORD PER COMPANY, SO A COMPANY SEEN A
      * SECOND TIME FOR THE SAME PAY DATE STARTS A LATER RUN'S
      * BLOCK, AND ONLY THE LAST BLOCK IS THIS CYCLE'S
       01  WS-FL-CO-TABLE.
           02 WS-FL-CO-ENTRY OCCURS 50 TIMES.
              03 WS-FL-TBL-CO-CD   PIC X(02).
       01  WS-FL-CO-CNT         PIC 9(02) VALUE ZEROS.
       01  WS-FL-CO-MAX         PIC 9(02) VALUE 50.
       01  WS-FL-CO-IDX         PIC 9(02) VALUE ZEROS.

      * ONE PROOF - THE TWO SIDES, WHETHER COUNTS ARE PROVED TOO,
      * AND WHETHER THE PROOF APPLIES TO THIS KIND OF RUN
       01  WS-PROOF.
           02 WS-PRF-DESC       PIC X(44).
           02 WS-PRF-L-CNT      PIC 9(07).
           02 WS-PRF-L-AMT      PIC S9(11)V99.
           02 WS-PRF-R-CNT      PIC 9(07).
           02 WS-PRF-R-AMT      PIC S9(11)V99.
           02 WS-PRF-DIFF       PIC S9(11)V99.
           02 WS-PRF-CNT-SW     PIC X(01).
              88 WS-PRF-COUNTED            VALUE 'Y'.
           02 WS-PRF-APPLY-SW   PIC X(01).
              88 WS-PRF-APPLIES            VALUE 'Y'.

      * SIGN-OFF SHEET LINE LAYOUTS
       01  WS-RPT-HEADING-1.
           02 FILLER            PIC X(01) VALUE '1'.
           02 FILLER            PIC X(50) VALUE
                    '*** PAYROLL CYCLE BALANCING - SIGN-OFF SHEET ***'.
           02 FILLER            PIC X(10) VALUE 'RUN DATE '.
           02 WS-RPT-H1-RUN     PIC 9(08).
           02 FILLER            PIC X(63) VALUE SPACES.

       01  WS-RPT-HEADING-2.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(10) VALUE 'PAY DATE '.
           02 WS-RPT-H2-PAY-DT  PIC 9(08).
           02 FILLER            PIC X(22) VALUE
                    '   NACHA FILE CREATED '.
           02 WS-RPT-H2-FILE-DT PIC 9(06).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-RPT-H2-FILE-TM PIC 9(04).
           02 FILLER            PIC X(12) VALUE '   RUN TYPE '.
           02 WS-RPT-H2-TYPE    PIC X(09).
           02 FILLER            PIC X(17) VALUE '   AUDIT RUNS IN '.
           02 FILLER            PIC X(07) VALUE 'CYCLE: '.
           02 WS-RPT-H2-RUNS    PIC ZZ9.
           02 FILLER            PIC X(32) VALUE SPACES.

       01  WS-RPT-HEADING-3.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(44) VALUE 'PROOF'.
           02 FILLER            PIC X(08) VALUE '  COUNT'.
           02 FILLER            PIC X(18) VALUE '          AMOUNT'.
           02 FILLER            PIC X(08) VALUE '  COUNT'.
           02 FILLER            PIC X(18) VALUE '         AGAINST'.
           02 FILLER            PIC X(18) VALUE '      DIFFERENCE'.
           02 FILLER            PIC X(17) VALUE 'RESULT'.

       01  WS-RPT-PROOF-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-RPT-P-DESC     PIC X(44).
           02 WS-RPT-P-L-CNT    PIC ZZZ,ZZ9.
           02 WS-RPT-P-L-CNT-X REDEFINES WS-RPT-P-L-CNT
                                PIC X(07).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-RPT-P-L-AMT    PIC -,---,---,--9.99.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-RPT-P-R-CNT    PIC ZZZ,ZZ9.
           02 WS-RPT-P-R-CNT-X REDEFINES WS-RPT-P-R-CNT
                                PIC X(07).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-RPT-P-R-AMT    PIC -,---,---,--9.99.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-RPT-P-DIFF     PIC -,---,---,--9.99.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-RPT-P-RESULT   PIC X(11).
           02 FILLER            PIC X(06) VALUE SPACES.

       01  WS-RPT-NOTE-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(06) VALUE 'NOTE: '.
           02 WS-RPT-NOTE-TEXT  PIC X(90).
           02 FILLER            PIC X(35) VALUE SPACES.

       01  WS-RPT-RESULT-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-RPT-RESULT     PIC X(70).
           02 FILLER            PIC X(61) VALUE SPACES.

       01  WS-RPT-SIGN-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-RPT-SIGN-ROLE  PIC X(30).
           02 FILLER            PIC X(40) VALUE ALL '_'.
           02 FILLER            PIC X(08) VALUE '  DATE '.
           02 FILLER            PIC X(12) VALUE ALL '_'.
           02 FILLER            PIC X(41) VALUE SPACES.

      * FLAGS
       01  WS-VAL.
           02 WS-EOF-ACH             PIC X VALUE 'N'.
           02 WS-EOF-AUDIT           PIC X VALUE 'N'.
           02 WS-EOF-CHKREG          PIC X VALUE 'N'.
           02 WS-EOF-POSPAY          PIC X VALUE 'N'.
           02 WS-EOF-GL              PIC X VALUE 'N'.
           02 WS-EOF-FEDLIAB         PIC X VALUE 'N'.
           02 WS-EOF-K401REM         PIC X VALUE 'N'.
           02 WS-EOF-GARNREM         PIC X VALUE 'N'.
           02 WS-EOF-CSACH           PIC X VALUE 'N'.
           02 WS-HDR-FOUND-SW        PIC X VALUE 'N'.
              88 WS-HDR-FOUND              VALUE 'Y'.
           02 WS-FC-FOUND-SW         PIC X VALUE 'N'.
              88 WS-FC-FOUND               VALUE 'Y'.
           02 WS-REVERSAL-SW         PIC X VALUE 'N'.
              88 WS-REVERSAL-RUN           VALUE 'Y'.
           02 WS-CHKREG-OPEN-SW      PIC X VALUE 'N'.
              88 WS-CHKREG-OPEN            VALUE 'Y'.
           02 WS-FL-CO-FOUND-SW      PIC X VALUE 'N'.
              88 WS-FL-CO-FOUND            VALUE 'Y'.

      * FILE STATUS CODE FOR THE KEYED CHECK REGISTER
       01  WS-FILE-STATUSES.
           02 WS-CHKREG-STATUS       PIC X(02) VALUE '00'.

      * RUN COUNTERS
       01  WS-PROOF-CNT         PIC 9(02) VALUE ZEROS.
       01  WS-OUT-CNT           PIC 9(02) VALUE ZEROS.

       01  WS-BREAKPT   PIC X(23) VALUE '-=-=-=-=-=-=-=-=-=-=-=-'.
       01  WS-MESSAGE   PIC X(23) VALUE 'PAYROLL CYCLE BALANCING'.
       01  WS-FULL-LINE PIC X(50) VALUE ALL '*'.


      **************************************************************
       PROCEDURE DIVISION.
      **************************************************************

           PERFORM R1000-OPEN-DATASETS.

           DISPLAY WS-FULL-LINE.
           DISPLAY WS-MESSAGE.
           DISPLAY WS-FULL-LINE.

           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-8 TO WS-RPT-H1-RUN.
           WRITE FIL-BALRPT FROM WS-RPT-HEADING-1
              AFTER ADVANCING PAGE.

      * THE NACHA FILE FIRST - IT SAYS WHICH CYCLE THIS IS
           PERFORM R2000-READ-NACHA.

           IF NOT WS-HDR-FOUND OR NOT WS-FC-FOUND
              MOVE 'THE NACHA FILE HAS NO FILE HEADER WITH A PAY DATE'
                 TO WS-RPT-NOTE-TEXT
              IF WS-HDR-FOUND
                 MOVE 'THE NACHA FILE HAS NO FILE CONTROL - THE RUN DI
      -               'D NOT FINISH' TO WS-RPT-NOTE-TEXT
              END-IF
              WRITE FIL-BALRPT FROM WS-RPT-NOTE-LINE
                 AFTER ADVANCING 2 LINES
              MOVE '*** CYCLE CANNOT BE IDENTIFIED - TRANSMISSION HELD'
                 TO WS-RPT-RESULT
              WRITE FIL-BALRPT FROM WS-RPT-RESULT-LINE
                 AFTER ADVANCING 2 LINES
              DISPLAY '*** ' WS-RPT-NOTE-TEXT ' ***'
              MOVE 8 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              STOP RUN
           END-IF.

      * THEN WHAT EVERY OTHER FILE SAYS THE SAME CYCLE CAME TO
           PERFORM R2100-READ-AUDIT.
           PERFORM R2200-READ-POSPAY.
           PERFORM R2300-READ-CHKREG.
           PERFORM R2400-READ-GL.
           PERFORM R2500-READ-FEDLIAB.
           PERFORM R2600-READ-K401REM.
           PERFORM R2700-READ-GARNREM.
           PERFORM R2800-READ-CSACH.

           PERFORM R3000-WRITE-SIGN-OFF.

           DISPLAY WS-FULL-LINE.
           DISPLAY ' -- CYCLE BALANCING COMPLETE -- '.
           DISPLAY 'PAY DATE:        ' WS-CYC-PAY-DATE.
           DISPLAY 'PROOFS RUN:      ' WS-PROOF-CNT.
           DISPLAY 'PROOFS OUT:      ' WS-OUT-CNT.
           DISPLAY WS-FULL-LINE.

      * RC=8 HOLDS THE TRANSMISSION - NOTHING GOES TO THE BANK, THE
      * RECORDKEEPER OR THE AGENCIES UNTIL EVERY PROOF IS IN
           IF WS-OUT-CNT > 0
              DISPLAY '*** CYCLE OUT OF BALANCE - TRANSMISSION HELD ***'
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM R4000-CLOSE-DATASETS.
           STOP RUN.

      * ---
      * A CYCLE THAT NEVER WROTE A CHECK MAY HAVE NO REGISTER YET -
      * THE CHECK PROOFS THEN RUN AGAINST ZERO
        R1000-OPEN-DATASETS.
      * ---
           OPEN INPUT FILE-ACH.
           OPEN INPUT FILE-AUDIT.
           OPEN INPUT FILE-POSPAY.
           OPEN INPUT FILE-GL.
           OPEN INPUT FILE-FEDLIAB.
           OPEN INPUT FILE-K401REM.
           OPEN INPUT FILE-GARNREM.
           OPEN INPUT FILE-CSACH.
           OPEN OUTPUT FILE-BALRPT.

           OPEN INPUT FILE-CHKREG.
           IF WS-CHKREG-STATUS = '00'
              MOVE 'Y' TO WS-CHKREG-OPEN-SW
           ELSE
              DISPLAY 'CHECK REGISTER NOT AVAILABLE - STATUS '
                 WS-CHKREG-STATUS
           END-IF.
      * ---
      * THE FILE HEADER NAMES THE CYCLE; THE FILE CONTROL CARRIES
      * WHAT THE FILE MOVES. A FILE CONTROL WITH DEBITS ON IT IS A
      * REVERSAL RUN - PAYMENT RUNS ORIGINATE CREDITS ONLY
        R2000-READ-NACHA.
      * ---
           PERFORM R2010-READ-NACHA-REC
              UNTIL WS-EOF-ACH = 'Y'.

           IF WS-HDR-FOUND
              COMPUTE WS-CYC-STAMP =
                 (WS-CYC-FILE-DATE * 10000) + WS-CYC-FILE-TIME
              MOVE WS-CYC-PAY-DATE  TO WS-RPT-H2-PAY-DT
              MOVE WS-CYC-FILE-DATE TO WS-RPT-H2-FILE-DT
              MOVE WS-CYC-FILE-TIME TO WS-RPT-H2-FILE-TM
           END-IF.

           COMPUTE WS-NA-NET = WS-NA-CREDIT - WS-NA-DEBIT.
           IF WS-NA-DEBIT > 0
              MOVE 'Y' TO WS-REVERSAL-SW
           END-IF.
      * ---
        R2010-READ-NACHA-REC.
      * ---
           READ FILE-ACH INTO ACH-COPYBOOK-RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-ACH
              NOT AT END
                 EVALUATE ACH-FH-REC-TYPE
                    WHEN '1'
                       IF NOT WS-HDR-FOUND
                          AND ACH-FH-REF-CODE IS NUMERIC
                          MOVE 'Y' TO WS-HDR-FOUND-SW
                          MOVE ACH-FH-REF-CODE  TO WS-CYC-PAY-DATE
                          MOVE ACH-FH-FILE-DATE TO WS-CYC-FILE-DATE
                          MOVE ACH-FH-FILE-TIME TO WS-CYC-FILE-TIME
                       END-IF
                    WHEN '9'
                       IF NOT WS-FC-FOUND
                          AND FIL-ACH NOT = ALL '9'
                          MOVE 'Y' TO WS-FC-FOUND-SW
                          MOVE ACH-FC-TOT-CREDIT TO WS-NA-CREDIT
                          MOVE ACH-FC-TOT-DEBIT  TO WS-NA-DEBIT
                          MOVE ACH-FC-ENTRY-CNT  TO WS-NA-ENTRY-CNT
                       END-IF
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-READ.
      * ---
      * THE AUDIT RECORDS STAMPED AT OR AFTER THE NACHA FILE WAS
      * CREATED ARE THIS CYCLE'S - THE INTERRUPTED RUN'S AND ANY
      * RESTART'S ALIKE. A NEW RUN TIME PART WAY THROUGH MEANS THE
      * CYCLE WAS RESTARTED, AND THE SHEET SAYS HOW MANY RUNS IT TOOK
        R2100-READ-AUDIT.
      * ---
           PERFORM R2110-READ-AUDIT-REC
              UNTIL WS-EOF-AUDIT = 'Y'.

           MOVE WS-AU-RUN-CNT TO WS-RPT-H2-RUNS.
           IF WS-REVERSAL-RUN
              MOVE 'REVERSAL' TO WS-RPT-H2-TYPE
           ELSE
              MOVE 'PAYMENT'  TO WS-RPT-H2-TYPE
           END-IF.
           WRITE FIL-BALRPT FROM WS-RPT-HEADING-2
              AFTER ADVANCING 2 LINES.
      * ---
        R2110-READ-AUDIT-REC.
      * ---
           READ FILE-AUDIT INTO AUDIT-COPYBOOK-RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-AUDIT
              NOT AT END
                 MOVE AUD-RUN-TIME TO WS-AUD-TIME-WORK
                 COMPUTE WS-AUD-STAMP =
                    (AUD-RUN-DATE * 10000) + WS-AUD-TIME-HHMM
                 IF WS-AUD-STAMP NOT < WS-CYC-STAMP
                    PERFORM R2120-ADD-AUDIT-REC
                 END-IF
           END-READ.
      * ---
      * A REVERSAL RECORD BACKS ITS DEPOSIT OUT OF THE ACH NET. THE
      * GARNISHMENT IS WHAT IS LEFT OF THE DEDUCTIONS ONCE THE
      * 401K AND HEALTH AMOUNTS INSIDE THEM ARE TAKEN OUT
        R2120-ADD-AUDIT-REC.
      * ---
           ADD 1 TO WS-AU-REC-CNT.
           MOVE SPACES TO WS-AUD-RUN-KEY.
           STRING AUD-RUN-DATE AUD-RUN-TIME
              DELIMITED BY SIZE INTO WS-AUD-RUN-KEY.
           IF WS-AUD-RUN-KEY NOT = WS-AUD-LAST-RUN-KEY
              ADD 1 TO WS-AU-RUN-CNT
              MOVE WS-AUD-RUN-KEY TO WS-AUD-LAST-RUN-KEY
           END-IF.

           IF AUD-IS-REVERSAL
              IF AUD-PAY-METHOD = 'A'
                 SUBTRACT AUD-AMOUNT FROM WS-AU-ACH-NET
                 ADD 1 TO WS-AU-ACH-CNT
              END-IF
           ELSE
              IF AUD-PAY-METHOD = 'C'
                 ADD AUD-AMOUNT TO WS-AU-CHK-AMT
                 ADD 1 TO WS-AU-CHK-CNT
                 MOVE AUD-CHECK-NO TO WS-PP-CHECK-NO
                 PERFORM R2250-NOTE-CHECK-NO
              ELSE
                 ADD AUD-AMOUNT TO WS-AU-ACH-NET
                 ADD 1 TO WS-AU-ACH-CNT
              END-IF
              ADD AUD-FED-TAX TO WS-AU-FED
              ADD AUD-SS-TAX AUD-MEDI-TAX TO WS-AU-FICA
              ADD AUD-401K TO WS-AU-401K
              COMPUTE WS-AU-GARN = WS-AU-GARN + AUD-DEDUCT
                                 - AUD-401K - AUD-HEALTH
           END-IF.
      * ---
        R2200-READ-POSPAY.
      * ---
           PERFORM R2210-READ-POSPAY-REC
              UNTIL WS-EOF-POSPAY = 'Y'.
      * ---
        R2210-READ-POSPAY-REC.
      * ---
           READ FILE-POSPAY INTO WS-POSPAY-DETAIL-LINE
              AT END
                 MOVE 'Y' TO WS-EOF-POSPAY
              NOT AT END
                 IF WS-PP-REC-TYPE = 'I'
                    ADD WS-PP-AMOUNT TO WS-PP-TOT-AMT
                    ADD 1 TO WS-PP-TOT-CNT
                    PERFORM R2250-NOTE-CHECK-NO
                 END-IF
           END-READ.
      * ---
      * WIDEN THE CYCLE'S CHECK NUMBER RANGE TO TAKE IN THE CHECK
      * NUMBER IN WS-PP-CHECK-NO
        R2250-NOTE-CHECK-NO.
      * ---
           IF WS-CHK-LOW-NO = ZEROS
              OR WS-PP-CHECK-NO < WS-CHK-LOW-NO
              MOVE WS-PP-CHECK-NO TO WS-CHK-LOW-NO
           END-IF.
           IF WS-PP-CHECK-NO > WS-CHK-HIGH-NO
              MOVE WS-PP-CHECK-NO TO WS-CHK-HIGH-NO
           END-IF.
      * ---
      * CHECK NUMBERS ARE ISSUED IN SEQUENCE, SO THE CYCLE'S CHECKS
      * ARE EVERY REGISTER RECORD FROM THE LOWEST NUMBER THE AUDIT
      * TRAIL OR POSITIVE PAY SHOWS UP TO THE LAST NUMBER THE
      * REGISTER'S CONTROL RECORD HAS ASSIGNED - A CHECK CUT BUT
      * MISSING FROM BOTH OTHER FILES STILL COUNTS AGAINST THEM
        R2300-READ-CHKREG.
      * ---
           IF WS-CHKREG-OPEN AND WS-CHK-LOW-NO > ZEROS
              MOVE ALL '0' TO FIL-CHKREG-KEY
              READ FILE-CHKREG INTO CHKREG-COPYBOOK-RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CHK-LAST-NO > WS-CHK-HIGH-NO
                       MOVE CHK-LAST-NO TO WS-CHK-HIGH-NO
                    END-IF
              END-READ

              MOVE WS-CHK-LOW-NO TO FIL-CHKREG-KEY
              START FILE-CHKREG KEY NOT LESS THAN FIL-CHKREG-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-EOF-CHKREG
              END-START
              PERFORM R2310-READ-CHKREG-REC
                 UNTIL WS-EOF-CHKREG = 'Y'
           END-IF.
      * ---
        R2310-READ-CHKREG-REC.
      * ---
           READ FILE-CHKREG NEXT RECORD INTO CHKREG-COPYBOOK-RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-CHKREG
              NOT AT END
                 IF CHK-NO > WS-CHK-HIGH-NO
                    MOVE 'Y' TO WS-EOF-CHKREG
                 ELSE
                    IF NOT CHK-CONTROL
                       ADD CHK-AMOUNT TO WS-REG-AMT
                       ADD 1 TO WS-REG-CNT
                    END-IF
                 END-IF
           END-READ.
      * ---
      * ONLY THE PAY DATE'S PAYROLL-CYCLE LINES - AN EXTRACT LEFT
      * OVER FROM AN EARLIER CYCLE, OR AN ACCRUAL, NEVER COUNTS
        R2400-READ-GL.
      * ---
           PERFORM R2410-READ-GL-REC
              UNTIL WS-EOF-GL = 'Y'.
      * ---
        R2410-READ-GL-REC.
      * ---
           READ FILE-GL INTO WS-GL-DETAIL-LINE
              AT END
                 MOVE 'Y' TO WS-EOF-GL
              NOT AT END
                 IF WS-GL-ENTRY-DT = WS-CYC-PAY-DATE
                    AND WS-GL-CYCLE-ENTRY
                    ADD 1 TO WS-GLT-LINE-CNT
                    EVALUATE WS-GL-ACCOUNT
                       WHEN 'GL100100'
                       WHEN 'GL100200'
                          ADD WS-GL-AMOUNT TO WS-GLT-CASH
                       WHEN 'GL210600'
                          ADD WS-GL-AMOUNT TO WS-GLT-ER-FICA
                       WHEN 'GL220400'
                          ADD WS-GL-AMOUNT TO WS-GLT-401K-MAT
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
                 END-IF
           END-READ.
      * ---
        R2500-READ-FEDLIAB.
      * ---
           PERFORM R2510-READ-FEDLIAB-REC
              UNTIL WS-EOF-FEDLIAB = 'Y'.
      * ---
      * KEEP ONLY THE LAST UNBROKEN BLOCK OF THE PAY DATE'S RECORDS
      * - ANY OTHER PAY DATE, OR A COMPANY ALREADY IN THE BLOCK,
      * STARTS THE BLOCK OVER
        R2510-READ-FEDLIAB-REC.
      * ---
           READ FILE-FEDLIAB INTO FEDLIAB-COPYBOOK-RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-FEDLIAB
              NOT AT END
                 IF FL-PAY-DATE NOT = WS-CYC-PAY-DATE
                    PERFORM R2520-CLEAR-FEDLIAB-BLOCK
                 ELSE
                    PERFORM R2530-FIND-FEDLIAB-CO
                    IF WS-FL-CO-FOUND
                       PERFORM R2520-CLEAR-FEDLIAB-BLOCK
                    END-IF
                    IF WS-FL-CO-CNT < WS-FL-CO-MAX
                       ADD 1 TO WS-FL-CO-CNT
                       MOVE FL-COMPANY-CD
                          TO WS-FL-TBL-CO-CD(WS-FL-CO-CNT)
                    END-IF
                    ADD FL-FED-WH TO WS-FLT-FED
                    ADD FL-SS-TOTAL FL-MEDI-TOTAL TO WS-FLT-FICA
                    ADD 1 TO WS-FLT-REC-CNT
                 END-IF
           END-READ.
      * ---
        R2520-CLEAR-FEDLIAB-BLOCK.
      * ---
           MOVE ZEROS TO WS-FL-CO-CNT.
           MOVE ZEROS TO WS-FLT-FED.
           MOVE ZEROS TO WS-FLT-FICA.
           MOVE ZEROS TO WS-FLT-REC-CNT.
      * ---
        R2530-FIND-FEDLIAB-CO.
      * ---
           MOVE 'N' TO WS-FL-CO-FOUND-SW.
           PERFORM R2535-MATCH-FEDLIAB-CO
              VARYING WS-FL-CO-IDX FROM 1 BY 1
              UNTIL WS-FL-CO-IDX > WS-FL-CO-CNT OR WS-FL-CO-FOUND.
      * ---
        R2535-MATCH-FEDLIAB-CO.
      * ---
           IF WS-FL-TBL-CO-CD(WS-FL-CO-IDX) = FL-COMPANY-CD
              MOVE 'Y' TO WS-FL-CO-FOUND-SW
           END-IF.
      * ---
        R2600-READ-K401REM.
      * ---
           PERFORM R2610-READ-K401REM-REC
              UNTIL WS-EOF-K401REM = 'Y'.
      * ---
        R2610-READ-K401REM-REC.
      * ---
           READ FILE-K401REM INTO WS-K401-DETAIL-LINE
              AT END
                 MOVE 'Y' TO WS-EOF-K401REM
              NOT AT END
                 ADD WS-K4-DEFERRAL TO WS-K4-TOT-DEFER
                 ADD WS-K4-MATCH    TO WS-K4-TOT-MATCH
                 ADD 1 TO WS-K4-TOT-CNT
           END-READ.
      * ---
        R2700-READ-GARNREM.
      * ---
           PERFORM R2710-READ-GARNREM-REC
              UNTIL WS-EOF-GARNREM = 'Y'.
      * ---
        R2710-READ-GARNREM-REC.
      * ---
           READ FILE-GARNREM INTO WS-GARNREM-DETAIL-LINE
              AT END
                 MOVE 'Y' TO WS-EOF-GARNREM
              NOT AT END
                 ADD WS-GR-AMOUNT TO WS-GR-TOT-AMT
                 ADD 1 TO WS-GR-TOT-CNT
                 IF WS-GR-PAY-EFT
                    ADD WS-GR-AMOUNT TO WS-GR-EFT-AMT
                    ADD 1 TO WS-GR-EFT-CNT
                 END-IF
           END-READ.
      * ---
      * THE CHILD SUPPORT NACHA FILE - ITS ENTRY DETAILS AND ITS
      * FILE CONTROL CREDIT. A CYCLE WITH NOTHING TO SEND HAS AN
      * EMPTY FILE
        R2800-READ-CSACH.
      * ---
           PERFORM R2810-READ-CSACH-REC
              UNTIL WS-EOF-CSACH = 'Y'.
      * ---
        R2810-READ-CSACH-REC.
      * ---
           READ FILE-CSACH INTO ACH-COPYBOOK-RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-CSACH
              NOT AT END
                 EVALUATE ACH-FH-REC-TYPE
                    WHEN '6'
                       ADD 1 TO WS-CS-ENTRY-CNT
                    WHEN '9'
                       IF FIL-CSACH NOT = ALL '9'
                          MOVE ACH-FC-TOT-CREDIT TO WS-CS-CREDIT
                       END-IF
                 END-EVALUATE
           END-READ.
      * ---
      * THE ONE-PAGE SHEET - EVERY PROOF, THE NOTES THAT EXPLAIN
      * AN OUT, THE VERDICT, AND THE SIGNATURE LINES. A REVERSAL
      * RUN WRITES NO GL, LIABILITY OR REMITTANCE, SO THOSE PROOFS
      * PRINT AS NOT APPLICABLE
        R3000-WRITE-SIGN-OFF.
      * ---
           WRITE FIL-BALRPT FROM WS-RPT-HEADING-3
              AFTER ADVANCING 2 LINES.

           MOVE 'NACHA CONTROL NET / AUDIT TRAIL ACH NET'
              TO WS-PRF-DESC.
           MOVE WS-NA-ENTRY-CNT TO WS-PRF-L-CNT.
           MOVE WS-NA-NET       TO WS-PRF-L-AMT.
           MOVE WS-AU-ACH-CNT   TO WS-PRF-R-CNT.
           MOVE WS-AU-ACH-NET   TO WS-PRF-R-AMT.
           MOVE 'Y' TO WS-PRF-CNT-SW.
           MOVE 'Y' TO WS-PRF-APPLY-SW.
           PERFORM R3100-WRITE-PROOF.

           MOVE 'CHECK REGISTER ISSUES / AUDIT TRAIL CHECKS'
              TO WS-PRF-DESC.
           MOVE WS-REG-CNT    TO WS-PRF-L-CNT.
           MOVE WS-REG-AMT    TO WS-PRF-L-AMT.
           MOVE WS-AU-CHK-CNT TO WS-PRF-R-CNT.
           MOVE WS-AU-CHK-AMT TO WS-PRF-R-AMT.
           MOVE 'Y' TO WS-PRF-CNT-SW.
           MOVE 'Y' TO WS-PRF-APPLY-SW.
           PERFORM R3100-WRITE-PROOF.

           MOVE 'CHECK REGISTER ISSUES / POSITIVE PAY'
              TO WS-PRF-DESC.
           MOVE WS-REG-CNT    TO WS-PRF-L-CNT.
           MOVE WS-REG-AMT    TO WS-PRF-L-AMT.
           MOVE WS-PP-TOT-CNT TO WS-PRF-R-CNT.
           MOVE WS-PP-TOT-AMT TO WS-PRF-R-AMT.
           MOVE 'Y' TO WS-PRF-CNT-SW.
           MOVE 'Y' TO WS-PRF-APPLY-SW.
           PERFORM R3100-WRITE-PROOF.

      * THE REST ONLY APPLY TO A PAYMENT RUN
           IF WS-REVERSAL-RUN
              MOVE 'N' TO WS-PRF-APPLY-SW
           END-IF.
           MOVE 'N' TO WS-PRF-CNT-SW.

           MOVE 'GL CASH CREDITS / NACHA NET + CHECK REGISTER'
              TO WS-PRF-DESC.
           MOVE WS-GLT-CASH TO WS-PRF-L-AMT.
           COMPUTE WS-PRF-R-AMT = WS-NA-NET + WS-REG-AMT.
           PERFORM R3100-WRITE-PROOF.

           MOVE 'FEDLIAB FEDERAL W/H / AUDIT TRAIL FEDERAL'
              TO WS-PRF-DESC.
           MOVE WS-FLT-FED TO WS-PRF-L-AMT.
           MOVE WS-AU-FED  TO WS-PRF-R-AMT.
           PERFORM R3100-WRITE-PROOF.

           MOVE 'FEDLIAB FICA / AUDIT FICA + GL EMPLOYER FICA'
              TO WS-PRF-DESC.
           MOVE WS-FLT-FICA TO WS-PRF-L-AMT.
           COMPUTE WS-PRF-R-AMT = WS-AU-FICA + WS-GLT-ER-FICA.
           PERFORM R3100-WRITE-PROOF.

           MOVE '401K REMITTANCE DEFERRALS / AUDIT TRAIL 401K'
              TO WS-PRF-DESC.
           MOVE WS-K4-TOT-DEFER TO WS-PRF-L-AMT.
           MOVE WS-AU-401K      TO WS-PRF-R-AMT.
           PERFORM R3100-WRITE-PROOF.

           MOVE '401K REMITTANCE MATCH / GL MATCH PAYABLE'
              TO WS-PRF-DESC.
           MOVE WS-K4-TOT-MATCH TO WS-PRF-L-AMT.
           MOVE WS-GLT-401K-MAT TO WS-PRF-R-AMT.
           PERFORM R3100-WRITE-PROOF.

           MOVE 'GARNISHMENT REMITTANCE / AUDIT GARNISHMENT'
              TO WS-PRF-DESC.
           MOVE WS-GR-TOT-AMT TO WS-PRF-L-AMT.
           MOVE WS-AU-GARN    TO WS-PRF-R-AMT.
           PERFORM R3100-WRITE-PROOF.

           MOVE 'CHILD SUPPORT CCD+ / GARNREM EFT LINES'
              TO WS-PRF-DESC.
           MOVE WS-CS-ENTRY-CNT TO WS-PRF-L-CNT.
           MOVE WS-CS-CREDIT    TO WS-PRF-L-AMT.
           MOVE WS-GR-EFT-CNT   TO WS-PRF-R-CNT.
           MOVE WS-GR-EFT-AMT   TO WS-PRF-R-AMT.
           MOVE 'Y' TO WS-PRF-CNT-SW.
           PERFORM R3100-WRITE-PROOF.

           PERFORM R3200-WRITE-NOTES.

           IF WS-OUT-CNT > 0
              MOVE '*** CYCLE OUT OF BALANCE - TRANSMISSION HELD ***'
                 TO WS-RPT-RESULT
           ELSE
              MOVE 'CYCLE IN BALANCE - RELEASE FOR TRANSMISSION'
                 TO WS-RPT-RESULT
           END-IF.
           WRITE FIL-BALRPT FROM WS-RPT-RESULT-LINE
              AFTER ADVANCING 3 LINES.

           MOVE 'BALANCED BY' TO WS-RPT-SIGN-ROLE.
           WRITE FIL-BALRPT FROM WS-RPT-SIGN-LINE
              AFTER ADVANCING 4 LINES.
           MOVE 'REVIEWED BY' TO WS-RPT-SIGN-ROLE.
           WRITE FIL-BALRPT FROM WS-RPT-SIGN-LINE
              AFTER ADVANCING 3 LINES.
           MOVE 'RELEASED FOR TRANSMISSION BY' TO WS-RPT-SIGN-ROLE.
           WRITE FIL-BALRPT FROM WS-RPT-SIGN-LINE
              AFTER ADVANCING 3 LINES.
      * ---
      * ONE PROOF LINE OFF WS-PROOF - IN BALANCE WHEN THE AMOUNTS
      * (AND THE COUNTS, WHERE COUNTED) AGREE
        R3100-WRITE-PROOF.
      * ---
           ADD 1 TO WS-PROOF-CNT.
           COMPUTE WS-PRF-DIFF = WS-PRF-L-AMT - WS-PRF-R-AMT.

           MOVE WS-PRF-DESC  TO WS-RPT-P-DESC.
           MOVE WS-PRF-L-AMT TO WS-RPT-P-L-AMT.
           MOVE WS-PRF-R-AMT TO WS-RPT-P-R-AMT.
           MOVE WS-PRF-DIFF  TO WS-RPT-P-DIFF.
           IF WS-PRF-COUNTED
              MOVE WS-PRF-L-CNT TO WS-RPT-P-L-CNT
              MOVE WS-PRF-R-CNT TO WS-RPT-P-R-CNT
           ELSE
              MOVE SPACES TO WS-RPT-P-L-CNT-X
              MOVE SPACES TO WS-RPT-P-R-CNT-X
           END-IF.

           EVALUATE TRUE
              WHEN NOT WS-PRF-APPLIES
                 MOVE 'NOT APPLIC' TO WS-RPT-P-RESULT
              WHEN WS-PRF-DIFF NOT = ZEROS
                 MOVE '*** OUT ***' TO WS-RPT-P-RESULT
                 ADD 1 TO WS-OUT-CNT
              WHEN WS-PRF-COUNTED AND WS-PRF-L-CNT NOT = WS-PRF-R-CNT
                 MOVE '*** OUT ***' TO WS-RPT-P-RESULT
                 ADD 1 TO WS-OUT-CNT
              WHEN OTHER
                 MOVE 'IN BALANCE' TO WS-RPT-P-RESULT
           END-EVALUATE.

           WRITE FIL-BALRPT FROM WS-RPT-PROOF-LINE
              AFTER ADVANCING 2 LINES.
      * ---
      * THE USUAL REASONS A PROOF IS OUT, SO THE SHEET SAYS WHERE
      * TO LOOK
        R3200-WRITE-NOTES.
      * ---
           IF WS-AU-RUN-CNT > 1
              MOVE 'THE CYCLE WAS RESTARTED - THE AUDIT TRAIL SHOWS MORE
      -            ' THAN ONE RUN' TO WS-RPT-NOTE-TEXT
              WRITE FIL-BALRPT FROM WS-RPT-NOTE-LINE
                 AFTER ADVANCING 2 LINES
           END-IF.

           IF WS-REVERSAL-RUN
              MOVE 'REVERSAL RUN - NO GL, LIABILITY OR REMITTANCE IS WR
      -            'ITTEN, SO THOSE PROOFS DO NOT APPLY'
                 TO WS-RPT-NOTE-TEXT
              WRITE FIL-BALRPT FROM WS-RPT-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           ELSE
              IF WS-GLT-LINE-CNT = 0
                 MOVE 'NO GL EXTRACT LINES FOR THE PAY DATE - THE RUN D
      -               'ID NOT WRITE ONE (SEE ITS CONSOLE LOG)'
                    TO WS-RPT-NOTE-TEXT
                 WRITE FIL-BALRPT FROM WS-RPT-NOTE-LINE
                    AFTER ADVANCING 1 LINE
              END-IF
              IF WS-FLT-REC-CNT = 0
                 MOVE 'NO FEDLIAB RECORDS FOR THE PAY DATE - THE RUN DI
      -               'D NOT POST ITS LIABILITY'
                    TO WS-RPT-NOTE-TEXT
                 WRITE FIL-BALRPT FROM WS-RPT-NOTE-LINE
                    AFTER ADVANCING 1 LINE
              END-IF
           END-IF.

           IF NOT WS-REVERSAL-RUN
              AND (WS-CS-ENTRY-CNT NOT = WS-GR-EFT-CNT
                   OR WS-CS-CREDIT NOT = WS-GR-EFT-AMT)
              MOVE 'CHILD SUPPORT MARKED FOR EFT NOT ALL SENT - SEE THE
      -            ' CSEFT REPORT, AP PAYS THOSE BY CHECK'
                 TO WS-RPT-NOTE-TEXT
              WRITE FIL-BALRPT FROM WS-RPT-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.

           IF NOT WS-CHKREG-OPEN
              MOVE 'CHECK REGISTER NOT AVAILABLE - REGISTER ISSUES TAKE
      -            'N AS ZERO' TO WS-RPT-NOTE-TEXT
              WRITE FIL-BALRPT FROM WS-RPT-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
      * ---
        R4000-CLOSE-DATASETS.
      * ---
           CLOSE FILE-ACH.
           CLOSE FILE-AUDIT.
           CLOSE FILE-POSPAY.
           CLOSE FILE-GL.
           CLOSE FILE-FEDLIAB.
           CLOSE FILE-K401REM.
           CLOSE FILE-GARNREM.
           CLOSE FILE-CSACH.
           CLOSE FILE-BALRPT.
           IF WS-CHKREG-OPEN
              CLOSE FILE-CHKREG
           END-IF.
