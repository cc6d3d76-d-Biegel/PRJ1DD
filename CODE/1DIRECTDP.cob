      *                       REPORT (HOURS AND GROSS BY
      *                       DEPARTMENT, EMPLOYEE DETAIL WITHIN)
      *                       PRINTS ALONGSIDE THE REGISTER
      *  DAN BIEG   15OCT2026 FEDERAL WITHHOLDING FROM EACH
      *                       EMPLOYEE'S W-4 ELECTIONS (FILING
      *                       STATUS, STEP 2 CHECKBOX, DEPENDENT
      *                       CREDIT, OTHER INCOME, DEDUCTIONS,
      *                       EXTRA WITHHOLDING, EXEMPT CLAIM) ON
      *                       THE TAXES RECORD, PRICED AGAINST THE
      *                       PERCENTAGE-METHOD TABLES LOADED FROM
      *                       THE MAINTAINED FEDERAL TAX TABLE FILE
      *                       BY FILING STATUS AND PAY FREQUENCY -
      *                       REPLACES THE COMPILED-IN FIVE-ROW
      *                       BRACKET TABLE
      *  DAN BIEG   15OCT2026 TRIAL RUN MODE 'T' - COMPUTES EVERY
      *                       EMPLOYEE THE WAY A PAYMENT RUN DOES
      *                       AND PRINTS THE REGISTER, STUBS, AND
      *                       LABOR DISTRIBUTION, BUT WRITES NO
      *                       ACH, CHECKS, POSITIVE PAY, AUDIT,
      *                       GL, OR REMITTANCES AND UPDATES NO
      *                       YTD/LEAVE/GARNISHMENT/CHECK REGISTER/
      *                       CHECKPOINT/PERIOD CONTROL RECORD.
      *                       PRINTS A VARIANCE REPORT AGAINST EACH
      *                       EMPLOYEE'S LAST REGULAR CYCLE ON THE
      *                       AUDIT TRAIL - NET MOVED PAST THE
      *                       CONTROL CARD'S THRESHOLD PERCENT, NEW
      *                       PAYEES, AND MISSING PAYEES
      *  DAN BIEG   15OCT2026 COMPANY CONTROL RECORD GREW 80 -> 160
      *                       FOR THE EMPLOYER EIN AND ADDRESS; CARRY
      *                       THE PAYING COMPANY ONTO THE YTD MASTER
      *                       SO THE W-2S GROUP BY EMPLOYER
      *  DAN BIEG   15OCT2026 BANK ACCOUNT NUMBERS WIDENED TO THE
      *                       FULL NACHA 17 (MASTER 134 -> 170,
      *                       AUDIT 170 -> 188); THE STUB MASK NOW
      *                       TAKES THE LAST FOUR NON-BLANK
      *                       CHARACTERS OF THE ACCOUNT
      *  DAN BIEG   15OCT2026 TERMINATION FINAL-PAY RUN MODE 'F'
      *                       OFF THE TERMREQ FILE - LAST HOURS PLUS
      *                       THE VACATION BALANCE PAID OUT AS ITS
      *                       OWN EARNINGS LINE (SICK PAID OR
      *                       FORFEITED PER THE COMPANY SETTING);
      *                       BOTH BALANCES ZEROED WITH A PAYOUT
      *                       ENTRY ON THE LEAVE MASTER; PAID BY
      *                       CHECK WHEN THE EARLIEST ACH DATE
      *                       MISSES THE STATE DEADLINE. A REGULAR
      *                       RUN NO LONGER PAYS A TERMINATED
      *                       EMPLOYEE WHO HAS BEEN PAID OUT
      *  DAN BIEG   15OCT2026 401K AND SECTION 125 HEALTH ARE NOW
      *                       PRE-TAX: R2240 TAKES THEM AHEAD OF THE
      *                       TAXES AND R2245 SETS A FEDERAL, STATE,
      *                       LOCAL, AND FICA WAGE BASE PER THE NEW
      *                       DEDUCTION CLASSES; EACH TAX (AND THE
      *                       FUTA/SUTA ACCRUAL) IS FIGURED ON ITS OWN
      *                       BASE. YTD MASTER (360 -> 520) CARRIES
      *                       FEDERAL, SS, AND MEDICARE WAGE BUCKETS,
      *                       ANNUAL AND QUARTERLY, PLUS 401K AND
      *                       HEALTH FOR W-2 BOX 12; THE AUDIT RECORD
      *                       (188 -> 220) CARRIES EACH DEPOSIT'S
      *                       SHARE SO A REVERSAL BACKS THEM OUT
      *  DAN BIEG   15OCT2026 GL EXTRACT LAYOUT MOVED TO GLEXTC; EACH
      *                       LINE NOW CARRIES ITS PAY DATE
      *  DAN BIEG   15OCT2026 A BANK CHANGE IN ITS COOLING-OFF PERIOD
      *                       (BKHOLD FILE) IS PAID TO THE OLD BANKING,
      *                       OR BY CHECK WHEN THERE IS NONE
      *  DAN BIEG   15OCT2026 THE NACHA FILE HEADER'S REFERENCE CODE
      *                       NOW CARRIES THE PAY DATE, FOR CYCBAL
      *  DAN BIEG   15OCT2026 CHILD-SUPPORT REMITTANCES TO AN AGENCY
      *                       ENROLLED ON THE NEW GARNISHMENT AGENCY
      *                       FILE (GARNAGY) ARE MARKED FOR EFT ON
      *                       GARNREM, WHICH NOW ALSO CARRIES THE SSN,
      *                       NAME, TERMINATION FLAG AND COMPANY THAT
      *                       CSEFT NEEDS FOR THE CCD+ DED ADDENDA
      *  DAN BIEG   15OCT2026 TIMECARDS CARRY ANY NUMBER OF EARNINGS-
      *                       CODE LINES (TIMEC) PRICED OFF THE NEW
      *                       EARNINGS CODE FILE (EARNCD): MULTIPLIER
      *                       OR FLAT ADD-ON, OVERTIME COUNTING, GL
      *                       WAGE ACCOUNT. GROSS IS BUILT BY CODE AND
      *                       DEPARTMENT; THE STUB, REGISTER, LABOR
      *                       DISTRIBUTION AND GL BREAK IT OUT, AND
      *                       THE NEW AUDEARN FILE CARRIES IT BEHIND
      *                       EACH AUDIT RECORD
      *  DAN BIEG   15OCT2026 TIMECARDS, ONE-TIME/RETRO PAYMENTS,
      *                       REVERSAL REQUESTS, PRIOR-CYCLE PAY AND
      *                       THE GL/LABOR ACCUMULATORS MOVED FROM
      *                       FIXED TABLES TO THE KEYED RUNWORK FILE;
      *                       REVERSALS ORIGINATED BY COMPANY, A
      *                       REPEATED REQUEST IGNORED; HIGH-WATER
      *                       MARKS PRINTED UNDER THE RECONCILIATION
      *  DAN BIEG   15OCT2026 A REFUSED RUN ENDS RC=12, APART FROM
      *                       THE RC=8 OF A FINISHED PAYROLL WHOSE GL
      *                       EXTRACT WAS HELD BACK. CHILD SUPPORT
      *                       GOES EFT ONLY WITH A CASE ID ON THE
      *                       ORDER AND A FIPS CODE FOR THE AGENCY
      **************************************************************
       IDENTIFICATION DIVISION.                  
      **************************************************************

           SELECT FILE-AUDIT ASSIGN TO UT-S-AUDIT.

           SELECT FILE-AUDEARN ASSIGN TO UT-S-AUDEARN.

           SELECT FILE-STUB ASSIGN TO UT-S-STUB.

           SELECT FILE-TIME ASSIGN TO UT-S-TIMECARD.

           SELECT FILE-EARNCD ASSIGN TO UT-S-EARNCD.

           SELECT FILE-REVREQ ASSIGN TO UT-S-REVREQ.

           SELECT FILE-AUDITIN ASSIGN TO UT-S-AUDITIN.

           SELECT FILE-COMPANY ASSIGN TO UT-S-COMPANY.

           SELECT FILE-FEDTAX ASSIGN TO UT-S-FEDTAX.

           SELECT FILE-CHKREG ASSIGN TO UT-S-CHKREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM

           SELECT FILE-RETROREQ ASSIGN TO UT-S-RETROREQ.

           SELECT FILE-TERMREQ ASSIGN TO UT-S-TERMREQ.

           SELECT FILE-LABOR ASSIGN TO UT-S-LABRPT.

           SELECT FILE-FEDLIAB ASSIGN TO UT-S-FEDLIAB.

           SELECT FILE-K401REM ASSIGN TO UT-S-K401REM.

           SELECT FILE-VARIANCE ASSIGN TO UT-S-VARRPT.

           SELECT FILE-LEAVE ASSIGN TO UT-S-LEAVE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIL-YRCTL-KEY
               FILE STATUS IS WS-YRCTL-STATUS.

           SELECT FILE-BKHOLD ASSIGN TO UT-S-BKHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIL-BKHOLD-KEY
               FILE STATUS IS WS-BKHOLD-STATUS.

           SELECT FILE-GARNAGY ASSIGN TO UT-S-GARNAGY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIL-GARNAGY-KEY
               FILE STATUS IS WS-GARNAGY-STATUS.

           SELECT FILE-RUNWK ASSIGN TO UT-S-RUNWORK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIL-RUNWK-KEY
               FILE STATUS IS WS-RUNWK-STATUS.

      **************************************************************
       DATA DIVISION.
      **************************************************************
              BLOCK CONTAINS 0 RECORDS  
              DATA RECORD IS FIL-PEOPLE. 

       01  FIL-PEOPLE PIC X(170).
                      
      *   ------------
  

       01  FIL-YTD.
           02  FIL-YTD-KEY          PIC X(06).
           02  FILLER               PIC X(514).

      *   ------------

      *       RUN (SEE R5000-PROCESS-REVERSALS), 'S' = OFF-CYCLE
      *       SUPPLEMENTAL RUN OFF THE ONE-TIME PAYMENT FILE,
      *       'A' = RETRO PAY ADJUSTMENT RUN OFF THE RETRO
      *       REQUEST FILE, 'T' = TRIAL RUN - COMPUTES AND PRINTS
      *       THE PERIOD BUT PAYS AND POSTS NOTHING
           02  FIL-CTL-PERIOD-NO    PIC 9(06).
      *       THE PAY PERIOD THIS RUN IS PAYING - MUST BE OPEN ON
      *       THE PERIOD CONTROL FILE OR THE RUN REFUSES TO START
           02  FIL-CTL-VAR-PCT      PIC 9(03).
      *       TRIAL RUN ONLY - THE PERCENT A NET PAY MAY MOVE FROM
      *       THE LAST REGULAR CYCLE BEFORE THE VARIANCE REPORT
      *       LISTS IT. BLANK OR ZERO TAKES WS-VAR-DFLT-PCT

      *   ------------

              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-AUDIT.

       01  FIL-AUDIT PIC X(220).

      *   ------------

      * EARNINGS DETAIL BEHIND EACH AUDIT RECORD - ONE RECORD PER
      * EARNINGS CODE AND DEPARTMENT ON THE PAYCHECK, CARRYING THE
      * SAME TRACE OR CHECK NUMBER AS ITS AUDIT RECORD. LAYOUT IN
      * THE AUDERNC COPYBOOK. NOT WRITTEN ON A REVERSAL RUN
       FD     FILE-AUDEARN
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-AUDEARN.

       01  FIL-AUDEARN PIC X(100).

      *   ------------


      *   ------------

      * EARNINGS CODE TABLE FILE (SEE EARNC) - WHAT EACH EARNINGS
      * CODE ON A TIMECARD PAYS, WHETHER ITS HOURS COUNT TOWARD
      * OVERTIME, AND WHICH GL WAGE ACCOUNT IT POSTS TO. LOADED
      * INTO A TABLE UP FRONT THE SAME WAY AS THE COMPANY FILE
       FD     FILE-EARNCD
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-EARNCD.

       01  FIL-EARNCD PIC X(80).

      *   ------------

      * REVERSAL REQUEST FILE - READ ONLY ON A REVERSAL RUN. ONE
      * RECORD PER DEPOSIT TO BACK OUT, IDENTIFIED BY THE EMPLOYEE
      * AND THE TRACE NUMBER ON THE ORIGINAL DEPOSIT'S AUDIT RECORD
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-AUDITIN.

       01  FIL-AUDITIN PIC X(220).

      *   ------------

              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-COMPANY.

       01  FIL-COMPANY PIC X(160).

      *   ------------

      * FEDERAL WITHHOLDING TABLE - THE YEAR'S PERCENTAGE-METHOD
      * ROWS BY FILING STATUS AND PAY FREQUENCY (SEE FEDTBLC),
      * LOADED INTO A TABLE UP FRONT
       FD     FILE-FEDTAX
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-FEDTAX.

       01  FIL-FEDTAX PIC X(80).

      *   ------------


       01  FIL-GARN.
           02  FIL-GARN-KEY         PIC X(08).
           02  FILLER               PIC X(92).

      *   ------------


      *   ------------

      * TERMINATION REQUEST FILE - READ ONLY ON A FINAL-PAY RUN.
      * ONE RECORD PER TERMINATED EMPLOYEE: THE TERMINATION DATE,
      * THE LAST HOURS STILL OWED BY WORK-WEEK, AND THE LAST DAY
      * THE STATE'S FINAL-PAY LAW ALLOWS THE MONEY TO ARRIVE
       FD     FILE-TERMREQ
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-TERMREQ.

       01  FIL-TERMREQ.
           02  FIL-TR-EMP-ID        PIC X(06).
           02  FILLER               PIC X.
           02  FIL-TR-TERM-DATE     PIC 9(08).
           02  FILLER               PIC X.
           02  FIL-TR-HOURS-1       PIC 9(03).
           02  FILLER               PIC X.
           02  FIL-TR-HOURS-2       PIC 9(03).
           02  FILLER               PIC X.
           02  FIL-TR-DEADLINE      PIC 9(08).
           02  FILLER               PIC X(48).

      *   ------------

      * LABOR DISTRIBUTION REPORT - HOURS AND GROSS BY DEPARTMENT/
      * COST CENTER, EMPLOYEE DETAIL WITHIN, PRINTED ALONGSIDE THE
      * PAYROLL REGISTER AT END OF RUN

      *   ------------

      * TRIAL RUN VARIANCE REPORT - EACH EMPLOYEE'S TRIAL PAY
      * AGAINST THEIR LAST REGULAR CYCLE ON THE AUDIT TRAIL.
      * OPENED ONLY ON A TRIAL RUN
       FD     FILE-VARIANCE
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-VARIANCE.

       01  FIL-VARIANCE PIC X(132).

      *   ------------

      * LEAVE BALANCE MASTER - KEYED BY EMPLOYEE (SEE LEAVEC),
      * UPDATED EVERY RUN LIKE THE YTD MASTER
       FD     FILE-LEAVE

       01  FIL-AUDX.
           02  FIL-AUDX-KEY         PIC X(15).
           02  FILLER               PIC X(221).

      *   ------------

           02  FIL-YRCTL-KEY        PIC X(06).
           02  FILLER               PIC X(74).

      *   ------------

      * DIRECT DEPOSIT CHANGE HOLD - KEYED BY EMPLOYEE (SEE
      * BKHOLDC): THE BANKING TO PAY TO WHILE A CHANGE MADE
      * THROUGH PAYMNT IS IN ITS COOLING-OFF PERIOD
       FD     FILE-BKHOLD
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-BKHOLD.

       01  FIL-BKHOLD.
           02  FIL-BKHOLD-KEY       PIC X(06).
           02  FILLER               PIC X(194).

      *   ------------

      * GARNISHMENT AGENCY FILE - KEYED BY AGENCY CODE (SEE
      * GARNAGYC): WHETHER A CHILD-SUPPORT ORDER'S AGENCY TAKES
      * ITS PAYMENT BY EFT
       FD     FILE-GARNAGY
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-GARNAGY.

       01  FIL-GARNAGY.
           02  FIL-GARNAGY-KEY      PIC X(06).
           02  FILLER               PIC X(94).

      *   ------------

      * RUN WORK FILE - KEYED BY RECORD TYPE + TYPE KEY (SEE
      * RUNWKC). CLEARED AT THE START OF EVERY RUN; THE TIMECARDS,
      * OFF-CYCLE PAYMENTS, REVERSAL REQUESTS, PRIOR-CYCLE PAY AND
      * THE GL/LABOR DISTRIBUTION ACCUMULATORS LIVE HERE SO THE RUN
      * IS NOT CAPPED BY THE SIZE OF A TABLE
       FD     FILE-RUNWK
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-RUNWK.

       01  FIL-RUNWK.
           02  FIL-RUNWK-KEY        PIC X(30).
           02  FILLER               PIC X(170).


       WORKING-STORAGE SECTION.
      * USE THE COPYBOOKS
       COPY CKPTC.
       COPY ACHC.
       COPY TIMEC.
       COPY EARNC.
       COPY PAYCALC.
       COPY YRCTLC.
       COPY COMPC.
       COPY FEDTBLC.
       COPY CHKREGC.
       COPY PERCTLC.
       COPY GARNC.
       COPY LEAVEC.
       COPY DEMOC.
       COPY AUDXC.
       COPY BKHOLDC.
       COPY GARNAGYC.
       COPY FEDLIABC.
       COPY RUNWKC.

      * PAY-PERIOD CONTROL STATE - THE PERIOD OFF THE CONTROL CARD,
      * AND WHETHER THE GATING IS ENGAGED (THE CONTROL FILE WAS
              03 WS-COMP-TBL-NET      PIC 9(07)V99.
              03 WS-COMP-TBL-ACH-AMT  PIC 9(09)V99.
              03 WS-COMP-TBL-CHK-AMT  PIC 9(09)V99.
              03 WS-COMP-TBL-SICK-PAY-SW PIC X(01).
      *          THE COMPANY'S SICK-PAYOUT SETTING - 'Y' PAYS THE
      *          SICK BALANCE OUT AT TERMINATION, ELSE FORFEITED
              03 WS-COMP-TBL-BATCHED-SW PIC X(01).
      *          'Y' ONCE A BATCH FOR THIS COMPANY HAS BEEN CLOSED -
      *          OPENING ANOTHER ONE MEANS THE INPUT WAS NOT IN
       01  WS-BANKDAY-SW             PIC X VALUE 'N'.
           88 WS-IS-BANK-DAY               VALUE 'Y'.

      * TIMECARDS - THE PERIOD'S TIMECARD FILE IS LOADED ONCE UP
      * FRONT ONTO THE RUN WORK FILE (RUNWKC TYPE 'T') UNDER EMP ID
      * AND READ BACK BY KEY AS EACH EMPLOYEE MASTER RECORD COMES
      * THROUGH. WS-RWK-SEQ KEEPS AN EMPLOYEE'S CARDS IN FILE ORDER
       01  WS-TC-CNT            PIC 9(07) VALUE ZEROS.
       01  WS-RWK-SEQ           PIC 9(06) VALUE ZEROS.

      * THE MATCHED TIMECARD'S HOURS FOR THE EMPLOYEE CURRENTLY BEING
      * PROCESSED - ZERO UNTIL R2025-LOOKUP-TIMECARD FINDS A MATCH
      *    (NO TIMECARD, OLD CARD, SALARIED, OFF-CYCLE) FALLS INTO
      *    THE (NONE) BUCKET ON THE DISTRIBUTION

      * EARNINGS CODE TABLE - THE EARNINGS CODE FILE, LOADED ONCE UP
      * FRONT. WS-EC-HIT IS THE ENTRY R2056-FIND-EARN-CODE LAST
      * FOUND FOR WS-PE-CUR-CD - ZERO WHEN THE CODE IS NOT TABLED
       01  WS-EARN-CODE-TABLE.
           02 WS-EC-ENTRY OCCURS 50 TIMES.
              03 WS-EC-TBL-CD       PIC X(04).
              03 WS-EC-TBL-DESC     PIC X(16).
              03 WS-EC-TBL-MULT     PIC 9(01)V999.
              03 WS-EC-TBL-ADD      PIC 9(03)V99.
              03 WS-EC-TBL-BASIS    PIC X(01).
              03 WS-EC-TBL-OT-SW    PIC X(01).
              03 WS-EC-TBL-GL-ACCT  PIC X(08).
       01  WS-EC-CNT            PIC 9(02) VALUE ZEROS.
       01  WS-EC-MAX            PIC 9(02) VALUE 50.
       01  WS-EC-IDX            PIC 9(02) VALUE ZEROS.
       01  WS-EC-HIT            PIC 9(02) VALUE ZEROS.

      * TIMECARD EARNINGS-CODE LINES - EVERY CODE LINE ON THE
      * TIMECARD FILE GOES ON THE RUN WORK FILE BEHIND THE
      * EMPLOYEE'S BASE CARD, READ BACK BY EMP ID THE SAME WAY
       01  WS-TE-CNT            PIC 9(07) VALUE ZEROS.

      * THE CURRENT EMPLOYEE'S EARNINGS-CODE LINES, PULLED OFF THE
      * RUN WORK FILE BY R2025-LOOKUP-TIMECARD. THE DEPARTMENT IS
      * ALREADY DEFAULTED TO THE BASE CARD'S, AND WS-CE-EC-HIT IS
      * THE LINE'S EARNINGS CODE TABLE ENTRY (ZERO - UNKNOWN CODE)
       01  WS-CUR-EARN-TABLE.
           02 WS-CE-ENTRY OCCURS 20 TIMES.
              03 WS-CE-CD           PIC X(04).
                 88 WS-CE-BUILT-IN-CD     VALUE 'REG ' 'OT  ' 'OTP '
                                                'VAC ' 'SICK' 'SAL '
                                                'VACP' 'SCKP'.
              03 WS-CE-WEEK         PIC 9(01).
              03 WS-CE-DEPT         PIC X(06).
              03 WS-CE-HOURS        PIC 9(03).
              03 WS-CE-EC-HIT       PIC 9(02).
       01  WS-CE-CNT            PIC 9(02) VALUE ZEROS.
       01  WS-CE-MAX            PIC 9(02) VALUE 20.
       01  WS-CE-IDX            PIC 9(02) VALUE ZEROS.
       01  WS-CE-OVERFLOW-SW    PIC X VALUE 'N'.
           88 WS-CE-OVERFLOWED        VALUE 'Y'.
       01  WS-CE-RATE           PIC 9(03)V99 VALUE ZEROS.

      * EACH WORK-WEEK'S EARNINGS-CODE HOURS - ALL OF THEM (FOR THE
      * 168-HOUR EDIT) AND JUST THE ONES WHOSE CODE COUNTS TOWARD
      * THE 40-HOUR OVERTIME THRESHOLD
       01  WS-WORK-WEEK-CODE-HOURS.
           02 WS-WK-CODE-HRS OCCURS 2 TIMES PIC 9(4) VALUE ZEROS.
           02 WS-WK-OT-CODE-HRS OCCURS 2 TIMES PIC 9(4) VALUE ZEROS.

      * ONE-TIME PAYMENTS - LOADED ONTO THE RUN WORK FILE (TYPE
      * 'O') IN PLACE OF THE TIMECARDS ON A SUPPLEMENTAL RUN AND
      * READ BACK BY EMP ID THE SAME WAY. AN EMPLOYEE WITH NO ONE-
      * TIME RECORD IS QUIETLY NOT PAID - A SUPPLEMENTAL RUN ONLY
      * PAYS WHO IS ON THE FILE
       01  WS-OT-CNT            PIC 9(07) VALUE ZEROS.
       01  WS-OT-NEW-EMP-ID     PIC X(06) VALUE SPACES.
       01  WS-OT-NEW-AMOUNT     PIC 9(05)V99 VALUE ZEROS.
       01  WS-OT-NEW-TYPE       PIC X(03) VALUE SPACES.
      *    THE PAYMENT R1078 IS ABOUT TO PUT ON THE WORK FILE - OFF
      *    THE ONE-TIME FILE, OR PRICED FROM A RETRO REQUEST

      * THE MATCHED ONE-TIME PAYMENT FOR THE EMPLOYEE CURRENTLY
      * BEING PROCESSED
           88 WS-OT-FOUND             VALUE 'Y'.

      * FLAT FEDERAL SUPPLEMENTAL WITHHOLDING RATE - APPLIED TO
      * THE WHOLE ONE-TIME PAYMENT IN PLACE OF THE W-4 TABLES.
      * MAINTAINED LIKE THE FICA CONSTANTS - UPDATE WHEN THE IRS
      * RATE MOVES
       01  WS-FED-SUPP-RATE     PIC V999 VALUE .220.

      * THE FLAG EVERY LIVE AUDIT RECORD THIS RUN WRITES CARRIES -
      * SPACE ON A REGULAR PAYMENT RUN, 'S' ON A SUPPLEMENTAL RUN,
      * 'A' ON A RETRO ADJUSTMENT RUN, 'F' ON A FINAL-PAY RUN.
      * REVERSAL RECORDS SET THEIR OWN 'R' EXPLICITLY
       01  WS-AUD-FLAG          PIC X VALUE SPACE.

      * RETRO ADJUSTMENT REQUESTS - LOADED FROM FILE-RETROREQ ONTO
      * THE RUN WORK FILE (TYPE 'A') ON AN ADJUSTMENT RUN, THEN
      * FILLED IN FROM THE AUDIT TRAIL: EVERY REGULAR-WAGE AUDIT
      * RECORD FOR THE EMPLOYEE WHOSE RUN DATE FALLS IN THE
      * REQUEST'S RANGE ADDS ITS GROSS TO THE ACCUMULATOR. THE
      * RETRO GROSS IS THAT PAID GROSS SCALED BY THE RATE CHANGE -
      * THE HOURS BEHIND IT PRICED AT (NEW - OLD) INSTEAD OF BEING
      * RE-KEYED AS FAKE TIMECARD HOURS
       01  WS-RT-CNT            PIC 9(07) VALUE ZEROS.
       01  WS-RT-RETRO-GROSS    PIC 9(05)V99 VALUE ZEROS.

      * TERMINATION REQUEST TABLE - LOADED FROM FILE-TERMREQ ON A
      * FINAL-PAY RUN IN PLACE OF THE TIMECARDS AND MATCHED BY
      * EMP ID THE SAME WAY. AN EMPLOYEE WITH NO REQUEST IS QUIETLY
      * NOT PAID - A FINAL-PAY RUN ONLY PAYS WHO IS ON THE FILE
       01  WS-TERMREQ-TABLE.
           02 WS-TR-ENTRY OCCURS 100 TIMES.
              03 WS-TR-TBL-EMP-ID   PIC X(06).
              03 WS-TR-TBL-TERM-DT  PIC 9(08).
              03 WS-TR-TBL-HOURS-1  PIC 9(03).
              03 WS-TR-TBL-HOURS-2  PIC 9(03).
              03 WS-TR-TBL-DEADLINE PIC 9(08).
       01  WS-TR-CNT            PIC 9(03) VALUE ZEROS.
       01  WS-TR-MAX            PIC 9(03) VALUE 100.
       01  WS-TR-IDX            PIC 9(03) VALUE ZEROS.

      * THE MATCHED TERMINATION REQUEST FOR THE EMPLOYEE CURRENTLY
      * BEING PROCESSED, AND THE FINAL-PAY FIGURES BUILT FROM IT.
      * THE PAYOUT RATE IS THE HOURLY RATE, OR FOR A SALARIED
      * EMPLOYEE THE SALARY SPREAD OVER THE STANDARD 40-HOUR
      * WORK-WEEKS OF THE PERIOD
       01  WS-FINAL-PAY-WORK.
           02 WS-TR-FOUND-SW        PIC X VALUE 'Y'.
              88 WS-TR-FOUND              VALUE 'Y'.
           02 WS-TR-TERM-DT         PIC 9(08) VALUE ZEROS.
           02 WS-TR-HOURS-1         PIC 9(03) VALUE ZEROS.
           02 WS-TR-HOURS-2         PIC 9(03) VALUE ZEROS.
           02 WS-TR-DEADLINE        PIC 9(08) VALUE ZEROS.
           02 WS-FINAL-PAID-SW      PIC X VALUE 'N'.
              88 WS-FINAL-PAID            VALUE 'Y'.
      *       THE LEAVE MASTER ALREADY SHOWS A PAYOUT FOR THIS
      *       EMPLOYMENT - THE FINAL PAYCHECK HAS BEEN ISSUED
           02 WS-FP-RATE            PIC 9(03)V99 VALUE ZEROS.
           02 WS-FP-VAC-HRS         PIC 9(03)V99 VALUE ZEROS.
           02 WS-FP-SICK-HRS        PIC 9(03)V99 VALUE ZEROS.
           02 WS-FP-FORFEIT-HRS     PIC 9(03)V99 VALUE ZEROS.
           02 WS-FP-VAC-PAY         PIC 9(05)V99 VALUE ZEROS.
           02 WS-FP-SICK-PAY        PIC 9(05)V99 VALUE ZEROS.
           02 WS-FP-CHECK-CNT       PIC 9(03) VALUE ZEROS.
      *       DIRECT-DEPOSIT EMPLOYEES SWITCHED TO A PRINTED CHECK
      *       BECAUSE THE EARLIEST ACH SETTLEMENT MISSES THE
      *       STATE DEADLINE

      * NACHA FILE / BATCH IDENTIFICATION - THIS COMPANY IS THE
      * ORIGINATOR, OUR BANK IS THE IMMEDIATE DESTINATION
       01  WS-ACH-CONSTANTS.
           88 WS-MODE-SUPPLEMENTAL          VALUE 'S'.
           88 WS-MODE-ADJUSTMENT            VALUE 'A'.
           88 WS-MODE-OFFCYCLE              VALUE 'S' 'A'.
           88 WS-MODE-TRIAL                 VALUE 'T'.
           88 WS-MODE-FINAL                 VALUE 'F'.
      *       AN OFF-CYCLE RUN - SUPPLEMENTAL OR RETRO ADJUSTMENT -
      *       PAYS OFF ITS TRANSACTIONS INSTEAD OF TIMECARDS,
      *       WITHHOLDS FEDERAL AT THE FLAT SUPPLEMENTAL RATE, AND
      *       LEAVES THE PAY-PERIOD CONTROL GATE ALONE
      *       A TRIAL RUN COMPUTES EXACTLY LIKE THE PAYMENT RUN BUT
      *       ONLY PRINTS - NOTHING IS PAID, POSTED, OR MARKED
      *       A FINAL-PAY RUN PAYS TERMINATED EMPLOYEES OFF THE
      *       TERMINATION REQUEST FILE - LAST HOURS PLUS THE LEAVE
      *       PAYOUT, DATED THE RUN DATE - AND LEAVES THE PAY-
      *       PERIOD CONTROL GATE ALONE LIKE AN OFF-CYCLE RUN

      * REVERSAL REQUESTS - LOADED FROM FILE-REVREQ ONTO THE RUN
      * WORK FILE (TYPE 'R') ON A REVERSAL RUN, THEN FILLED IN FROM
      * THE MATCHING AUDIT RECORDS. A REQUEST REPEATED ON THE FILE
      * LOADS ONCE - THE SAME DEPOSIT IS NEVER DEBITED TWICE
       01  WS-REV-CNT           PIC 9(07) VALUE ZEROS.
       01  WS-REV-DUP-CNT       PIC 9(05) VALUE ZEROS.
       01  WS-REV-COMP-IDX      PIC 9(02) VALUE ZEROS.
      *    THE COMPANY WHOSE REVERSALS ARE BEING ORIGINATED - KEPT
      *    APART FROM WS-COMP-IDX, WHICH R2285 VARIES ON ITS OWN
       01  WS-REV-LAST-PASS-SW  PIC X     VALUE 'N'.
           88 WS-REV-LAST-PASS              VALUE 'Y'.
       01  WS-AUDX-MISS-CNT     PIC 9(07) VALUE ZEROS.
      *    REQUESTS THE TRACE XREF COULD NOT ANSWER - ANY AT ALL
      *    SENDS THE MATCH BACK THROUGH THE SEQUENTIAL SCAN

      * TRIAL RUN VARIANCE - EACH EMPLOYEE'S MOST RECENT REGULAR-
      * CYCLE PAY OFF THE AUDIT TRAIL (FLAG SPACE - SUPPLEMENTAL,
      * RETRO, AND REVERSAL RECORDS ARE NOT A PERIOD PAYCHECK),
      * LOADED UP FRONT ON A TRIAL RUN ONTO THE RUN WORK FILE (TYPE
      * 'V'). A SPLIT DEPOSIT'S TWO RECORDS CARRY THE SAME RUN
      * DATE/TIME AND SUM BACK TO THE PERIOD TOTALS. RWK-VAR-SEEN-SW
      * MARKS THE ONES THE TRIAL PAID AGAIN - WHAT IS LEFT
      * UNMARKED FROM THE LAST CYCLE AT END OF RUN IS A MISSING
      * PAYEE
       01  WS-VAR-CNT           PIC 9(07) VALUE ZEROS.
       01  WS-VAR-FOUND-SW      PIC X VALUE 'N'.
           88 WS-VAR-FOUND            VALUE 'Y'.
       01  WS-VAR-LAST-CYCLE-DT PIC 9(06) VALUE ZEROS.
      *    THE RUN DATE OF THE LATEST REGULAR CYCLE ON THE TRAIL -
      *    ONLY AN EMPLOYEE PAID IN THAT CYCLE CAN BE "MISSING"
      *    FROM THIS ONE (ANYONE OLDER LEFT BEFORE LAST PAYDAY)

      * THE VARIANCE THRESHOLD - A NET PAY MOVING MORE THAN THIS
      * PERCENT EITHER WAY IS LISTED. THE CONTROL CARD CAN SET
      * ITS OWN; THIS IS THE HOUSE DEFAULT WHEN IT DOES NOT
       01  WS-VAR-DFLT-PCT      PIC 9(03) VALUE 010.
       01  WS-VAR-PCT           PIC 9(03) VALUE ZEROS.
       01  WS-VAR-PCT-CHG       PIC S9(05)V9 VALUE ZEROS.
       01  WS-VAR-PCT-ABS       PIC 9(05)V9 VALUE ZEROS.
       01  WS-VAR-TRIAL-TAXES   PIC 9(07)V99 VALUE ZEROS.

      * VARIANCE REPORT COUNTS
       01  WS-VAR-COUNTS.
           02 WS-VAR-CMP-CNT         PIC 9(05) VALUE ZEROS.
           02 WS-VAR-MOVED-CNT       PIC 9(05) VALUE ZEROS.
           02 WS-VAR-NEW-CNT         PIC 9(05) VALUE ZEROS.
           02 WS-VAR-MISS-CNT        PIC 9(05) VALUE ZEROS.

      * VARIANCE REPORT LINE LAYOUTS
       01  WS-VAR-HEADING-1.
           02 FILLER            PIC X(01) VALUE '1'.
           02 FILLER            PIC X(40) VALUE
                    '*** TRIAL RUN VARIANCE REPORT ***'.
           02 FILLER            PIC X(24) VALUE
                    'NET PAY THRESHOLD PCT: '.
           02 WS-VAR-H1-PCT     PIC ZZ9.
           02 FILLER            PIC X(24) VALUE
                    '   LAST REGULAR CYCLE: '.
           02 WS-VAR-H1-CYCLE   PIC 9(02)/9(02)/9(02).
      *    NOTE: THE AUDIT TRAIL'S YYMMDD RUN DATE, EDITED YY/MM/DD
           02 FILLER            PIC X(32) VALUE SPACES.

       01  WS-VAR-HEADING-2.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(08) VALUE 'EMP ID'.
           02 FILLER            PIC X(20) VALUE 'EMPLOYEE NAME'.
           02 FILLER            PIC X(09) VALUE 'STATUS'.
           02 FILLER            PIC X(11) VALUE '  PRIOR GRS'.
           02 FILLER            PIC X(11) VALUE '  TRIAL GRS'.
           02 FILLER            PIC X(11) VALUE '  PRIOR TAX'.
           02 FILLER            PIC X(11) VALUE '  TRIAL TAX'.
           02 FILLER            PIC X(11) VALUE '  PRIOR DED'.
           02 FILLER            PIC X(11) VALUE '  TRIAL DED'.
           02 FILLER            PIC X(11) VALUE '  PRIOR NET'.
           02 FILLER            PIC X(11) VALUE '  TRIAL NET'.
           02 FILLER            PIC X(05) VALUE '  PCT'.
           02 FILLER            PIC X(01) VALUE SPACES.

       01  WS-VAR-DETAIL-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-VAR-D-EMP-ID   PIC X(08).
           02 WS-VAR-D-NAME     PIC X(20).
           02 WS-VAR-D-STATUS   PIC X(09).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-VAR-D-P-GROSS  PIC ZZZ,ZZ9.99.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-VAR-D-T-GROSS  PIC ZZZ,ZZ9.99.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-VAR-D-P-TAXES  PIC ZZZ,ZZ9.99.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-VAR-D-T-TAXES  PIC ZZZ,ZZ9.99.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-VAR-D-P-DEDUCT PIC ZZZ,ZZ9.99.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-VAR-D-T-DEDUCT PIC ZZZ,ZZ9.99.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-VAR-D-P-NET    PIC ZZZ,ZZ9.99.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-VAR-D-T-NET    PIC ZZZ,ZZ9.99.
           02 WS-VAR-D-PCT      PIC ZZZZ-.
           02 FILLER            PIC X(01) VALUE SPACES.

       01  WS-VAR-TOTAL-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(20) VALUE 'EMPLOYEES COMPARED: '.
           02 WS-VAR-T-CMP      PIC ZZ,ZZ9.
           02 FILLER            PIC X(14) VALUE '   NET MOVED: '.
           02 WS-VAR-T-MOVED    PIC ZZ,ZZ9.
           02 FILLER            PIC X(15) VALUE '   NEW PAYEES: '.
           02 WS-VAR-T-NEW      PIC ZZ,ZZ9.
           02 FILLER            PIC X(19) VALUE
                    '   MISSING PAYEES: '.
           02 WS-VAR-T-MISS     PIC ZZ,ZZ9.
           02 FILLER            PIC X(39) VALUE SPACES.

      * PAYROLL REGISTER REPORT CONTROLS
       01  WS-RPT-CONTROLS.
           02 WS-RPT-PAGE-NO          PIC 9(04) VALUE ZEROS.
           02 WS-RPT-TOT-DEDUCT       PIC 9(07)V99 VALUE ZEROS.
           02 WS-RPT-TOT-NET          PIC 9(07)V99 VALUE ZEROS.

      * PAYROLL REGISTER RUN TOTALS BY EARNINGS CODE
       01  WS-RUN-EARN-TABLE.
           02 WS-RE-ENTRY OCCURS 50 TIMES.
              03 WS-RE-CD           PIC X(04).
              03 WS-RE-DESC         PIC X(16).
              03 WS-RE-HOURS        PIC 9(06)V99.
              03 WS-RE-AMT          PIC 9(07)V99.
       01  WS-RE-CNT            PIC 9(02) VALUE ZEROS.
       01  WS-RE-MAX            PIC 9(02) VALUE 50.
       01  WS-RE-IDX            PIC 9(02) VALUE ZEROS.
       01  WS-RE-FOUND-SW       PIC X VALUE 'N'.
           88 WS-RE-FOUND             VALUE 'Y'.

      * PAYROLL REGISTER REPORT LINE LAYOUTS
       01  WS-RPT-HEADING-1.
           02 FILLER            PIC X(01) VALUE '1'.
           02 WS-RPT-D-NET      PIC ZZ,ZZ9.99.
           02 FILLER            PIC X(12) VALUE SPACES.

      * ONE LINE PER EARNINGS CODE UNDER EACH REGISTER DETAIL LINE -
      * HOURS AND AMOUNT SIT UNDER THE DETAIL LINE'S HOURS AND GROSS
       01  WS-RPT-EARN-LINE.
           02 FILLER            PIC X(09) VALUE SPACES.
           02 WS-RPT-E-CD       PIC X(05).
           02 WS-RPT-E-DESC     PIC X(17).
           02 WS-RPT-E-HOURS    PIC ZZ9.99.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-RPT-E-AMT      PIC ZZ,ZZ9.99.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 FILLER            PIC X(05) VALUE 'DEPT '.
           02 WS-RPT-E-DEPT     PIC X(06).
           02 FILLER            PIC X(70) VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(30) VALUE
           02 WS-RPT-T-NET      PIC ZZZ,ZZ9.99.
           02 FILLER            PIC X(26) VALUE SPACES.

      * RUN TOTAL LINE PER EARNINGS CODE - PRINTED AHEAD OF THE
      * CONTROL TOTALS
       01  WS-RPT-CODE-TOT-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(08) VALUE '** CODE '.
           02 WS-RPT-CT-CD      PIC X(05).
           02 WS-RPT-CT-DESC    PIC X(17).
           02 WS-RPT-CT-HOURS   PIC ZZZ,ZZ9.99.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-RPT-CT-AMT     PIC Z,ZZZ,ZZ9.99.
           02 FILLER            PIC X(77) VALUE SPACES.

      * PER-COMPANY REGISTER SUBTOTAL LINE - PRINTED AHEAD OF THE
      * RUN CONTROL TOTALS, ONE PER COMPANY WITH ACTIVITY
       01  WS-RPT-COMP-LINE.
                    '*** RETRO PAY ADJUSTMENT RUN ***'.
           02 FILLER            PIC X(91) VALUE SPACES.

      * TRIAL-RUN BANNER LINE - A TRIAL REGISTER PAYS NOTHING, AND
      * SAYS SO ON EVERY PAGE
       01  WS-RPT-TRIAL-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(50) VALUE
                    '*** TRIAL RUN - NOTHING PAID OR POSTED ***'.
           02 FILLER            PIC X(81) VALUE SPACES.

      * FINAL-PAY BANNER LINE - SAME IDEA FOR A TERMINATION RUN'S
      * REGISTER
       01  WS-RPT-FINAL-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(40) VALUE
                    '*** TERMINATION FINAL-PAY RUN ***'.
           02 FILLER            PIC X(91) VALUE SPACES.

      * SKIPPED-EMPLOYEE REGISTER LINE - AN INACTIVE EMPLOYEE SHOWS
      * UP ON THE REGISTER AS SKIPPED INSTEAD OF SILENTLY VANISHING
      * FROM IT
           02 WS-STUB-LB-SICK   PIC ZZ9.99.
           02 FILLER            PIC X(87) VALUE SPACES.

      * THE FINAL STUB'S PAYOUT ENTRY - THE HOURS THE BALANCES
      * STOOD AT WHEN THEY WERE PAID OUT OR FORFEITED
       01  WS-STUB-PAYOUT-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(16) VALUE 'LEAVE PAID OUT: '.
           02 FILLER            PIC X(09) VALUE 'VACATION '.
           02 WS-STUB-PO-VAC    PIC ZZ9.99.
           02 FILLER            PIC X(07) VALUE '  SICK '.
           02 WS-STUB-PO-SICK   PIC ZZ9.99.
           02 FILLER            PIC X(17) VALUE
                    '  SICK FORFEITED '.
           02 WS-STUB-PO-FORF   PIC ZZ9.99.
           02 FILLER            PIC X(64) VALUE SPACES.

       01  WS-STUB-AMT-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-STUB-A-LABEL   PIC X(25).
           02 WS-STUB-A-AMT     PIC ZZ,ZZ9.99.
           02 FILLER            PIC X(97) VALUE SPACES.

      * ONE STUB LINE PER EARNINGS CODE - THE AMOUNT LINES UP WITH
      * THE GROSS PAY TOTAL UNDER IT
       01  WS-STUB-EARN-LINE.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-STUB-E-DESC    PIC X(17).
           02 WS-STUB-E-HOURS   PIC ZZ9.99.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-STUB-E-AMT     PIC ZZ,ZZ9.99.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-STUB-E-DEPT    PIC X(06).
           02 FILLER            PIC X(89) VALUE SPACES.

       01  WS-STUB-DEP-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(16) VALUE 'DEPOSIT TO ACCT '.
       01  WS-STUB-PAY-DATE-6   PIC 9(06) VALUE ZEROS.

      * MASKED ACCOUNT NUMBER WORK FIELD - ONLY THE LAST FOUR DIGITS
      * OF AN ACCOUNT NUMBER EVER PRINT ON THE STUB. THE ACCOUNT IS
      * LEFT-JUSTIFIED IN ITS 17 BYTES, SO THE LAST FOUR ARE THE
      * FOUR ENDING AT ITS LAST NON-BLANK POSITION
       01  WS-STUB-MASKED-ACCT.
           02 FILLER            PIC X(03) VALUE '***'.
           02 WS-STUB-MASK-LAST4 PIC X(04).
       01  WS-STUB-MASK-ACCT-IN PIC X(17) VALUE SPACES.
       01  WS-STUB-MASK-END     PIC 9(02) VALUE ZEROS.
       01  WS-STUB-MASK-POS     PIC 9(02) VALUE ZEROS.

      * GL POSTING EXTRACT RECORD - BUILT IN WORKING STORAGE AND
      * WRITTEN TO FIL-GL, ONE PER JOURNAL LINE
       COPY GLEXTC.

      * GL BALANCE WORK FIELDS - EACH COMPANY'S JOURNAL ENTRY IS
      * PROVED DEBITS = CREDITS ON ITS OWN BEFORE THE FILE IS

      * STATE/LOCAL WITHHOLDING BY COMPANY AND JURISDICTION - EACH
      * JURISDICTION A COMPANY PAID INTO THIS RUN GETS ITS OWN
      * PAYABLE CREDIT ON THAT COMPANY'S JOURNAL ENTRY. ACCUMULATED
      * ON THE RUN WORK FILE (TYPE 'J')
       01  WS-GLJ-CNT           PIC 9(07) VALUE ZEROS.
       01  WS-GLJ-OVERFLOW-SW   PIC X VALUE 'N'.
           88 WS-GLJ-OVERFLOWED       VALUE 'Y'.
      *    SET WHEN A JURISDICTION COULD NOT BE POSTED - ITS STATE/
      *    LOCAL CREDIT LINES WOULD BE MISSING FROM THE EXTRACT, SO
      *    THE EXTRACT IS REFUSED RATHER THAN WRITTEN OUT OF
      *    BALANCE

      * GROSS WAGES BY COMPANY AND DEPARTMENT/COST CENTER - THE
      * GL WAGE DEBIT BREAKS OUT ONE LINE PER COST CENTER INSTEAD
      * OF ONE PER COMPANY, ONE LINE PER WAGE ACCOUNT WITHIN THE
      * COST CENTER (THE EARNINGS CODE TABLE NAMES EACH CODE'S
      * ACCOUNT). ACCUMULATED ON THE RUN WORK FILE (TYPE 'G') THE
      * SAME WAY AS THE JURISDICTION BREAKOUT ABOVE
       01  WS-GLD-CNT           PIC 9(07) VALUE ZEROS.
       01  WS-GLD-OVERFLOW-SW   PIC X VALUE 'N'.
           88 WS-GLD-OVERFLOWED       VALUE 'Y'.
      *    SET WHEN A COST CENTER COULD NOT BE POSTED - ITS WAGE
      *    DEBIT LINES WOULD BE MISSING, SO THE EXTRACT IS REFUSED
      *    THE SAME WAY A JURISDICTION OVERFLOW REFUSES IT

      * LABOR DISTRIBUTION - THE DEPARTMENT ROLLUPS, THE EMPLOYEE
      * DETAIL AND THE EARNINGS BY CODE UNDER THEM, BUILT ON THE RUN
      * WORK FILE (TYPE 'L') AS EMPLOYEES ARE PAID AND PRINTED AT
      * END OF RUN IN DEPARTMENT ORDER
       01  WS-LDD-CNT           PIC 9(07) VALUE ZEROS.
       01  WS-LDE-CNT           PIC 9(07) VALUE ZEROS.
       01  WS-LDC-CNT           PIC 9(07) VALUE ZEROS.
       01  WS-LDE-FOUND-SW      PIC X VALUE 'N'.
           88 WS-LDE-FOUND            VALUE 'Y'.
      *    THE EMPLOYEE ALREADY HAD A DETAIL RECORD IN THE
      *    DEPARTMENT - THE ROLLUP DOES NOT COUNT THEM AGAIN
       01  WS-LD-PRIOR-DEPT     PIC X(06) VALUE SPACES.
      *    THE DEPARTMENT THE REPORT IS PRINTING - A NEW ONE COMING
      *    OFF THE WORK FILE STARTS ITS HEADING

      * THE ACCUMULATOR R2437-POST-RUN-WORK IS PUTTING BACK - 'J'
      * JURISDICTION, 'G' COST CENTER, 'E' EMPLOYEE DETAIL, 'D'
      * DEPARTMENT ROLLUP, 'C' EARNINGS BY CODE - AND WHETHER IT
      * WENT BACK
       01  WS-RWK-POST-TYPE     PIC X(01) VALUE SPACES.
       01  WS-RWK-POST-SW       PIC X VALUE 'N'.
           88 WS-RWK-POST-FAILED      VALUE 'Y'.

      * THE DEPARTMENT THE CURRENT EMPLOYEE'S PAY DISTRIBUTES TO
      * AND THE HOURS GOING WITH IT
           02 WS-LD-D-GROSS     PIC ZZZ,ZZ9.99.
           02 FILLER            PIC X(81) VALUE SPACES.

       01  WS-LD-CODE-LINE.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 FILLER            PIC X(08) VALUE 'CODE'.
           02 WS-LD-C-CD        PIC X(05).
           02 WS-LD-C-DESC      PIC X(17).
           02 WS-LD-C-HOURS     PIC ZZ,ZZ9.99.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-LD-C-GROSS     PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(74) VALUE SPACES.

       01  WS-LD-TOTAL-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(19) VALUE 'DEPT TOTALS:       '.
       01  WS-REJECT-REASON     PIC X(40) VALUE SPACES.
       01  WS-EXCPT-CNT         PIC 9(07) VALUE ZEROS.

      * EMPLOYEES PAID AROUND A BANK CHANGE STILL IN ITS COOLING-OFF
      * PERIOD - TO THE OLD BANKING, OR BY CHECK WHEN THERE WAS NONE
       01  WS-BKHOLD-OLD-CNT    PIC 9(05) VALUE ZEROS.
       01  WS-BKHOLD-CHK-CNT    PIC 9(05) VALUE ZEROS.

      * EXCEPTION REPORT LINE LAYOUTS
       01  WS-EXCPT-HEADING-1.
           02 FILLER            PIC X(01) VALUE '1'.
           02 WS-RECON-D-STATUS PIC X(10).
           02 FILLER            PIC X(77) VALUE SPACES.

      * HIGH-WATER MARKS - PRINTED UNDER THE RECONCILIATION SO GROWTH
      * SHOWS UP BEFORE IT BITES. THE RUN WORK FILE COUNTS HAVE NO
      * LIMIT BUT THE FILE'S OWN SPACE; THE TABLES STILL HELD IN
      * STORAGE PRINT AGAINST THEIR SIZE AND ARE FLAGGED FROM 80
      * PERCENT FULL. THE PER-EMPLOYEE TABLES ARE REFILLED FOR EACH
      * EMPLOYEE, SO THEIR MARK IS THE MOST ANY ONE EMPLOYEE NEEDED
       01  WS-HWM-PEAKS.
           02 WS-CE-PEAK        PIC 9(02) VALUE ZEROS.
           02 WS-PE-PEAK        PIC 9(02) VALUE ZEROS.
           02 WS-GO-PEAK        PIC 9(02) VALUE ZEROS.
       01  WS-HWM-CNT           PIC 9(07) VALUE ZEROS.
       01  WS-HWM-MAX           PIC 9(07) VALUE ZEROS.
       01  WS-HWM-ITEM          PIC X(30) VALUE SPACES.

       01  WS-HWM-HEADING-1.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(40) VALUE
                    '*** RUN CAPACITY - HIGH-WATER MARKS ***'.
           02 FILLER            PIC X(91) VALUE SPACES.

       01  WS-HWM-HEADING-2.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(32) VALUE
                    'TABLE / WORK FILE RECORDS'.
           02 FILLER            PIC X(12) VALUE 'HIGH-WATER'.
           02 FILLER            PIC X(12) VALUE 'LIMIT'.
           02 FILLER            PIC X(75) VALUE SPACES.

       01  WS-HWM-DETAIL-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-HWM-D-ITEM     PIC X(30).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-HWM-D-CNT      PIC Z,ZZZ,ZZ9.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 WS-HWM-D-LIMIT    PIC X(09).
           02 FILLER            PIC X(03) VALUE SPACES.
           02 WS-HWM-D-NOTE     PIC X(18).
           02 FILLER            PIC X(57) VALUE SPACES.
       01  WS-HWM-D-MAX         PIC Z,ZZZ,ZZ9.

      * AUDIT TRAIL RECORD - BUILT IN WORKING STORAGE, SAME AS EVERY
      * OTHER OUTPUT LINE IN THIS PROGRAM, THEN WRITTEN TO FIL-AUDIT.
      * THE LAYOUT IS THE SHARED AUDITC COPYBOOK SO PAYRTN READS THE

       COPY AUDITC.

       COPY AUDERNC.


       01  WS-BREAKPT   PIC X(23) VALUE '-=-=-=-=-=-=-=-=-=-=-=-'.
       01  WS-MESSAGE   PIC X(23) VALUE 'DIRECT DEPOSIT PROGRAM!'.
              88 WS-EMP-PAYABLE            VALUE 'Y'.
              88 WS-EMP-NOT-PAYABLE        VALUE 'N'.
           02 WS-EOF-COMPANY         PIC X VALUE 'N'.
           02 WS-EOF-EARNCD          PIC X VALUE 'N'.
           02 WS-COMP-FOUND-SW       PIC X VALUE 'N'.
              88 WS-COMP-FOUND             VALUE 'Y'.
           02 WS-GARNFILE-SW         PIC X VALUE 'N'.
      *       NOT (FIRST-TIME ADOPTION), EVERY EMPLOYEE FALLS
      *       BACK TO THE FLAT WS-GARNISH-AMT
           02 WS-EOF-GARN            PIC X VALUE 'N'.
           02 WS-EOF-RUNWK           PIC X VALUE 'N'.
           02 WS-EOF-ONETIME         PIC X VALUE 'N'.
           02 WS-EOF-RETROREQ        PIC X VALUE 'N'.
           02 WS-EOF-TERMREQ         PIC X VALUE 'N'.
           02 WS-EOF-FEDTAX          PIC X VALUE 'N'.
           02 WS-LEAVEFILE-SW        PIC X VALUE 'N'.
              88 WS-LEAVEFILE-ACTIVE       VALUE 'Y'.
      *       THE LEAVE BALANCE MASTER CAME UP ON ITS OPEN - WHEN
              88 WS-DEMOFILE-ACTIVE        VALUE 'Y'.
           02 WS-DEMO-FOUND-SW       PIC X VALUE 'N'.
              88 WS-DEMO-FOUND             VALUE 'Y'.
           02 WS-BKHOLDFILE-SW       PIC X VALUE 'N'.
              88 WS-BKHOLDFILE-ACTIVE      VALUE 'Y'.
      *       THE BANK CHANGE HOLD FILE CAME UP ON ITS OPEN - WHEN
      *       IT DID NOT (NO PAYMNT RUN HAS CREATED IT YET), EVERY
      *       EMPLOYEE IS PAID TO THE BANKING ON THE MASTER
           02 WS-BKHOLD-FOUND-SW     PIC X VALUE 'N'.
              88 WS-BKHOLD-FOUND           VALUE 'Y'.
           02 WS-GARNAGYFILE-SW      PIC X VALUE 'N'.
              88 WS-GARNAGYFILE-ACTIVE     VALUE 'Y'.
      *       THE GARNISHMENT AGENCY FILE CAME UP ON ITS OPEN -
      *       WHEN IT DID NOT, EVERY ORDER IS REMITTED ON PAPER
           02 WS-AUDX-SW             PIC X VALUE 'N'.
              88 WS-AUDX-ACTIVE            VALUE 'Y'.
      *       THE TRACE CROSS-REFERENCE CAME UP ON ITS OPEN -
           02 WS-LEAVE-STATUS        PIC X(02) VALUE '00'.
           02 WS-DEMO-STATUS         PIC X(02) VALUE '00'.
           02 WS-AUDX-STATUS         PIC X(02) VALUE '00'.
           02 WS-BKHOLD-STATUS       PIC X(02) VALUE '00'.
           02 WS-GARNAGY-STATUS      PIC X(02) VALUE '00'.
           02 WS-RUNWK-STATUS        PIC X(02) VALUE '00'.

      * RESTART/CHECKPOINT CONTROLS - A CHECKPOINT IS WRITTEN EVERY
      * WS-CKPT-INTERVAL RECORDS SO A RERUN AFTER AN ABEND CAN SKIP
           02 MEDI-TAX          PIC 9(5)V99 VALUE ZEROS.

      * EMPLOYEE FICA WITHHOLDING CONSTANTS - THE SOCIAL SECURITY
      * RATE STOPS APPLYING ONCE THE EMPLOYEE'S YTD FICA WAGES CROSS
      * THE ANNUAL WAGE BASE, AND THE ADDITIONAL MEDICARE RATE
      * APPLIES ONLY TO WAGES ABOVE ITS THRESHOLD. MAINTAINED HERE
      * - UPDATE AT THE START OF EACH TAX YEAR
       01  WS-FICA-CONSTANTS.
           02 WS-SS-RATE            PIC V9999 VALUE .0620.
           02 WS-SS-WAGE-BASE       PIC 9(7)V99 VALUE 176100.00.
           02 WS-MEDI-ADDL-RATE     PIC V9999 VALUE .0090.
           02 WS-MEDI-ADDL-THRESH   PIC 9(7)V99 VALUE 200000.00.

      * WORK FIELDS FOR THE FICA COMPUTATION - THE PRIOR YTD FICA
      * (MEDICARE) WAGES COME OFF THE YTD MASTER BEFORE THIS PERIOD
      * IS ADDED TO THEM
       01  WS-FICA-WORK.
           02 WS-PRIOR-FICA-WAGES   PIC 9(7)V99 VALUE ZEROS.
           02 WS-SS-ROOM            PIC 9(7)V99 VALUE ZEROS.
           02 WS-SS-TAXABLE         PIC 9(5)V99 VALUE ZEROS.
           02 WS-MEDI-ADDL-GROSS    PIC 9(5)V99 VALUE ZEROS.
           02 WS-SS-WAGE-DROP       PIC 9(7)V99 VALUE ZEROS.
      *       WHAT A REVERSAL TOOK OFF THE YTD SOCIAL SECURITY WAGES

      * EMPLOYER-SIDE PAYROLL TAX CONSTANTS - THE FICA MATCH REUSES
      * WS-SS-RATE/WS-MEDI-RATE ABOVE (THE MATCH IS THE SAME RATES,
           02 WS-SUTA-ROOM          PIC 9(7)V99 VALUE ZEROS.
           02 WS-SUTA-TAXABLE       PIC 9(5)V99 VALUE ZEROS.

      * VOLUNTARY DEDUCTIONS - 401K IS A PERCENT OF GROSS PAY, HEALTH
      * INSURANCE AND GARNISHMENT ARE FLAT PER-PAY-PERIOD AMOUNTS
      * CARRIED ON NAMESC, ZERO MEANS NOT ELECTED/NOT ON FILE. 401K
      * AND HEALTH ARE PRE-TAX (SEE THE CLASSES BELOW) AND ARE SET
      * BEFORE THE TAXES; GARNISHMENT COMES OUT AFTER TAX
       01  WS-DEDUCTIONS.
           02 WS-401K-AMT        PIC 9(5)V99 VALUE ZEROS.
           02 WS-TOTAL-DEDUCT    PIC 9(5)V99 VALUE ZEROS.
           02 WS-401K-MATCH-LIM-PCT PIC 9(03) VALUE 006.
       01  WS-401K-MATCHABLE        PIC 9(5)V99 VALUE ZEROS.

      * PRE-TAX DEDUCTION CLASSES - 'Y' WHERE THE DEDUCTION COMES
      * OFF THAT TAX'S WAGE BASE BEFORE THE TAX IS FIGURED. A 401K
      * DEFERRAL IS FREE OF FEDERAL AND STATE INCOME TAX BUT NOT OF
      * FICA (NOR OF LOCAL EARNED-INCOME TAX); A SECTION 125 HEALTH
      * PREMIUM IS FREE OF ALL OF THEM. THE FICA BASE ALSO CARRIES
      * FUTA AND SUTA. GARNISHMENT IS ALWAYS AFTER TAX AND HAS NO
      * CLASS. MAINTAINED HERE LIKE THE MATCH CONSTANTS - UPDATE
      * WHEN A PLAN DOCUMENT CHANGES
       01  WS-PRETAX-CLASSES.
           02 WS-PTX-401K-FED       PIC X(01) VALUE 'Y'.
           02 WS-PTX-401K-STATE     PIC X(01) VALUE 'Y'.
           02 WS-PTX-401K-LOCAL     PIC X(01) VALUE 'N'.
           02 WS-PTX-401K-FICA      PIC X(01) VALUE 'N'.
           02 WS-PTX-HEALTH-FED     PIC X(01) VALUE 'Y'.
           02 WS-PTX-HEALTH-STATE   PIC X(01) VALUE 'Y'.
           02 WS-PTX-HEALTH-LOCAL   PIC X(01) VALUE 'Y'.
           02 WS-PTX-HEALTH-FICA    PIC X(01) VALUE 'Y'.

      * THE WAGE BASE EACH TAX IS FIGURED ON THIS PERIOD - GROSS
      * LESS THE PRE-TAX DEDUCTIONS THAT TAX EXEMPTS, NEVER BELOW
      * ZERO
       01  WS-TAXABLE-WAGES.
           02 WS-FED-WAGES          PIC 9(5)V99 VALUE ZEROS.
           02 WS-STATE-WAGES        PIC 9(5)V99 VALUE ZEROS.
           02 WS-LOCAL-WAGES        PIC 9(5)V99 VALUE ZEROS.
           02 WS-FICA-WAGES         PIC 9(5)V99 VALUE ZEROS.
       01  WS-PRETAX-WORK.
           02 WS-PTX-401K-SW        PIC X(01) VALUE 'N'.
           02 WS-PTX-HEALTH-SW      PIC X(01) VALUE 'N'.
           02 WS-PTX-WAGES          PIC S9(5)V99 VALUE ZEROS.

      * 401K REMITTANCE EXTRACT RECORD - THE RECORDKEEPER'S FIXED
      * TRANSMISSION LAYOUT
       01  WS-K401-DETAIL-LINE.
              03 WS-GO-ARREARS    PIC 9(05)V99.
              03 WS-GO-AGENCY     PIC X(20).
              03 WS-GO-TAKEN      PIC 9(05)V99.
              03 WS-GO-AGENCY-CD  PIC X(06).
       01  WS-GO-CNT            PIC 9(02) VALUE ZEROS.
       01  WS-GO-MAX            PIC 9(02) VALUE 8.
       01  WS-GO-IDX            PIC 9(02) VALUE ZEROS.
       01  WS-GO-SORT-I         PIC 9(02) VALUE ZEROS.
       01  WS-GO-SORT-J         PIC 9(02) VALUE ZEROS.
       01  WS-GO-SORT-J1        PIC 9(02) VALUE ZEROS.
       01  WS-GO-HOLD-ENTRY     PIC X(66).

      * THE STATUTORY AGGREGATE CAP ON WHAT ALL ORDERS TOGETHER
      * MAY TAKE FROM DISPOSABLE EARNINGS. A SUPPORT ORDER'S OWN
           02 WS-GR-AMOUNT      PIC 9(07)V99.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-GR-PAY-DATE    PIC 9(08).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-GR-SSN         PIC 9(09).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-GR-NCP-NAME    PIC X(10).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-GR-TERM-SW     PIC X(01).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-GR-PAY-METHOD  PIC X(01).
              88 WS-GR-PAY-EFT             VALUE 'E'.
              88 WS-GR-PAY-PAPER           VALUE 'P'.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-GR-COMP-CD     PIC X(02).
           02 FILLER            PIC X(01) VALUE SPACES.

      * CALS FOR OVERTIME HOURS
       01  WS-OVERTIME-HOURS    PIC 9(3) VALUE ZEROS.
       01  WS-WK-OT-PAY         PIC 9(5)V99 VALUE ZEROS.

      * EACH WORK-WEEK'S OWN GROSS PAY, KEPT SEPARATE (NOT JUST
      * SUMMED INTO GROSS-PAY). FEDERAL WITHHOLDING NO LONGER NEEDS
      * THE SPLIT - THE W-4 TABLES ARE PER PAY FREQUENCY AND TAKE
      * THE WHOLE PERIOD GROSS - BUT EACH WEEK'S OWN OVERTIME TEST
      * STILL BUILDS ITS GROSS HERE
       01  WS-WORK-WEEK-GROSS.
           02 WS-WK-GROSS-AMT OCCURS 2 TIMES PIC 9(5)V99 VALUE ZEROS.

      * A WEEK'S HOURS SPLIT FOR PRICING - THE WEEK'S TOTAL TOWARD
      * THE OVERTIME TEST, THE BASE HOURS PAID STRAIGHT AND AT THE
      * OVERTIME RATE, AND THE CODE HOURS OVER 40 THAT ONLY EARN
      * THE OVERTIME PREMIUM (THEIR STRAIGHT TIME IS ON THEIR CODE)
       01  WS-WK-TOT-HOURS      PIC 9(4) VALUE ZEROS.
       01  WS-WK-REG-HRS        PIC 9(3) VALUE ZEROS.
       01  WS-WK-BASE-OT-HRS    PIC 9(3) VALUE ZEROS.
       01  WS-WK-PREM-HRS       PIC 9(4) VALUE ZEROS.

      * THE PAYCHECK'S EARNINGS BY CODE AND DEPARTMENT - EVERY
      * DOLLAR OF GROSS-PAY GOES THROUGH R2057-ADD-PAY-EARNINGS INTO
      * THIS TABLE, SO THE STUB, REGISTER, LABOR DISTRIBUTION, GL,
      * AND AUDIT TRAIL ALL BREAK OUT THE SAME GROSS. WS-PE-NOHRS-SW
      * 'Y' MARKS HOURS SHOWN FOR INFORMATION ONLY (OVERTIME PREMIUM,
      * LEAVE PAYOUT) THAT DO NOT ADD INTO HOURS PAID
       01  WS-PAY-EARN-TABLE.
           02 WS-PE-ENTRY OCCURS 30 TIMES.
              03 WS-PE-CD           PIC X(04).
              03 WS-PE-DESC         PIC X(16).
              03 WS-PE-DEPT         PIC X(06).
              03 WS-PE-GL-ACCT      PIC X(08).
              03 WS-PE-HOURS        PIC 9(03)V99.
              03 WS-PE-AMT          PIC 9(05)V99.
              03 WS-PE-NOHRS-SW     PIC X(01).
       01  WS-PE-CNT            PIC 9(02) VALUE ZEROS.
       01  WS-PE-MAX            PIC 9(02) VALUE 30.
       01  WS-PE-IDX            PIC 9(02) VALUE ZEROS.
       01  WS-PE-FOUND-SW       PIC X VALUE 'N'.
           88 WS-PE-FOUND             VALUE 'Y'.
       01  WS-PE-TOT-HOURS      PIC 9(04)V99 VALUE ZEROS.
       01  WS-PE-BASE-DEPT      PIC X(06) VALUE SPACES.

      * THE EARNINGS LINE BEING ADDED - CODE, ITS DESCRIPTION WHEN
      * THE EARNINGS CODE TABLE DOES NOT NAME IT, DEPARTMENT, HOURS
      * AND AMOUNT
       01  WS-PE-CUR-LINE.
           02 WS-PE-CUR-CD          PIC X(04) VALUE SPACES.
           02 WS-PE-CUR-DESC        PIC X(16) VALUE SPACES.
           02 WS-PE-CUR-DEPT        PIC X(06) VALUE SPACES.
           02 WS-PE-CUR-HOURS       PIC 9(03)V99 VALUE ZEROS.
           02 WS-PE-CUR-AMT         PIC 9(05)V99 VALUE ZEROS.
           02 WS-PE-CUR-NOHRS-SW    PIC X(01) VALUE 'N'.

      * A SPLIT DEPOSIT'S SHARE OF THE PERIOD'S GROSS, TAXES, AND
      * DEDUCTIONS - EACH OF THE TWO AUDIT RECORDS CARRIES ITS OWN
      * DEPOSIT'S PRORATED SHARE (BY DEPOSIT AMOUNT OVER NET PAY)
           02 WS-SPL-MEDI-1      PIC 9(5)V99 VALUE ZEROS.
           02 WS-SPL-DED-1       PIC 9(5)V99 VALUE ZEROS.
           02 WS-SPL-NET-1       PIC 9(5)V99 VALUE ZEROS.
           02 WS-SPL-FW-1        PIC 9(5)V99 VALUE ZEROS.
           02 WS-SPL-FICA-1      PIC 9(5)V99 VALUE ZEROS.
           02 WS-SPL-401K-1      PIC 9(5)V99 VALUE ZEROS.
           02 WS-SPL-HLTH-1      PIC 9(5)V99 VALUE ZEROS.
           02 WS-SPL-GROSS-2     PIC 9(5)V99 VALUE ZEROS.
           02 WS-SPL-FED-2       PIC 9(5)V99 VALUE ZEROS.
           02 WS-SPL-STATE-2     PIC 9(5)V99 VALUE ZEROS.
           02 WS-SPL-MEDI-2      PIC 9(5)V99 VALUE ZEROS.
           02 WS-SPL-DED-2       PIC 9(5)V99 VALUE ZEROS.
           02 WS-SPL-NET-2       PIC 9(5)V99 VALUE ZEROS.
           02 WS-SPL-FW-2        PIC 9(5)V99 VALUE ZEROS.
           02 WS-SPL-FICA-2      PIC 9(5)V99 VALUE ZEROS.
           02 WS-SPL-401K-2      PIC 9(5)V99 VALUE ZEROS.
           02 WS-SPL-HLTH-2      PIC 9(5)V99 VALUE ZEROS.

      * NET PAY SPLIT ACROSS THE PRIMARY AND SECONDARY BANK ACCOUNTS -
      * WS-SPLIT-AMT GOES TO THE SECOND ACCOUNT, WS-PRIMARY-AMT IS
           02 WS-SPLIT-AMT       PIC 9(5)V99 VALUE ZEROS.
           02 WS-PRIMARY-AMT     PIC 9(5)V99 VALUE ZEROS.

      * FEDERAL PERCENTAGE-METHOD WITHHOLDING TABLE, LOADED FROM THE
      * FEDERAL TAX TABLE FILE AT THE TOP OF THE RUN (SEE FEDTBLC) -
      * ONE ENTRY PER ROW, EACH TABLE'S ROWS IN ASCENDING WAGE-OVER
      * ORDER. THE LIMITS ARE PER-PAY-PERIOD, SO EACH PAY FREQUENCY
      * HAS ITS OWN ROWS
       01  WS-FEDTAX-TABLE.
           02 WS-FTX-ENTRY OCCURS 300 TIMES.
              03 WS-FTX-TBL-STATUS    PIC X(01).
              03 WS-FTX-TBL-FREQ      PIC X(01).
              03 WS-FTX-TBL-STEP2     PIC X(01).
              03 WS-FTX-TBL-OVER      PIC 9(07)V99.
              03 WS-FTX-TBL-BASE      PIC 9(07)V99.
              03 WS-FTX-TBL-PCT       PIC V999.
       01  WS-FTX-CNT           PIC 9(03) VALUE ZEROS.
       01  WS-FTX-MAX           PIC 9(03) VALUE 300.
       01  WS-FTX-IDX           PIC 9(03) VALUE ZEROS.
       01  WS-FTX-ROW           PIC 9(03) VALUE ZEROS.
       01  WS-FTX-TAX-YEAR      PIC 9(04) VALUE ZEROS.

      * PAY PERIODS PER YEAR BY PAY FREQUENCY - SPREADS THE W-4'S
      * ANNUAL AMOUNTS (OTHER INCOME, DEDUCTIONS, DEPENDENT CREDIT)
      * ACROSS THE EMPLOYEE'S PAY PERIODS
       01  WS-FED-PERIOD-CONSTANTS.
           02 WS-FED-PERIODS-WEEKLY  PIC 9(02) VALUE 52.
           02 WS-FED-PERIODS-BIWKLY  PIC 9(02) VALUE 26.
           02 WS-FED-PERIODS-SEMIMO  PIC 9(02) VALUE 24.

      * WORK FIELDS FOR ONE EMPLOYEE'S FEDERAL WITHHOLDING - THE
      * TABLE KEYS THE W-4 SELECTS, AND THE PERIOD AMOUNTS THE
      * PERCENTAGE METHOD STEPS THROUGH
       01  WS-FED-W4-WORK.
           02 WS-FED-STATUS         PIC X(01) VALUE SPACES.
           02 WS-FED-FREQ           PIC X(01) VALUE SPACES.
           02 WS-FED-STEP2          PIC X(01) VALUE SPACES.
           02 WS-FED-PERIODS        PIC 9(02) VALUE ZEROS.
           02 WS-FED-OTHER-INC      PIC 9(07)V99 VALUE ZEROS.
           02 WS-FED-DEDUCTIONS     PIC 9(07)V99 VALUE ZEROS.
           02 WS-FED-DEP-CREDIT     PIC 9(05)V99 VALUE ZEROS.
           02 WS-FED-EXTRA-WH       PIC 9(05)V99 VALUE ZEROS.
           02 WS-FED-ADJ-WAGE       PIC S9(07)V99 VALUE ZEROS.
           02 WS-FED-TENTATIVE      PIC S9(07)V99 VALUE ZEROS.
           02 WS-FED-PER-CREDIT     PIC 9(05)V99 VALUE ZEROS.

      * SUBSCRIPT FOR WALKING THE YTD MASTER'S QUARTER BUCKETS
       01  WS-QTR-IDX            PIC 9(1) VALUE ZEROS.
      * BATCH HEADER THAT CARRIES IT IS WRITTEN
           PERFORM R1065-LOAD-PAY-CALENDAR.

      * A FINAL-PAY RUN IS DATED THE DAY IT RUNS, NOT THE PERIOD'S
      * PAY DATE - SET BEFORE THE YEAR GATE CHECKS THAT DATE
           IF WS-MODE-FINAL
              PERFORM R1064-SET-FINAL-PAY-DATES
           END-IF.

      * A PAY DATE IN A YEAR LATER THAN THE OPEN ONE MEANS THE
      * PRIOR YEAR HAS NOT BEEN CLOSED - REFUSE THE RUN HERE,
      * BEFORE THE CHECKPOINT IS MARKED IN-PROGRESS OR ANY OUTPUT
      * FILE IS TOUCHED, SO THE ABORT LEAVES NOTHING TO CLEAN UP
           PERFORM R1069-CHECK-YEAR-OPEN.

      * THE YEAR'S FEDERAL WITHHOLDING TABLES - A PAYMENT RUN WITH
      * NO TABLES TO WITHHOLD FROM IS REFUSED HERE, STILL AHEAD OF
      * THE PERIOD GATE, WITH NOTHING TOUCHED
           PERFORM R1093-LOAD-FED-TAX-TABLE.

      * CLEAR THE RUN WORK FILE THE TIMECARDS, PAYMENT REQUESTS AND
      * END-OF-RUN ACCUMULATORS ARE KEPT ON - A RUN THAT CANNOT
      * HAVE ONE IS REFUSED HERE, STILL AHEAD OF THE PERIOD GATE
           PERFORM R1099-OPEN-RUN-WORK.

      * THE PERIOD NAMED ON THE CONTROL CARD MUST BE OPEN ON THE
      * PERIOD CONTROL FILE BEFORE A PAYMENT RUN CAN START - A
      * SECOND SUBMIT OF AN ALREADY-PAID PERIOD IS REFUSED HERE.
      * OPENED UNDER IT
           PERFORM R1085-LOAD-COMPANIES.

      * WHAT EACH EARNINGS CODE PAYS AND WHERE IT POSTS, AHEAD OF
      * ANY TIMECARD BEING PRICED
           PERFORM R1097-LOAD-EARN-CODES.

      * A TRIAL RUN NEVER TOUCHES THE CHECKPOINT - IT ALWAYS RUNS
      * FROM THE TOP AND LEAVES NOTHING BEHIND TO RESTART FROM
           IF NOT WS-MODE-TRIAL
              PERFORM R1050-CHECK-RESTART
           END-IF.
           PERFORM R1055-OPEN-OUTPUT-DATASETS.

      * START THE NACHA FILE WITH ITS FILE HEADER - ONLY ON A
      * NORMAL RUN, SINCE A RESTART RUN IS APPENDING TO A NACHA
      * FILE THAT ALREADY HAS ITS ONE FILE HEADER. EACH COMPANY'S
      * BATCH HEADER IS WRITTEN WHEN ITS FIRST DEPOSIT COMES UP.
      * A TRIAL RUN HAS NO NACHA FILE AT ALL
           IF WS-NORMAL-RUN AND NOT WS-MODE-TRIAL
              PERFORM R1200-WRITE-ACH-FILE-HEADER
           END-IF.

      * RECONCILIATION REPORT
              PERFORM R1070-COUNT-RATES-TAXES

      * AN OFF-CYCLE RUN PAYS OFF ITS OWN TRANSACTIONS, NOT
      * TIMECARDS - A SUPPLEMENTAL RUN LOADS THE ONE-TIME PAYMENT
      * FILE, AN ADJUSTMENT RUN BUILDS THEM FROM THE RETRO
      * REQUESTS AND THE AUDIT TRAIL. EVERYONE ELSE STILL LOADS
      * THE PERIOD'S TIMECARDS THE WAY A PAYMENT RUN ALWAYS
      * HAS. A FINAL-PAY RUN LOADS ITS TERMINATION REQUESTS
              EVALUATE TRUE
                 WHEN WS-MODE-ADJUSTMENT
                    PERFORM R1084-LOAD-RETRO
                 WHEN WS-MODE-SUPPLEMENTAL
                    PERFORM R1082-LOAD-ONETIME
                 WHEN WS-MODE-FINAL
                    PERFORM R1095-LOAD-TERMREQ
                 WHEN OTHER
                    PERFORM R1080-LOAD-TIMECARDS
              END-EVALUATE

      * A TRIAL RUN COMPARES EVERY EMPLOYEE AGAINST THEIR LAST
      * REGULAR CYCLE - LOAD THOSE OFF THE AUDIT TRAIL FIRST
              IF WS-MODE-TRIAL
                 PERFORM R6000-LOAD-PRIOR-CYCLE
              END-IF

      *LOAD FIRST ENTRY
              PERFORM R1100-READ-REC-ENTRY

                 UNTIL WS-EOF-NAMES = 'Y'
           END-IF.

           IF WS-MODE-FINAL
              DISPLAY 'FINAL PAYCHECKS SWITCHED TO A PRINTED CHECK '
                 'FOR THE STATE DEADLINE: ' WS-FP-CHECK-CNT
           END-IF.

           DISPLAY 'BANK CHANGES ON HOLD - PAID TO OLD BANKING: '
              WS-BKHOLD-OLD-CNT ' PAID BY CHECK: ' WS-BKHOLD-CHK-CNT.

           DISPLAY WS-FULL-LINE.
           DISPLAY ' -- HIT END OF RUN, EXITING... -- '
           DISPLAY WS-FULL-LINE.

      * THE RUN FINISHED CLEANLY - CLOSE OUT THE CHECKPOINT SO THE
      * NEXT RUN STARTS FROM THE TOP OF THE FILE INSTEAD OF RESTARTING
      * - A TRIAL RUN NEVER MARKED IT, AND HAS NO NACHA FILE TO CLOSE
           IF NOT WS-MODE-TRIAL
              PERFORM R1090-COMPLETE-CHECKPOINT

      * CLOSE OUT THE NACHA FILE WITH ITS BATCH AND FILE CONTROLS
              PERFORM R3900-WRITE-ACH-TRAILERS
           END-IF.

      * PRINT THE PAYROLL REGISTER'S FINAL CONTROL TOTAL LINE
           PERFORM R3950-WRITE-RPT-TOTALS.
      * PRINT THE RUN-LEVEL RECORD COUNT RECONCILIATION REPORT
           PERFORM R3970-WRITE-RECONCILIATION.

      * AND UNDER IT THE RUN'S HIGH-WATER MARKS - WORK FILE RECORDS
      * BY TYPE AND EACH IN-STORAGE TABLE AGAINST ITS SIZE
           PERFORM R3972-WRITE-HIGH-WATER.

      * PRINT THE LABOR DISTRIBUTION REPORT - HOURS AND GROSS BY
      * COST CENTER WITH EMPLOYEE DETAIL
           PERFORM R3975-WRITE-LABOR-DIST.

      * A TRIAL RUN FINISHES ITS VARIANCE REPORT - THE MISSING
      * PAYEES AND THE COUNTS
           IF WS-MODE-TRIAL
              PERFORM R6200-WRITE-VARIANCE-TOTALS
           END-IF.

      * WRITE THE BALANCED GL POSTING EXTRACT FOR ACCOUNTING
           PERFORM R3980-WRITE-GL-EXTRACT.

                 'ADDRESS BLOCKS THIS RUN'
           END-IF.

      * THE BANK CHANGE HOLD FILE IS OPTIONAL UNTIL PAYMNT HAS
      * CREATED IT - WITHOUT IT NO CHANGE IS ON HOLD
           OPEN INPUT FILE-BKHOLD.
           IF WS-BKHOLD-STATUS = '00'
              MOVE 'Y' TO WS-BKHOLDFILE-SW
           ELSE
              DISPLAY 'BANK CHANGE HOLD FILE NOT AVAILABLE - NO '
                 'BANK CHANGES HELD THIS RUN'
           END-IF.

      * THE GARNISHMENT AGENCY FILE IS OPTIONAL WHILE THE AGENCIES
      * ARE BEING ENROLLED - WITHOUT IT EVERY ORDER IS REMITTED ON
      * AP'S PAPER PATH THE WAY IT ALWAYS WAS
           OPEN INPUT FILE-GARNAGY.
           IF WS-GARNAGY-STATUS = '00'
              MOVE 'Y' TO WS-GARNAGYFILE-SW
           ELSE
              DISPLAY 'GARNISHMENT AGENCY FILE NOT AVAILABLE - NO '
                 'CHILD SUPPORT BY EFT THIS RUN'
           END-IF.

      * THE TRACE CROSS-REFERENCE - OPTIONAL UNTIL AUDARCH (OR AN
      * IDCAMS DEFINE) HAS CREATED IT; THE SEQUENTIAL TRAIL SCAN
      * COVERS FOR IT MEANWHILE
      * ARCHIVE JOB, NEVER A SIDE EFFECT OF A PAYROLL RUN
        R1055-OPEN-OUTPUT-DATASETS.
      * ---
      * A TRIAL RUN OPENS ONLY THE PRINTED REPORTS AND ITS VARIANCE
      * REPORT - THE ACH, CHECK, POSITIVE-PAY, AUDIT, LIABILITY,
      * AND REMITTANCE FILES ARE NEVER OPENED, SO NOTHING CAN
      * REACH THEM
           IF WS-MODE-TRIAL
              OPEN OUTPUT FILE-REPORT
              OPEN OUTPUT FILE-EXCEPT
              OPEN OUTPUT FILE-RECON
              OPEN OUTPUT FILE-STUB
              OPEN OUTPUT FILE-LABOR
              OPEN OUTPUT FILE-VARIANCE
           ELSE
              OPEN EXTEND FILE-AUDIT
              OPEN EXTEND FILE-AUDEARN
              OPEN EXTEND FILE-FEDLIAB

              IF WS-RESTART-RUN
                 OPEN EXTEND FILE-ACH
                 OPEN EXTEND FILE-REPORT
                 OPEN EXTEND FILE-EXCEPT
                 OPEN EXTEND FILE-RECON
                 OPEN EXTEND FILE-STUB
                 OPEN EXTEND FILE-CHECK
                 OPEN EXTEND FILE-POSPAY
                 OPEN EXTEND FILE-GARNREM
                 OPEN EXTEND FILE-LABOR
                 OPEN EXTEND FILE-K401REM
              ELSE
                 OPEN OUTPUT FILE-ACH
                 OPEN OUTPUT FILE-REPORT
                 OPEN OUTPUT FILE-EXCEPT
                 OPEN OUTPUT FILE-RECON
                 OPEN OUTPUT FILE-STUB
                 OPEN OUTPUT FILE-CHECK
                 OPEN OUTPUT FILE-POSPAY
                 OPEN OUTPUT FILE-GARNREM
                 OPEN OUTPUT FILE-LABOR
                 OPEN OUTPUT FILE-K401REM
              END-IF
           END-IF.
      * ---
        R1075-SKIP-PROCESSED-RECS.
              MOVE 'A' TO WS-AUD-FLAG
              DISPLAY '*** RETRO PAY ADJUSTMENT RUN ***'
           END-IF.
           IF WS-MODE-FINAL
              MOVE 'F' TO WS-AUD-FLAG
              DISPLAY '*** TERMINATION FINAL-PAY RUN ***'
           END-IF.

      * A TRIAL RUN TAKES ITS VARIANCE THRESHOLD OFF THE CARD -
      * BLANK OR ZERO (AN OLD CARD) MEANS THE HOUSE DEFAULT
           IF WS-MODE-TRIAL
              MOVE WS-VAR-DFLT-PCT TO WS-VAR-PCT
              IF FIL-CTL-VAR-PCT IS NUMERIC
                 IF FIL-CTL-VAR-PCT > 0
                    MOVE FIL-CTL-VAR-PCT TO WS-VAR-PCT
                 END-IF
              END-IF
              DISPLAY '*** TRIAL RUN - NOTHING WILL BE PAID OR '
                 'POSTED ***'
              DISPLAY 'VARIANCE THRESHOLD PCT: ' WS-VAR-PCT
           END-IF.
      * ---
      * TALLY THE ACTUAL RECORD COUNTS ON FILE-RATES/FILE-TAXES WITH A
      * FULL SEQUENTIAL PASS, DONE ONCE UP FRONT BEFORE ANY OF THE
              NOT AT END ADD 1 TO WS-CTL-ACT-TAXES
           END-READ.
      * ---
      * LOAD THE PERIOD'S TIMECARD FILE ONTO THE RUN WORK FILE, ONE
      * PASS UP FRONT. THE FILE IS CLOSED AGAIN AS SOON AS IT IS
      * LOADED - EVERY LATER LOOKUP IS A KEYED READ BY EMP ID
        R1080-LOAD-TIMECARDS.
      * ---
           PERFORM R1081-LOAD-TIMECARD-ENTRY
           CLOSE FILE-TIME.

           DISPLAY 'TIMECARDS LOADED THIS PERIOD: ' WS-TC-CNT.
           DISPLAY 'EARNINGS-CODE LINES LOADED:   ' WS-TE-CNT.
      * ---
      * A CARD WITH AN EARNINGS CODE IS ONE OF THE EMPLOYEE'S CODE
      * LINES, NOT THEIR BASE CARD. BASE CARDS KEY AHEAD OF CODE
      * LINES, AND THE LOAD SEQUENCE KEEPS EACH IN FILE ORDER, SO
      * THE LOOKUP STILL SEES THE FIRST BASE CARD FIRST
        R1081-LOAD-TIMECARD-ENTRY.
      * ---
           READ FILE-TIME INTO TIME-COPYBOOK-RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-TIME
              NOT AT END
                 ADD 1 TO WS-RWK-SEQ
                 MOVE SPACES       TO RUNWK-COPYBOOK-RECORD
                 MOVE 'T'          TO RWK-REC-TYPE
                 MOVE TC-EMP-ID    TO RWK-TC-EMP-ID
                 MOVE WS-RWK-SEQ   TO RWK-TC-SEQ
                 MOVE ZEROS        TO RWK-TC-HOURS-1 RWK-TC-HOURS-2
                                      RWK-TC-VAC RWK-TC-SICK
                                      RWK-TC-EARN-WEEK
                                      RWK-TC-EARN-HOURS
                 MOVE TC-DEPT-CD   TO RWK-TC-DEPT
                 IF TC-EARN-CD NOT = SPACES
                    PERFORM R1079-LOAD-TC-EARN-LINE
                 ELSE
                    MOVE 'B'          TO RWK-TC-KIND
                    MOVE TC-HOUR-WK   TO RWK-TC-HOURS-1
                    MOVE TC-HOUR-WK-2 TO RWK-TC-HOURS-2
      * THE VAC/SICK HOURS ARE CARVED OUT OF FILLER - A CARD FROM
      * BEFORE THE FIELDS EXISTED CARRIES SPACES THERE, AND A
      * SPACE-FILLED ZONED FIELD IN ARITHMETIC IS A DATA
      * EXCEPTION. SAME CLASS-TEST GUARD THE HIRE/TERM DATES GET
                    IF TC-VAC-HOURS IS NUMERIC
                       MOVE TC-VAC-HOURS  TO RWK-TC-VAC
                    END-IF
                    IF TC-SICK-HOURS IS NUMERIC
                       MOVE TC-SICK-HOURS TO RWK-TC-SICK
                    END-IF
                    MOVE RWK-KEY TO FIL-RUNWK-KEY
                    WRITE FIL-RUNWK FROM RUNWK-COPYBOOK-RECORD
                       INVALID KEY
                          DISPLAY 'RUN WORK FILE WRITE FAILED, STATUS '
                             WS-RUNWK-STATUS ' - TIMECARD FOR EMP '
                             'ID ' TC-EMP-ID ' NOT LOADED'
                       NOT INVALID KEY
                          ADD 1 TO WS-TC-CNT
                    END-WRITE
                 END-IF
           END-READ.
      * ---
      * AN EARNINGS-CODE LINE GOES ON BEHIND THE BASE CARDS. A WEEK
      * OR HOURS THAT ARE NOT NUMERIC LOAD AS WEEK ZERO, WHICH R1150
      * REJECTS - A LINE WE CANNOT READ IS NOT PAID AS IF IT WERE
      * ZERO HOURS
        R1079-LOAD-TC-EARN-LINE.
      * ---
           MOVE 'E'        TO RWK-TC-KIND.
           MOVE TC-EARN-CD TO RWK-TC-EARN-CD.
           IF TC-EARN-WEEK IS NUMERIC
              AND TC-EARN-HOURS IS NUMERIC
              MOVE TC-EARN-WEEK  TO RWK-TC-EARN-WEEK
              MOVE TC-EARN-HOURS TO RWK-TC-EARN-HOURS
           END-IF.
           MOVE RWK-KEY TO FIL-RUNWK-KEY.
           WRITE FIL-RUNWK FROM RUNWK-COPYBOOK-RECORD
              INVALID KEY
                 DISPLAY 'RUN WORK FILE WRITE FAILED, STATUS '
                    WS-RUNWK-STATUS ' - ' TC-EARN-CD
                    ' LINE FOR EMP ID ' TC-EMP-ID ' NOT LOADED'
              NOT INVALID KEY
                 ADD 1 TO WS-TE-CNT
           END-WRITE.
      * ---
      * LOAD THE ONE-TIME PAYMENT FILE FOR A SUPPLEMENTAL RUN -
      * SAME LOAD-UP-FRONT DISCIPLINE AS THE TIMECARDS. THE
      * TIMECARD FILE IS CLOSED UNREAD, THE WAY A REVERSAL RUN
      * CLOSES IT
        R1082-LOAD-ONETIME.
              AT END
                 MOVE 'Y' TO WS-EOF-ONETIME
              NOT AT END
                 MOVE FIL-OT-EMP-ID    TO WS-OT-NEW-EMP-ID
                 MOVE FIL-OT-AMOUNT    TO WS-OT-NEW-AMOUNT
                 MOVE FIL-OT-EARN-TYPE TO WS-OT-NEW-TYPE
                 PERFORM R1078-WRITE-OFFCYCLE-PAYMENT
           END-READ.
      * ---
      * ONE OFF-CYCLE PAYMENT ONTO THE RUN WORK FILE. AN EMPLOYEE
      * IS PAID ONCE PER OFF-CYCLE RUN - THE FIRST PAYMENT ON THE
      * FILE FOR THEM STANDS AND A SECOND ONE IS SAID OUT LOUD AND
      * LEFT UNPAID, THE SAME FIRST-MATCH-WINS RULE THE LOOKUP HAS
      * ALWAYS HAD
        R1078-WRITE-OFFCYCLE-PAYMENT.
      * ---
           MOVE SPACES           TO RUNWK-COPYBOOK-RECORD.
           MOVE 'O'              TO RWK-REC-TYPE.
           MOVE WS-OT-NEW-EMP-ID TO RWK-OT-EMP-ID.
           MOVE WS-OT-NEW-AMOUNT TO RWK-OT-AMOUNT.
           MOVE WS-OT-NEW-TYPE   TO RWK-OT-TYPE.
           MOVE RWK-KEY          TO FIL-RUNWK-KEY.
           WRITE FIL-RUNWK FROM RUNWK-COPYBOOK-RECORD
              INVALID KEY
                 IF WS-RUNWK-STATUS = '22'
                    DISPLAY 'SECOND ' WS-OT-NEW-TYPE ' PAYMENT FOR '
                       'EMP ID ' WS-OT-NEW-EMP-ID ' NOT PAID - '
                       'ONE PER EMPLOYEE PER RUN'
                 ELSE
                    DISPLAY 'RUN WORK FILE WRITE FAILED, STATUS '
                       WS-RUNWK-STATUS ' - PAYMENT FOR EMP ID '
                       WS-OT-NEW-EMP-ID ' NOT LOADED'
                 END-IF
              NOT INVALID KEY
                 ADD 1 TO WS-OT-CNT
           END-WRITE.
      * ---
      * BUILD THE ADJUSTMENT RUN'S PAYMENTS. THE RETRO REQUESTS
      * LOAD FIRST; THEN ONE PASS OVER THE PRIOR AUDIT TRAIL ADDS
      * UP THE GROSS ACTUALLY PAID TO EACH EMPLOYEE IN THE
      * REQUEST'S PERIOD RANGE (REGULAR WAGES ONLY - REVERSAL,
      * SUPPLEMENTAL, AND EARLIER ADJUSTMENT RECORDS ARE LEFT
      * OUT); FINALLY EACH REQUEST'S RETRO GROSS - THE PAID GROSS
      * SCALED BY (NEW - OLD) / OLD, I.E. THE PAID HOURS PRICED AT
      * THE RATE DIFFERENCE - GOES ON AS AN OFF-CYCLE PAYMENT
      * UNDER EARNINGS TYPE RET
        R1084-LOAD-RETRO.
      * ---
              UNTIL WS-EOF-AUDITIN = 'Y'.
           CLOSE FILE-AUDITIN.

      * THE REQUESTS ARE READ BACK IN EMPLOYEE ORDER. A PAYMENT
      * GOES ON UNDER A DIFFERENT RECORD TYPE, SO WRITING IT DOES
      * NOT DISTURB THE PASS
           MOVE SPACES TO RUNWK-COPYBOOK-RECORD.
           MOVE 'A'    TO RWK-REC-TYPE.
           MOVE RWK-KEY TO FIL-RUNWK-KEY.
           MOVE 'N' TO WS-EOF-RUNWK.
           START FILE-RUNWK KEY NOT LESS THAN FIL-RUNWK-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF-RUNWK
           END-START.
           PERFORM R1091-PRICE-RETRO-REQUEST
              UNTIL WS-EOF-RUNWK = 'Y'.
           DISPLAY 'RETRO PAYMENTS TO MAKE THIS RUN: ' WS-OT-CNT.
      * ---
        R1088-LOAD-RETRO-ENTRY.
              AT END
                 MOVE 'Y' TO WS-EOF-RETROREQ
              NOT AT END
                 ADD 1 TO WS-RWK-SEQ
                 MOVE SPACES           TO RUNWK-COPYBOOK-RECORD
                 MOVE 'A'              TO RWK-REC-TYPE
                 MOVE FIL-RT-EMP-ID    TO RWK-RT-EMP-ID
                 MOVE WS-RWK-SEQ       TO RWK-RT-SEQ
                 MOVE FIL-RT-FROM-DATE(3:6) TO RWK-RT-FROM-6
                 MOVE FIL-RT-TO-DATE(3:6)   TO RWK-RT-TO-6
                 MOVE FIL-RT-OLD-RATE  TO RWK-RT-OLD-RATE
                 MOVE FIL-RT-NEW-RATE  TO RWK-RT-NEW-RATE
                 MOVE ZEROS            TO RWK-RT-PAID-GRS
                 MOVE RWK-KEY          TO FIL-RUNWK-KEY
                 WRITE FIL-RUNWK FROM RUNWK-COPYBOOK-RECORD
                    INVALID KEY
                       DISPLAY 'RUN WORK FILE WRITE FAILED, STATUS '
                          WS-RUNWK-STATUS ' - RETRO REQUEST FOR EMP '
                          'ID ' FIL-RT-EMP-ID ' NOT LOADED'
                    NOT INVALID KEY
                       ADD 1 TO WS-RT-CNT
                 END-WRITE
           END-READ.
      * ---
      * EACH REGULAR-WAGE AUDIT RECORD IS OFFERED TO THAT
      * EMPLOYEE'S REQUESTS ONLY - STARTED AT THE EMPLOYEE'S FIRST
      * REQUEST AND READ FORWARD UNTIL THE EMPLOYEE CHANGES
        R1089-SCAN-RETRO-AUDIT.
      * ---
           READ FILE-AUDITIN INTO AUDIT-COPYBOOK-RECORD
                 MOVE 'Y' TO WS-EOF-AUDITIN
              NOT AT END
                 IF AUD-REV-FLAG-SW = SPACE
                    MOVE SPACES     TO RUNWK-COPYBOOK-RECORD
                    MOVE 'A'        TO RWK-REC-TYPE
                    MOVE AUD-EMP-ID TO RWK-RT-EMP-ID
                    MOVE ZEROS      TO RWK-RT-SEQ
                    MOVE RWK-KEY    TO FIL-RUNWK-KEY
                    MOVE 'N' TO WS-EOF-RUNWK
                    START FILE-RUNWK KEY NOT LESS THAN FIL-RUNWK-KEY
                       INVALID KEY
                          MOVE 'Y' TO WS-EOF-RUNWK
                    END-START
                    PERFORM R1092-MATCH-RETRO-AUDIT
                       UNTIL WS-EOF-RUNWK = 'Y'
                 END-IF
           END-READ.
      * ---
        R1092-MATCH-RETRO-AUDIT.
      * ---
           READ FILE-RUNWK NEXT RECORD INTO RUNWK-COPYBOOK-RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-RUNWK
              NOT AT END
                 IF NOT RWK-IS-RETRO-REQ
                    OR RWK-RT-EMP-ID NOT = AUD-EMP-ID
                    MOVE 'Y' TO WS-EOF-RUNWK
                 ELSE
                    IF AUD-RUN-DATE >= RWK-RT-FROM-6
                       AND AUD-RUN-DATE <= RWK-RT-TO-6
                       ADD AUD-GROSS TO RWK-RT-PAID-GRS
                       REWRITE FIL-RUNWK FROM RUNWK-COPYBOOK-RECORD
                          INVALID KEY
                             DISPLAY 'RUN WORK FILE REWRITE FAILED, '
                                'STATUS ' WS-RUNWK-STATUS
                                ' - RETRO FOR EMP ID ' AUD-EMP-ID
                       END-REWRITE
                    END-IF
                 END-IF
           END-READ.
      * ---
      * A REQUEST ONLY PAYS WHEN IT HAS A REAL RATE INCREASE AND
      * THE AUDIT TRAIL SHOWS WAGES PAID IN ITS RANGE - ANYTHING
      * ELSE IS SAID OUT LOUD AND LEFT UNPAID
        R1091-PRICE-RETRO-REQUEST.
      * ---
           READ FILE-RUNWK NEXT RECORD INTO RUNWK-COPYBOOK-RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-RUNWK
              NOT AT END
                 IF NOT RWK-IS-RETRO-REQ
                    MOVE 'Y' TO WS-EOF-RUNWK
                 ELSE
                    PERFORM R1076-PRICE-RETRO-ENTRY
                 END-IF
           END-READ.
      * ---
        R1076-PRICE-RETRO-ENTRY.
      * ---
           EVALUATE TRUE
              WHEN RWK-RT-OLD-RATE = 0
                 DISPLAY 'RETRO REQUEST FOR EMP ID '
                    RWK-RT-EMP-ID
                    ' HAS NO OLD RATE - NOT PAID'
              WHEN RWK-RT-NEW-RATE <= RWK-RT-OLD-RATE
                 DISPLAY 'RETRO REQUEST FOR EMP ID '
                    RWK-RT-EMP-ID
                    ' IS NOT A RATE INCREASE - NOT PAID'
              WHEN RWK-RT-PAID-GRS = 0
                 DISPLAY 'NO WAGES ON THE AUDIT TRAIL IN RANGE '
                    'FOR EMP ID ' RWK-RT-EMP-ID
                    ' - NOT PAID'
              WHEN OTHER
                 COMPUTE WS-RT-RETRO-GROSS ROUNDED =
                         RWK-RT-PAID-GRS
                         * (RWK-RT-NEW-RATE - RWK-RT-OLD-RATE)
                         / RWK-RT-OLD-RATE
                 DISPLAY 'RETRO FOR EMP ID '
                    RWK-RT-EMP-ID ': '
                    WS-RT-RETRO-GROSS
                 MOVE RWK-RT-EMP-ID     TO WS-OT-NEW-EMP-ID
                 MOVE WS-RT-RETRO-GROSS TO WS-OT-NEW-AMOUNT
                 MOVE 'RET'             TO WS-OT-NEW-TYPE
                 PERFORM R1078-WRITE-OFFCYCLE-PAYMENT
           END-EVALUATE.
      * ---
      * LOAD THE COMPANY CONTROL FILE. ENTRY 1 IS ALWAYS THE
           MOVE WS-ACH-COMPANY-ID   TO WS-COMP-TBL-ID(1).
           MOVE WS-ACH-ORIG-DFI-ID  TO WS-COMP-TBL-DFI-ID(1).
           MOVE WS-ACH-ORIG-DFI-NUM TO WS-COMP-TBL-DFI-NUM(1).
           MOVE 'N'                 TO WS-COMP-TBL-SICK-PAY-SW(1).
           PERFORM R1087-INIT-COMPANY-AMTS
              VARYING WS-COMP-IDX FROM 1 BY 1
              UNTIL WS-COMP-IDX > WS-COMP-MAX.
                       TO WS-COMP-TBL-DFI-ID(WS-COMP-CNT)
                    MOVE COMP-ORIG-DFI-ID
                       TO WS-COMP-TBL-DFI-NUM(WS-COMP-CNT)
                    MOVE COMP-SICK-PAYOUT-SW
                       TO WS-COMP-TBL-SICK-PAY-SW(WS-COMP-CNT)
                 ELSE
                    DISPLAY 'COMPANY TABLE FULL - COMPANY '
                       COMP-CD ' NOT LOADED'
                 END-IF
           END-READ.
      * ---
      * LOAD THE EARNINGS CODE FILE. A REVERSAL RUN PRICES NOTHING
      * AND SKIPS IT. NO FILE AT ALL IS NOT AN ERROR - EVERY PAYCHECK
      * THEN BREAKS OUT UNDER THE BUILT-IN CODES ONLY, AND ANY CODE
      * LINE ON A TIMECARD IS REJECTED AS UNKNOWN
        R1097-LOAD-EARN-CODES.
      * ---
           IF WS-MODE-REVERSAL
              DISPLAY 'REVERSAL RUN - EARNINGS CODES NOT LOADED'
           ELSE
              OPEN INPUT FILE-EARNCD
              PERFORM R1098-LOAD-EARN-CODE-ENTRY
                 UNTIL WS-EOF-EARNCD = 'Y'
              CLOSE FILE-EARNCD
              DISPLAY 'EARNINGS CODES ON FILE: ' WS-EC-CNT
           END-IF.
      * ---
        R1098-LOAD-EARN-CODE-ENTRY.
      * ---
           READ FILE-EARNCD INTO EARN-COPYBOOK-RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-EARNCD
              NOT AT END
                 IF WS-EC-CNT < WS-EC-MAX
                    ADD 1 TO WS-EC-CNT
                    MOVE EC-EARN-CD   TO WS-EC-TBL-CD(WS-EC-CNT)
                    MOVE EC-EARN-DESC TO WS-EC-TBL-DESC(WS-EC-CNT)
                    IF EC-RATE-MULT IS NUMERIC
                       MOVE EC-RATE-MULT
                          TO WS-EC-TBL-MULT(WS-EC-CNT)
                    ELSE
                       MOVE ZEROS TO WS-EC-TBL-MULT(WS-EC-CNT)
                    END-IF
                    IF EC-FLAT-ADD IS NUMERIC
                       MOVE EC-FLAT-ADD
                          TO WS-EC-TBL-ADD(WS-EC-CNT)
                    ELSE
                       MOVE ZEROS TO WS-EC-TBL-ADD(WS-EC-CNT)
                    END-IF
                    MOVE EC-ADD-BASIS-SW
                       TO WS-EC-TBL-BASIS(WS-EC-CNT)
                    MOVE EC-OT-SW TO WS-EC-TBL-OT-SW(WS-EC-CNT)
                    IF EC-GL-ACCT = SPACES
                       MOVE 'GL501000'
                          TO WS-EC-TBL-GL-ACCT(WS-EC-CNT)
                    ELSE
                       MOVE EC-GL-ACCT
                          TO WS-EC-TBL-GL-ACCT(WS-EC-CNT)
                    END-IF
                 ELSE
                    DISPLAY 'EARNINGS CODE TABLE FULL - CODE '
                       EC-EARN-CD ' NOT LOADED'
                 END-IF
           END-READ.
      * ---
      * THE RUN WORK FILE STARTS EVERY RUN EMPTY - A RESTART
      * RELOADS ITS TIMECARDS AND REBUILDS ITS ACCUMULATORS FROM
      * THE RESTART POINT THE SAME AS IT ALWAYS HAS. THE CLUSTER IS
      * DEFINED REUSABLE, SO OPENING IT OUTPUT EMPTIES IT
        R1099-OPEN-RUN-WORK.
      * ---
           OPEN OUTPUT FILE-RUNWK.
           IF WS-RUNWK-STATUS = '00'
              CLOSE FILE-RUNWK
              OPEN I-O FILE-RUNWK
           END-IF.

           IF WS-RUNWK-STATUS NOT = '00'
              DISPLAY '*** RUN REFUSED - RUN WORK FILE (RUNWORK) '
                 'COULD NOT BE OPENED, STATUS ' WS-RUNWK-STATUS
                 ' ***'
              CLOSE FILE-PEOPLE
              CLOSE FILE-TAXES
              CLOSE FILE-RATES
              CLOSE FILE-DEDUCT
              CLOSE FILE-JURIS
              CLOSE FILE-YTD
              CLOSE FILE-CKPT
              CLOSE FILE-CHKREG
              CLOSE FILE-CTLCARD
              CLOSE FILE-TIME
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
      * ---
      * LOAD THE FEDERAL WITHHOLDING TABLE FILE. A REVERSAL RUN
      * WITHHOLDS NOTHING AND SKIPS IT. A PAYMENT RUN THAT FINDS NO
      * ROWS IS REFUSED - WITHHOLDING ZERO FROM EVERY CHECK IS NOT
      * A FALLBACK ANYONE WANTS. TABLES FOR A YEAR OTHER THAN THE
      * PAY DATE'S ARE WORTH A LOUD CONSOLE NOTE (THE JANUARY
      * REPLACEMENT WAS MISSED) BUT NOT A REFUSAL
        R1093-LOAD-FED-TAX-TABLE.
      * ---
           IF WS-MODE-REVERSAL
              DISPLAY 'REVERSAL RUN - FEDERAL TAX TABLE NOT LOADED'
           ELSE
              OPEN INPUT FILE-FEDTAX
              PERFORM R1094-LOAD-FED-TAX-ENTRY
                 UNTIL WS-EOF-FEDTAX = 'Y'
              CLOSE FILE-FEDTAX

              DISPLAY 'FEDERAL TAX TABLE ROWS LOADED: ' WS-FTX-CNT
                 ' FOR TAX YEAR ' WS-FTX-TAX-YEAR

              IF WS-FTX-CNT = 0
                 DISPLAY '*** RUN REFUSED - NO FEDERAL WITHHOLDING '
                    'TABLE ROWS ON FILE ***'
                 CLOSE FILE-PEOPLE
                 CLOSE FILE-TAXES
                 CLOSE FILE-RATES
                 CLOSE FILE-DEDUCT
                 CLOSE FILE-JURIS
                 CLOSE FILE-YTD
                 CLOSE FILE-CKPT
                 CLOSE FILE-CHKREG
                 CLOSE FILE-CTLCARD
                 CLOSE FILE-TIME
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF

              IF WS-PAY-YEAR > 0
                 AND WS-FTX-TAX-YEAR NOT = WS-PAY-YEAR
                 DISPLAY '*** WARNING - FEDERAL TAX TABLE IS FOR '
                    WS-FTX-TAX-YEAR ' BUT THE PAY DATE FALLS IN '
                    WS-PAY-YEAR ' - LOAD THE NEW YEAR''S TABLES ***'
              END-IF
           END-IF.
      * ---
        R1094-LOAD-FED-TAX-ENTRY.
      * ---
           READ FILE-FEDTAX INTO FEDTBL-COPYBOOK-RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-FEDTAX
              NOT AT END
                 IF WS-FTX-CNT < WS-FTX-MAX
                    ADD 1 TO WS-FTX-CNT
                    MOVE FTB-FILING-STATUS
                       TO WS-FTX-TBL-STATUS(WS-FTX-CNT)
                    MOVE FTB-PAY-FREQ  TO WS-FTX-TBL-FREQ(WS-FTX-CNT)
                    MOVE FTB-STEP2-SW  TO WS-FTX-TBL-STEP2(WS-FTX-CNT)
                    MOVE FTB-WAGE-OVER TO WS-FTX-TBL-OVER(WS-FTX-CNT)
                    MOVE FTB-BASE-TAX  TO WS-FTX-TBL-BASE(WS-FTX-CNT)
                    MOVE FTB-PCT       TO WS-FTX-TBL-PCT(WS-FTX-CNT)
                    MOVE FTB-TAX-YEAR  TO WS-FTX-TAX-YEAR
                 ELSE
                    DISPLAY 'FEDERAL TAX TABLE FULL - ROW FOR '
                       FTB-FILING-STATUS '/' FTB-PAY-FREQ '/'
                       FTB-STEP2-SW ' OVER ' FTB-WAGE-OVER
                       ' NOT LOADED'
                 END-IF
           END-READ.
      * ---
      * LOAD THE TERMINATION REQUEST FILE FOR A FINAL-PAY RUN - SAME
      * TABLE-UP-FRONT DISCIPLINE AS THE ONE-TIME PAYMENT LOAD, THE
      * TIMECARD FILE CLOSED UNREAD THE SAME WAY. THE REQUEST'S
      * HOURS ARE THE LAST ONES OWED; HOURS ALREADY PAID ON THE
      * PERIOD'S REGULAR RUN MUST NOT BE KEYED AGAIN HERE
        R1095-LOAD-TERMREQ.
      * ---
           CLOSE FILE-TIME.

           OPEN INPUT FILE-TERMREQ.
           PERFORM R1096-LOAD-TERMREQ-ENTRY
              UNTIL WS-EOF-TERMREQ = 'Y'.
           CLOSE FILE-TERMREQ.

           DISPLAY 'TERMINATION REQUESTS LOADED THIS RUN: ' WS-TR-CNT.
      * ---
      * A DEADLINE THAT IS BLANK OR ZERO FALLS BACK TO THE
      * TERMINATION DATE ITSELF - THE STRICTEST STATE RULE, PAY ON
      * THE LAST DAY. HOURS LEFT BLANK ARE NONE OWED
        R1096-LOAD-TERMREQ-ENTRY.
      * ---
           READ FILE-TERMREQ
              AT END
                 MOVE 'Y' TO WS-EOF-TERMREQ
              NOT AT END
                 IF WS-TR-CNT < WS-TR-MAX
                    ADD 1 TO WS-TR-CNT
                    MOVE FIL-TR-EMP-ID
                       TO WS-TR-TBL-EMP-ID(WS-TR-CNT)
                    IF FIL-TR-TERM-DATE IS NUMERIC
                       MOVE FIL-TR-TERM-DATE
                          TO WS-TR-TBL-TERM-DT(WS-TR-CNT)
                    ELSE
                       MOVE ZEROS TO WS-TR-TBL-TERM-DT(WS-TR-CNT)
                    END-IF
                    IF FIL-TR-HOURS-1 IS NUMERIC
                       MOVE FIL-TR-HOURS-1
                          TO WS-TR-TBL-HOURS-1(WS-TR-CNT)
                    ELSE
                       MOVE ZEROS TO WS-TR-TBL-HOURS-1(WS-TR-CNT)
                    END-IF
                    IF FIL-TR-HOURS-2 IS NUMERIC
                       MOVE FIL-TR-HOURS-2
                          TO WS-TR-TBL-HOURS-2(WS-TR-CNT)
                    ELSE
                       MOVE ZEROS TO WS-TR-TBL-HOURS-2(WS-TR-CNT)
                    END-IF
                    IF FIL-TR-DEADLINE IS NUMERIC
                       AND FIL-TR-DEADLINE > 0
                       MOVE FIL-TR-DEADLINE
                          TO WS-TR-TBL-DEADLINE(WS-TR-CNT)
                    ELSE
                       MOVE WS-TR-TBL-TERM-DT(WS-TR-CNT)
                          TO WS-TR-TBL-DEADLINE(WS-TR-CNT)
                    END-IF
                 ELSE
                    DISPLAY 'TERMINATION REQUEST TABLE FULL - '
                       'REQUEST FOR EMP ID ' FIL-TR-EMP-ID
                       ' NOT LOADED'
                 END-IF
           END-READ.
      * ---
        R1087-INIT-COMPANY-AMTS.
      * ---
           MOVE ZEROS TO WS-COMP-TBL-GROSS(WS-COMP-IDX)
                         WS-COMP-TBL-FED(WS-COMP-IDX)
                         WS-COMP-TBL-STATE(WS-COMP-IDX)
                         WS-COMP-TBL-LOCAL(WS-COMP-IDX)
                         WS-COMP-TBL-SS(WS-COMP-IDX)
                         WS-COMP-TBL-MEDI(WS-COMP-IDX)
                         WS-COMP-TBL-401K(WS-COMP-IDX)
                         WS-COMP-TBL-HEALTH(WS-COMP-IDX)
                         WS-COMP-TBL-GARNISH(WS-COMP-IDX)
                         WS-COMP-TBL-DEDUCT(WS-COMP-IDX)
                         WS-COMP-TBL-NET(WS-COMP-IDX)
                         WS-COMP-TBL-ACH-AMT(WS-COMP-IDX)
                         WS-COMP-TBL-CHK-AMT(WS-COMP-IDX)
                         WS-COMP-TBL-ER-SS(WS-COMP-IDX)
                         WS-COMP-TBL-ER-MEDI(WS-COMP-IDX)
                         WS-COMP-TBL-ER-FUTA(WS-COMP-IDX)
                         WS-COMP-TBL-ER-SUTA(WS-COMP-IDX)
                         WS-COMP-TBL-401K-MAT(WS-COMP-IDX).
           MOVE 'N' TO WS-COMP-TBL-BATCHED-SW(WS-COMP-IDX).
      * ---
      * MAKE SURE THE OPEN ACH BATCH BELONGS TO WS-BATCH-COMP-CD'S
      * COMPANY - ON A CHANGE OF COMPANY THE OPEN BATCH IS CLOSED
      * WITH ITS BATCH CONTROL AND THE NEXT COMPANY'S BATCH HEADER
      * IS WRITTEN. THE SORT STEP AHEAD OF THIS PROGRAM IN THE JOB
      * STREAM PUTS THE EMPLOYEE MASTER IN COMPANY-CODE ORDER, SO
      * EACH COMPANY GETS EXACTLY ONE BATCH; IF A COMPANY COMES
      * BACK AROUND ANYWAY (INPUT NOT SORTED), AN EXTRA BATCH IS
      * OPENED - STILL A VALID NACHA FILE - AND THE CONSOLE SAYS SO
        R2290-ENSURE-COMPANY-BATCH.
      * ---
           PERFORM R2285-RESOLVE-COMPANY-ONLY.

           IF NOT WS-BATCH-OPEN
              OR WS-CUR-COMP-IDX NOT = WS-ACH-CUR-COMP-IDX
              IF WS-BATCH-OPEN
                 PERFORM R3890-WRITE-ACH-BATCH-CONTROL
              END-IF
              IF WS-COMP-TBL-BATCHED-SW(WS-CUR-COMP-IDX) = 'Y'
                 DISPLAY '*** WARNING - COMPANY '
                    WS-COMP-TBL-CD(WS-CUR-COMP-IDX)
                    ' REVISITED - INPUT IS NOT IN COMPANY ORDER, '
                    'AN ADDITIONAL BATCH IS BEING OPENED ***'
              END-IF
              MOVE WS-CUR-COMP-IDX TO WS-ACH-CUR-COMP-IDX
              PERFORM R1250-WRITE-ACH-BATCH-HEADER
              MOVE 'Y' TO WS-BATCH-OPEN-SW
           END-IF.
      * ---
      * RESOLVE WS-BATCH-COMP-CD TO ITS COMPANY TABLE ENTRY WITHOUT
      * TOUCHING THE ACH BATCH STATE - CHECK PAYMENTS NEED THE
      * COMPANY FOR THEIR ACCUMULATORS AND THE CHECK REGISTER BUT
      * NEVER OPEN A BATCH
        R2285-RESOLVE-COMPANY-ONLY.
      * ---
           MOVE 'N' TO WS-COMP-FOUND-SW.
           PERFORM R2295-MATCH-COMPANY
              VARYING WS-COMP-IDX FROM 1 BY 1
              UNTIL WS-COMP-IDX > WS-COMP-CNT
                 OR WS-COMP-FOUND.

                 END-EVALUATE
           END-READ.
      * ---
      * A FINAL-PAY RUN IS CUT THE DAY IT RUNS. THE PAY DATE - CHECK
      * FACE, STUB, YTD QUARTER, AND THE HIRE/TERMINATION TESTS -
      * IS THE RUN DATE, AND THE ACH EFFECTIVE ENTRY DATE IS THE
      * EARLIEST THE BANK CAN SETTLE: THE SECOND BANKING DAY AFTER
      * THE RUN DATE, THE FIRST ONE CLEAR OF THE PROCESSING WINDOW
      * R8070 WARNS ABOUT. THAT DATE IS WHAT EACH EMPLOYEE'S STATE
      * DEADLINE IS MEASURED AGAINST. THE LEAVE MASTER IS WHAT THE
      * PAYOUT IS PAID FROM, SO A FINAL-PAY RUN WITHOUT IT IS
      * REFUSED HERE WITH NOTHING TOUCHED
        R1064-SET-FINAL-PAY-DATES.
      * ---
           IF NOT WS-LEAVEFILE-ACTIVE
              DISPLAY '*** RUN REFUSED - A FINAL-PAY RUN NEEDS THE '
                 'LEAVE BALANCE MASTER ***'
              CLOSE FILE-PEOPLE
              CLOSE FILE-TAXES
              CLOSE FILE-RATES
              CLOSE FILE-DEDUCT
              CLOSE FILE-JURIS
              CLOSE FILE-YTD
              CLOSE FILE-CKPT
              CLOSE FILE-CHKREG
              CLOSE FILE-CTLCARD
              CLOSE FILE-TIME
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-RUN-DATE-8 TO WS-PAY-DATE-8.
           MOVE WS-RUN-DATE-8 TO WS-DT-WORK.
           COMPUTE WS-PAY-QTR = (WS-DT-MM + 2) / 3.
           MOVE WS-DT-YYYY TO WS-PAY-YEAR.

           PERFORM R8160-ROLL-ONE-DAY.
           PERFORM R8160-ROLL-ONE-DAY
              UNTIL WS-IS-BANK-DAY.
           PERFORM R8160-ROLL-ONE-DAY.
           PERFORM R8160-ROLL-ONE-DAY
              UNTIL WS-IS-BANK-DAY.
           MOVE WS-DT-WORK TO WS-CAL-EFF-DATE.

           DISPLAY 'FINAL PAY DATE ' WS-PAY-DATE-8
              ' EARLIEST ACH SETTLEMENT ' WS-CAL-EFF-DATE.
           DISPLAY 'PAY QUARTER: ' WS-PAY-QTR.
      * ---
      * ROLL WS-CAL-EFF-DATE FORWARD UNTIL IT LANDS ON A BANKING
      * DAY - A DATE ALREADY ON ONE STAYS PUT
        R8050-ROLL-TO-BANK-DAY.
           ELSE
      * AN OFF-CYCLE RUN (SUPPLEMENTAL OR RETRO ADJUSTMENT) IS NOT
      * THE PERIOD'S PAYMENT RUN - IT MUST NEITHER CONSUME THE
      * OPEN PERIOD NOR BE BLOCKED BY A PERIOD ALREADY PAID. NOR
      * IS A FINAL-PAY RUN
              IF WS-MODE-OFFCYCLE OR WS-MODE-FINAL
                 DISPLAY 'OFF-CYCLE RUN - PERIOD CONTROL NOT '
                    'APPLIED'
              ELSE
      * A TRIAL RUN PAYS NOTHING - IT NEITHER CONSUMES THE PERIOD
      * NOR MARKS IT IN PROGRESS, AND MAY RUN AS OFTEN AS NEEDED
                 IF WS-MODE-TRIAL
                    DISPLAY 'TRIAL RUN - PERIOD CONTROL NOT APPLIED'
                 ELSE
                    OPEN I-O FILE-PERCTL
                    IF WS-PERCTL-STATUS NOT = '00'
                       DISPLAY 'PERIOD CONTROL FILE NOT AVAILABLE - '
                          'DUPLICATE-PERIOD GATE SKIPPED'
                    ELSE
                       PERFORM R1068-GATE-PERIOD
                    END-IF
                 END-IF
              END-IF
           END-IF.
      * ---
        R1068-GATE-PERIOD.
              CLOSE FILE-CHKREG
              CLOSE FILE-CTLCARD
              CLOSE FILE-TIME
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      * POSTING. A PAY DATE PAST THE OPEN YEAR MEANS YRCLOSE HAS
      * NOT ARCHIVED AND RESET THE YTD MASTER YET - POSTING WOULD
      * SILENTLY CONTAMINATE THE PRIOR YEAR'S W-2 FIGURES, SO THE
      * RUN ENDS HERE WITH RC=12 AND NOTHING WRITTEN. A MISSING FILE
      * OR RECORD ONLY SKIPS THE CHECK (FIRST-TIME ADOPTION)
        R1069-CHECK-YEAR-OPEN.
      * ---
              CLOSE FILE-CHKREG
              CLOSE FILE-CTLCARD
              CLOSE FILE-TIME
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
      *  ------
      * HOURS THE WAY THE OLD ON-MASTER HOURS FIELDS COULD BE. A
      * SALARIED EMPLOYEE IS PAID THE PER-PERIOD SALARY WHETHER A
      * TIMECARD CAME IN OR NOT
      * AN OFF-CYCLE RUN PAYS OFF ITS TRANSACTIONS AND NEEDS
      * NO TIMECARD AT ALL
           IF WS-REC-VALID AND WS-TC-NOT-FOUND
                            AND NOT WS-PAY-SALARIED
                 TO WS-REJECT-REASON
           END-IF.

      * THE WEEK'S HOURS ARE THE BASE CARD'S PLUS EVERY EARNINGS-
      * CODE LINE FOR THE WEEK
           IF WS-REC-VALID
              AND WS-TC-HOUR-WK + WS-WK-CODE-HRS(1) > 168
              MOVE 'N' TO WS-VALID-SW
              MOVE 'HOURS WORKED EXCEEDS 168 FOR WEEK'
                 TO WS-REJECT-REASON
           END-IF.

      * EVERY EARNINGS-CODE LINE HAS TO BE PRICEABLE - A CODE NOT
      * ON THE EARNINGS CODE TABLE, OR A LINE FOR A WORK-WEEK THE
      * EMPLOYEE DOES NOT HAVE, HOLDS THE WHOLE PAYCHECK THE SAME
      * WAY A MISSING TIMECARD DOES RATHER THAN PAYING IT SHORT
           IF WS-REC-VALID AND WS-CE-OVERFLOWED
              MOVE 'N' TO WS-VALID-SW
              MOVE 'TOO MANY EARNINGS LINES ON TIMECARD'
                 TO WS-REJECT-REASON
           END-IF.

           IF WS-REC-VALID AND WS-CE-CNT > 0
              PERFORM R1155-VALIDATE-EARN-LINE
                 VARYING WS-CE-IDX FROM 1 BY 1
                 UNTIL WS-CE-IDX > WS-CE-CNT
                    OR WS-REC-INVALID
           END-IF.

      * THE BANKING CHECKS ONLY APPLY TO ACH EMPLOYEES - A CHECK
      * EMPLOYEE (A NEW HIRE WHO HAS NOT BROUGHT IN A VOIDED CHECK
      * YET, SAY) NEEDS NO BANKING DATA ON FILE AND IS PAID BY
      * HOURS IN WS-HOUR-WK-2 - IT GETS THE SAME 168-HOUR TEST AS THE
      * FIRST WORK-WEEK. WEEKLY EMPLOYEES LEAVE IT ZERO/UNUSED
           IF WS-REC-VALID AND NOT WS-FREQ-WEEKLY
                AND WS-TC-HOUR-WK-2 + WS-WK-CODE-HRS(2) > 168
              MOVE 'N' TO WS-VALID-SW
              MOVE 'HOURS WORKED EXCEEDS 168 FOR WEEK 2'
                 TO WS-REJECT-REASON
              MOVE 'INVALID ACCOUNT TYPE FOR 2ND ACCOUNT'
                 TO WS-REJECT-REASON
           END-IF.
      * ---
      * ONE EARNINGS-CODE LINE'S EDITS - FIRST FAILURE WINS, THE
      * SAME AS THE EMPLOYEE-LEVEL EDITS ABOVE. THE PROGRAM'S OWN
      * EARNINGS (REG, OT, ...) ARE PRICED HERE, NEVER OFF A LINE
        R1155-VALIDATE-EARN-LINE.
      * ---
           EVALUATE TRUE
              WHEN WS-CE-BUILT-IN-CD(WS-CE-IDX)
                 MOVE 'N' TO WS-VALID-SW
                 STRING 'EARNINGS CODE ' DELIMITED BY SIZE
                        WS-CE-CD(WS-CE-IDX) DELIMITED BY SIZE
                        ' NOT FOR TIMECARDS' DELIMITED BY SIZE
                    INTO WS-REJECT-REASON
                 END-STRING
              WHEN WS-CE-EC-HIT(WS-CE-IDX) = 0
                 MOVE 'N' TO WS-VALID-SW
                 STRING 'UNKNOWN EARNINGS CODE ' DELIMITED BY SIZE
                        WS-CE-CD(WS-CE-IDX)      DELIMITED BY SIZE
                    INTO WS-REJECT-REASON
                 END-STRING
              WHEN WS-CE-WEEK(WS-CE-IDX) NOT = 1
                 AND WS-CE-WEEK(WS-CE-IDX) NOT = 2
                 MOVE 'N' TO WS-VALID-SW
                 MOVE 'EARNINGS LINE WEEK/HOURS NOT VALID'
                    TO WS-REJECT-REASON
              WHEN WS-CE-WEEK(WS-CE-IDX) = 2 AND WS-FREQ-WEEKLY
                 MOVE 'N' TO WS-VALID-SW
                 MOVE 'EARNINGS LINE IN WEEK 2 OF WEEKLY EMP'
                    TO WS-REJECT-REASON
           END-EVALUATE.
      * ---
        R1160-WRITE-EXCEPTION-REC.
      * ---
           MOVE '1'                 TO ACH-FH-FORMAT-CD.
           MOVE WS-ACH-DEST-NAME    TO ACH-FH-DEST-NAME.
           MOVE WS-ACH-ORIGIN-NAME  TO ACH-FH-ORIGIN-NAME.
      * THE REFERENCE CODE IS THE ORIGINATOR'S OWN - IT CARRIES THE
      * PAY DATE, SO THE BALANCING STEP (CYCBAL) CAN PICK THIS
      * CYCLE'S RECORDS OUT OF THE GL, LIABILITY AND CHECK FILES
           MOVE WS-PAY-DATE-8       TO ACH-FH-REF-CODE.

           WRITE FIL-ACH FROM ACH-COPYBOOK-RECORD.
      * ---
                 MOVE 'BONUS     '     TO ACH-BH-ENTRY-DESC
              WHEN WS-MODE-ADJUSTMENT
                 MOVE 'RETRO PAY '     TO ACH-BH-ENTRY-DESC
              WHEN WS-MODE-FINAL
                 MOVE 'FINAL PAY '     TO ACH-BH-ENTRY-DESC
              WHEN OTHER
                 MOVE 'PAYROLL   '     TO ACH-BH-ENTRY-DESC
           END-EVALUATE.
      * THE EFFECTIVE ENTRY DATE COMES OFF THE PAY CALENDAR - THE
      * PERIOD'S PAY DATE ROLLED TO A BANKING DAY. ONLY WHEN NO
      * CALENDAR PERIOD COVERS THE RUN DATE DOES IT FALL BACK TO
      * "TODAY" THE WAY IT USED TO BE. A FINAL-PAY RUN CARRIES
      * THE EARLIEST SETTLEMENT DATE R1064 WORKED OUT
           IF WS-CAL-FOUND OR WS-MODE-FINAL
              MOVE WS-CAL-EFF-DATE-X(3:6) TO ACH-BH-EFF-ENTRY-DT
           ELSE
              ACCEPT ACH-BH-EFF-ENTRY-DT  FROM DATE
                 AFTER ADVANCING 1 LINE
              ADD 1 TO WS-RPT-LINE-CNT
           END-IF.
           IF WS-MODE-TRIAL
              WRITE FIL-REPORT FROM WS-RPT-TRIAL-LINE
                 AFTER ADVANCING 1 LINE
              ADD 1 TO WS-RPT-LINE-CNT
           END-IF.
           IF WS-MODE-FINAL
              WRITE FIL-REPORT FROM WS-RPT-FINAL-LINE
                 AFTER ADVANCING 1 LINE
              ADD 1 TO WS-RPT-LINE-CNT
           END-IF.
      * ---
        R1350-WRITE-EXCPT-HEADINGS.
      * ---
              DISPLAY 'WORKER: ' WS-PERSON-NM
              DISPLAY 'DOB: ' WS-BRTH-DT

      * A FINAL-PAY RUN MATCHES ITS TERMINATION REQUESTS FIRST -
      * THE REQUEST, NOT THE MASTER'S STATUS, DECIDES WHO IT PAYS
              MOVE 'Y' TO WS-OT-FOUND-SW
              MOVE 'Y' TO WS-TR-FOUND-SW
              IF WS-MODE-FINAL
                 PERFORM R2032-LOOKUP-TERMREQ
              END-IF

      * AN INACTIVE EMPLOYEE IS SKIPPED AND SAYS SO ON THE
      * REGISTER. A TERMINATED EMPLOYEE STILL GETS ONE FINAL
      * DEPOSIT AS LONG AS THE PAY DATE IS ON OR BEFORE THE
      * TERMINATION DATE, UNLESS A FINAL-PAY RUN HAS ALREADY
      * PAID THEM OUT
              PERFORM R2028-CHECK-EMP-STATUS

              IF WS-EMP-NOT-PAYABLE
                 ADD 1 TO WS-CKPT-CUR-CNT
                 DIVIDE WS-CKPT-CUR-CNT BY WS-CKPT-INTERVAL
                    GIVING WS-CKPT-DIV REMAINDER WS-CKPT-REM
                 IF WS-CKPT-REM = 0 AND NOT WS-MODE-TRIAL
                    PERFORM R2650-WRITE-CHECKPOINT
                 END-IF

              ELSE

      * AN OFF-CYCLE RUN ONLY PAYS THE EMPLOYEES ON ITS
      * TRANSACTIONS - EVERYONE ELSE IS QUIETLY PASSED OVER
      * (NOT AN EXCEPTION: MOST OF THE MASTER GETS NO BONUS OR
      * RETRO), WITH THE CHECKPOINT STILL ADVANCED SO A RESTART
      * COUNTS RIGHT. A FINAL-PAY RUN THE SAME WITH ITS REQUESTS
                 IF WS-MODE-OFFCYCLE
                    PERFORM R2027-LOOKUP-ONETIME
                 END-IF
                 IF NOT WS-OT-FOUND OR NOT WS-TR-FOUND
                    ADD 1 TO WS-CKPT-CUR-CNT
                    DIVIDE WS-CKPT-CUR-CNT BY WS-CKPT-INTERVAL
                       GIVING WS-CKPT-DIV REMAINDER WS-CKPT-REM
                    IF WS-CKPT-REM = 0 AND NOT WS-MODE-TRIAL
                       PERFORM R2650-WRITE-CHECKPOINT
                    END-IF
                    PERFORM R1100-READ-REC-ENTRY
                 ELSE

      * MATCH THIS EMPLOYEE AGAINST THE PERIOD'S TIMECARD FILE -
      * THE HOURS COME FROM THERE, AND NO TIMECARD MEANS NOT PAID.
      * A FINAL-PAY RUN TAKES THE LAST HOURS OFF THE REQUEST
                    IF WS-MODE-FINAL
                       PERFORM R2034-SET-FINAL-HOURS
                    ELSE
                       PERFORM R2025-LOOKUP-TIMECARD
                    END-IF
                    DISPLAY 'HOURS WORKED: ' WS-TC-HOUR-WK

      * THE RATE RECORD COMES UP BEFORE VALIDATION - THE PAY TYPE ON
      * IT DECIDES WHETHER THE TIMECARD REQUIREMENT APPLIES (A
      * SALARIED EMPLOYEE IS PAID THE SALARY WITH OR WITHOUT ONE)
                    PERFORM R2100-LOOKUP-RATES

      * A BANK CHANGE STILL IN ITS COOLING-OFF PERIOD IS NOT PAID
      * TO YET - THE OLD BANKING (OR A CHECK) STANDS IN FOR IT, AND
      * IS WHAT GETS VALIDATED BELOW
                    IF WS-BKHOLDFILE-ACTIVE AND NOT WS-PAY-CHECK
                       PERFORM R2035-APPLY-BANK-HOLD
                    END-IF

      * VALIDATE THE RECORD BEFORE ANY PAY CALCULATION IS DONE
                    PERFORM R1150-VALIDATE-REC-ENTRY

                    IF WS-REC-INVALID
                       PERFORM R1160-WRITE-EXCEPTION-REC

      * A REJECTED RECORD HAS TO ADVANCE THE CHECKPOINT THE SAME AS A
      * PAID ONE DOES BELOW - CKPT-REC-CNT/WS-CKPT-SKIP-CNT TRACK
      * PHYSICAL RECORDS ALREADY VALIDATED, NOT JUST ONES ALREADY
      * PAID, SO RESTART SKIPS BACK TO THE RIGHT RECORD REGARDLESS OF
      * HOW MANY REJECTS CAME BEFORE IT
                       ADD 1 TO WS-CKPT-CUR-CNT
                       DIVIDE WS-CKPT-CUR-CNT BY WS-CKPT-INTERVAL
                          GIVING WS-CKPT-DIV REMAINDER WS-CKPT-REM
                       IF WS-CKPT-REM = 0 AND NOT WS-MODE-TRIAL
                          PERFORM R2650-WRITE-CHECKPOINT
                       END-IF

                       PERFORM R1100-READ-REC-ENTRY
                    END-IF

      * A REJECTED RECORD'S SUCCESSOR STILL NEEDS ITS OWN TRIP THROUGH
      * R1150 BEFORE IT CAN BE PAID - THAT HAPPENS ON THIS PARAGRAPH'S
      * NEXT PERFORM FROM THE MAINLINE, NOT HERE, SO A REJECT SKIPS
      * THE ENTIRE PAY/ACH/AUDIT/YTD PIPELINE FOR THIS CALL
                    IF WS-EOF-NAMES NOT = 'Y' AND WS-REC-VALID

      * LOOK UP THIS EMPLOYEE'S WITHHOLDING - THE PAY RATE CAME UP
      * BEFORE VALIDATION ABOVE
                       PERFORM R2200-LOOKUP-TAXES
                       PERFORM R2150-LOOKUP-JURISDICTION
                       PERFORM R2210-LOOKUP-DEDUCTIONS
                       PERFORM R2220-LOOKUP-DEMOGRAPHICS

      * SPLIT THE PAY PERIOD INTO ITS ACTUAL WORK-WEEK(S) AND APPLY THE
      * 40-HOUR OVERTIME TEST TO EACH ONE SEPARATELY, THEN ADD THE
      * WORK-WEEKS' GROSS PAY TOGETHER FOR THE PERIOD'S GROSS-PAY
                       PERFORM R2050-COMPUTE-GROSS-PAY

      *   COMPUTE SALARY + TAX RATES
                       DISPLAY 'GROSS-PAY: ' GROSS-PAY

      * THE PRE-TAX DEDUCTIONS (401K, SECTION 125 HEALTH) COME
      * FIRST - THEY SET THE WAGE BASE EACH TAX BELOW IS FIGURED ON
                       PERFORM R2240-COMPUTE-PRETAX-DEDUCTIONS

                       PERFORM R2500-COMPUTE-FED-TAX
                       DISPLAY 'FED-TAX: ' FED-TAX

                       COMPUTE STATE-TAX  = WS-STATE-WAGES
                                          * WS-JURIS-STATE-TAX
                       DISPLAY 'STATE-TAX: ' STATE-TAX

                       COMPUTE LOCAL-TAX  = WS-LOCAL-WAGES
                                          * WS-JURIS-LOC-TAX
                       DISPLAY 'LOC-TAX: ' LOCAL-TAX

                       MOVE ZEROS TO TEMP-NET-PAY
                       MOVE ZEROS TO NET-PAY

                       COMPUTE TEMP-NET-PAY = GROSS-PAY - FED-TAX
      *          MOVE NET-PAY TO TEMP-NET-PAY.

                       COMPUTE NET-PAY = TEMP-NET-PAY - STATE-TAX
                       MOVE ZEROS TO TEMP-NET-PAY
                       MOVE NET-PAY TO TEMP-NET-PAY

                       COMPUTE NET-PAY = TEMP-NET-PAY - LOCAL-TAX
                       MOVE ZEROS TO TEMP-NET-PAY
                       MOVE NET-PAY TO TEMP-NET-PAY

      * WITHHOLD EMPLOYEE FICA - SOCIAL SECURITY UP TO THE WAGE
      * BASE, MEDICARE WITH THE ADDITIONAL RATE ABOVE ITS THRESHOLD
                       PERFORM R2550-COMPUTE-FICA-TAX
                       DISPLAY 'SS-TAX: ' SS-TAX
                       DISPLAY 'MEDI-TAX: ' MEDI-TAX

                       COMPUTE NET-PAY = TEMP-NET-PAY - SS-TAX
                       MOVE ZEROS TO TEMP-NET-PAY
                       MOVE NET-PAY TO TEMP-NET-PAY

                       COMPUTE NET-PAY = TEMP-NET-PAY - MEDI-TAX
                       MOVE ZEROS TO TEMP-NET-PAY
                       MOVE NET-PAY TO TEMP-NET-PAY

      * ACCRUE THE EMPLOYER-SIDE PAYROLL TAXES (FICA MATCH, FUTA,
      * SUTA) - AN EXPENSE OF THE COMPANY, NEVER A NET PAY ITEM
                       PERFORM R2560-COMPUTE-EMPLOYER-TAX

      * TAKE THIS EMPLOYEE'S DEDUCTIONS (THE PRE-TAX 401K AND
      * HEALTH SET ABOVE, PLUS GARNISHMENT) BEFORE ARRIVING AT
      * FINAL NET PAY
                       PERFORM R2250-COMPUTE-DEDUCTIONS
                       DISPLAY 'TOTAL DEDUCTIONS: ' WS-TOTAL-DEDUCT

                       COMPUTE NET-PAY = TEMP-NET-PAY - WS-TOTAL-DEDUCT
                       MOVE ZEROS TO TEMP-NET-PAY

      * DISPLAY NET PAY AFTER TAXES AND DEDUCTIONS

                       DISPLAY 'NET-PAY: ' NET-PAY

                       DISPLAY 'BANK ACCT INFO'

                       DISPLAY 'ROUTING NO: ' WS-ROUTE-NO

                       DISPLAY 'ACCOUNT NO: ' WS-ACCT-NO

                       DISPLAY 'ACCT TYPE: ' WS-ACCT-TYPE

      * SPLIT NET PAY BETWEEN THE TWO ACCOUNTS WHEN A SPLIT PERCENT
      * IS ON FILE FOR THIS EMPLOYEE - A CHECK EMPLOYEE'S WHOLE NET
      * GOES ON THE ONE CHECK, SPLIT OR NO SPLIT
                       MOVE ZEROS   TO WS-SPLIT-AMT
                       MOVE NET-PAY TO WS-PRIMARY-AMT
                       IF WS-SPLIT-PCT > 0 AND NOT WS-PAY-CHECK
                          COMPUTE WS-SPLIT-AMT =
                                  NET-PAY * WS-SPLIT-PCT / 100
                          COMPUTE WS-PRIMARY-AMT =
                                  NET-PAY - WS-SPLIT-AMT
                          DISPLAY 'SPLIT DEPOSIT - 2ND ACCT AMT: '
                                  WS-SPLIT-AMT
                       END-IF

      * EACH AUDIT RECORD CARRIES ITS OWN DEPOSIT'S SHARE OF THE
      * PERIOD'S GROSS AND TAXES - COMPUTED BEFORE THE PRE-NOTE
      * LOGIC CAN ZERO THE DEPOSIT AMOUNTS
                       PERFORM R2315-COMPUTE-SPLIT-SHARES

      * A TRIAL RUN PAYS NOTHING - NO CHECK NUMBER IS TAKEN AND NO
      * CHECK, ACH ENTRY, OR AUDIT RECORD IS WRITTEN. THE COMPANY
      * IS STILL RESOLVED FOR THE REGISTER'S COMPANY SUBTOTALS
                       IF WS-MODE-TRIAL
                          MOVE WS-COMPANY-CD TO WS-BATCH-COMP-CD
                          PERFORM R2285-RESOLVE-COMPANY-ONLY
                       ELSE
                          IF WS-PAY-CHECK

      * PAID BY PRINTED CHECK - ASSIGN THE NEXT CHECK NUMBER OFF
      * THE REGISTER, PRINT THE CHECK, AND AUDIT IT LIKE A DEPOSIT
                             MOVE WS-COMPANY-CD TO WS-BATCH-COMP-CD
                             PERFORM R2285-RESOLVE-COMPANY-ONLY
                             PERFORM R2305-ASSIGN-CHECK-NO
                             PERFORM R2310-WRITE-CHECK
                             PERFORM R2330-WRITE-CHECK-AUDIT
                             PERFORM R2370-WRITE-AUDIT-EARNINGS
                          ELSE

      * THE DEPOSIT GOES IN THIS EMPLOYEE'S COMPANY'S BATCH - ON A
      * CHANGE OF COMPANY THE OPEN BATCH CLOSES AND THE NEXT ONE
      * OPENS UNDER THE NEW COMPANY'S NACHA IDENTITY
                             MOVE WS-COMPANY-CD TO WS-BATCH-COMP-CD
                             PERFORM R2290-ENSURE-COMPANY-BATCH

      * ADD THIS EMPLOYEE'S DEPOSIT(S) TO THE NACHA ACH FILE, AND
      * WRITE A DURABLE AUDIT RECORD FOR EACH ONE
                             PERFORM R2300-WRITE-ACH-ENTRY
                             PERFORM R2320-WRITE-AUDIT-REC
                             PERFORM R2370-WRITE-AUDIT-EARNINGS

                             IF WS-SPLIT-PCT > 0
                                PERFORM R2350-WRITE-ACH-SPLIT-ENTRY
                                PERFORM R2360-WRITE-AUDIT-SPLIT-REC
                             END-IF
                          END-IF
                       END-IF

      * ADD THIS EMPLOYEE'S LINE TO THE PAYROLL REGISTER REPORT
                       PERFORM R2400-WRITE-RPT-DETAIL

      * AND ON A TRIAL RUN, MEASURE IT AGAINST THEIR LAST CYCLE
                       IF WS-MODE-TRIAL
                          PERFORM R6100-COMPARE-PRIOR-CYCLE
                       END-IF

      * ROLL THIS EMPLOYEE'S PAY INTO THEIR YEAR-TO-DATE MASTER (A
      * TRIAL RUN ONLY ROLLS IT IN STORAGE, FOR THE STUB)
                       PERFORM R2600-UPDATE-YTD

      * ACCRUE AND DRAW DOWN THE LEAVE BALANCES - BEFORE THE STUB,
      * WHICH PRINTS THE BALANCES AS OF THIS PERIOD. A FINAL-PAY
      * RUN ALREADY DID IT IN R2050, AHEAD OF PRICING THE PAYOUT
                       IF WS-LEAVEFILE-ACTIVE AND NOT WS-MODE-OFFCYCLE
                                              AND NOT WS-MODE-FINAL
                          PERFORM R2620-UPDATE-LEAVE
                       END-IF

      * PRINT THIS EMPLOYEE'S EARNINGS STATEMENT PAGE - AFTER THE YTD
      * UPDATE, SO THE YTD FIGURES ON THE STUB INCLUDE THIS PERIOD
                       PERFORM R2700-WRITE-PAY-STUB

      * DROP A CHECKPOINT EVERY WS-CKPT-INTERVAL RECORDS SO A RERUN
      * AFTER AN ABEND DOESN'T HAVE TO REPROCESS THE WHOLE FILE
                       ADD 1 TO WS-CKPT-CUR-CNT
                       DIVIDE WS-CKPT-CUR-CNT BY WS-CKPT-INTERVAL
                          GIVING WS-CKPT-DIV REMAINDER WS-CKPT-REM
                       IF WS-CKPT-REM = 0 AND NOT WS-MODE-TRIAL
                          PERFORM R2650-WRITE-CHECKPOINT
                       END-IF

                       DISPLAY WS-BREAKPT

                       DISPLAY ' '

      * NEXT ENTRY
                       PERFORM R1100-READ-REC-ENTRY
                    END-IF
                 END-IF
              END-IF
           END-IF.
      * ---
      * SPLIT THE PAY PERIOD INTO ITS ACTUAL WORK-WEEK(S) BASED ON
      * WS-PAY-FREQ-SW AND ADD EACH WORK-WEEK'S GROSS PAY (WITH ITS
      * OWN 40-HOUR OVERTIME TEST) INTO THE PERIOD'S GROSS-PAY.
      * EVERY AMOUNT GOES IN THROUGH R2057-ADD-PAY-EARNINGS, WHICH
      * ALSO BUILDS THE PAYCHECK'S BREAKDOWN BY EARNINGS CODE
        R2050-COMPUTE-GROSS-PAY.
      * ---
           MOVE ZEROS TO GROSS-PAY.
           MOVE ZEROS TO WS-OVERTIME-PAY.
           MOVE ZEROS TO WS-PE-CNT.
           MOVE ZEROS TO WS-PE-TOT-HOURS.
           MOVE ZEROS TO WS-WK-GROSS-AMT(1) WS-WK-GROSS-AMT(2).
           MOVE WS-TC-HOUR-WK   TO WS-WK-HOURS(1).
           MOVE WS-TC-HOUR-WK-2 TO WS-WK-HOURS(2).
           IF WS-TC-DEPT = SPACES
              MOVE '(NONE)'   TO WS-PE-BASE-DEPT
           ELSE
              MOVE WS-TC-DEPT TO WS-PE-BASE-DEPT
           END-IF.

           EVALUATE TRUE
              WHEN WS-FREQ-BIWEEKLY

      * AN OFF-CYCLE RUN'S GROSS IS THE TRANSACTION AMOUNT ITSELF
      * (ONE-TIME PAYMENT OR COMPUTED RETRO GROSS) - NO HOURS, NO
      * OVERTIME TEST - UNDER ITS EARNINGS TYPE. A SALARIED EMPLOYEE
      * IS PAID THE PER-PERIOD SALARY FROM THE RATE RECORD - NO
      * 40-HOUR OVERTIME TEST. HOURLY EMPLOYEES KEEP THE PER-WORK-
      * WEEK LOGIC UNCHANGED. ON A FINAL-PAY RUN A SALARIED
      * EMPLOYEE IS PAID ONLY THE LAST HOURS ON THE REQUEST, AT
      * THE SALARY'S HOURLY EQUIVALENT
           EVALUATE TRUE
              WHEN WS-MODE-OFFCYCLE
                 MOVE 1 TO WS-NUM-WORK-WEEKS
                 MOVE WS-OT-EARN-TYPE TO WS-PE-CUR-CD
                 IF WS-MODE-ADJUSTMENT
                    MOVE 'RETRO PAY ADJ'  TO WS-PE-CUR-DESC
                 ELSE
                    MOVE 'SUPPLEMENTAL'   TO WS-PE-CUR-DESC
                 END-IF
                 MOVE WS-PE-BASE-DEPT TO WS-PE-CUR-DEPT
                 MOVE ZEROS           TO WS-PE-CUR-HOURS
                 MOVE WS-OT-AMOUNT    TO WS-PE-CUR-AMT
                 MOVE 'N'             TO WS-PE-CUR-NOHRS-SW
                 PERFORM R2057-ADD-PAY-EARNINGS
                 MOVE WS-OT-AMOUNT TO WS-WK-GROSS-AMT(1)
                 DISPLAY '> OFF-CYCLE PAYMENT ('
                    WS-OT-EARN-TYPE '): ' WS-OT-AMOUNT
              WHEN WS-MODE-FINAL AND WS-PAY-SALARIED
                 PERFORM R2066-SET-PAYOUT-RATE
                 PERFORM R2062-COMPUTE-FINAL-SAL-WEEK
                    VARYING WS-WK-IDX FROM 1 BY 1
                    UNTIL WS-WK-IDX > WS-NUM-WORK-WEEKS
              WHEN WS-PAY-SALARIED
                 PERFORM R2055-COMPUTE-SALARY-GROSS
              WHEN OTHER
      * VACATION/SICK HOURS TAKEN PAY AT THE STRAIGHT HOURLY RATE
      * ON TOP OF THE WORKED HOURS - THEY NEVER ENTER THE OVERTIME
      * TEST. A SALARIED EMPLOYEE'S SALARY ALREADY COVERS THE
      * PERIOD, SO LEAVE ONLY DRAWS THE BALANCE DOWN (ITS HOURS
      * STILL SHOW UNDER THEIR CODES, AT NO AMOUNT); AN OFF-CYCLE
      * RUN CARRIES NO TIMECARD AND SO NO LEAVE HOURS
           MOVE ZEROS TO WS-LEAVE-PAY.
           IF NOT WS-MODE-OFFCYCLE
              AND (WS-TC-VAC-HOURS > 0 OR WS-TC-SICK-HOURS > 0)
              MOVE WS-PE-BASE-DEPT TO WS-PE-CUR-DEPT
              MOVE 'N'             TO WS-PE-CUR-NOHRS-SW
              MOVE 'VAC '          TO WS-PE-CUR-CD
              MOVE 'VACATION'      TO WS-PE-CUR-DESC
              MOVE WS-TC-VAC-HOURS TO WS-PE-CUR-HOURS
              MOVE ZEROS           TO WS-PE-CUR-AMT
              IF NOT WS-PAY-SALARIED
                 COMPUTE WS-PE-CUR-AMT =
                         WS-TC-VAC-HOURS * WS-HRLY-RATE
              END-IF
              ADD WS-PE-CUR-AMT TO WS-LEAVE-PAY
              PERFORM R2057-ADD-PAY-EARNINGS
              MOVE 'SICK'           TO WS-PE-CUR-CD
              MOVE 'SICK'           TO WS-PE-CUR-DESC
              MOVE WS-TC-SICK-HOURS TO WS-PE-CUR-HOURS
              MOVE ZEROS            TO WS-PE-CUR-AMT
              IF NOT WS-PAY-SALARIED
                 COMPUTE WS-PE-CUR-AMT =
                         WS-TC-SICK-HOURS * WS-HRLY-RATE
              END-IF
              ADD WS-PE-CUR-AMT TO WS-LEAVE-PAY
              PERFORM R2057-ADD-PAY-EARNINGS
              ADD WS-LEAVE-PAY TO WS-WK-GROSS-AMT(1)
              IF NOT WS-PAY-SALARIED
                 DISPLAY '> LEAVE HOURS PAID: ' WS-LEAVE-PAY
              END-IF
           END-IF.

      * THE TIMECARD'S EARNINGS-CODE LINES, EACH PRICED ON ITS OWN
      * CODE - A SALARIED EMPLOYEE'S AT THE SALARY'S HOURLY
      * EQUIVALENT. NONE ON AN OFF-CYCLE OR FINAL-PAY RUN
           IF WS-CE-CNT > 0
              PERFORM R2066-SET-PAYOUT-RATE
              MOVE WS-FP-RATE TO WS-CE-RATE
              PERFORM R2058-PRICE-EARN-LINE
                 VARYING WS-CE-IDX FROM 1 BY 1
                 UNTIL WS-CE-IDX > WS-CE-CNT
           END-IF.

      * THE FINAL PAYCHECK'S LEAVE PAYOUT GOES ON TOP OF THE LAST
      * HOURS AS ITS OWN EARNINGS LINES
           MOVE ZEROS TO WS-FP-VAC-HRS WS-FP-SICK-HRS
                         WS-FP-FORFEIT-HRS
                         WS-FP-VAC-PAY WS-FP-SICK-PAY.
           IF WS-MODE-FINAL
              PERFORM R2065-COMPUTE-LEAVE-PAYOUT
           END-IF.

           IF WS-OVERTIME-PAY > 0
           END-IF.
      * ---
      * THE SALARY IS SPREAD EVENLY ACROSS THE PERIOD'S WORK-WEEKS
      * (ANY ODD CENT GOES TO WEEK 1), THE SAME PER-WEEK PICTURE AN
      * HOURLY EMPLOYEE'S TIMECARD GIVES. IT EARNS UNDER SAL WITH
      * THE BASE CARD'S HOURS, IF ONE CAME IN
        R2055-COMPUTE-SALARY-GROSS.
      * ---
           MOVE 'SAL '          TO WS-PE-CUR-CD.
           MOVE 'SALARY'        TO WS-PE-CUR-DESC.
           MOVE WS-PE-BASE-DEPT TO WS-PE-CUR-DEPT.
           MOVE WS-WK-HOURS(1)  TO WS-PE-CUR-HOURS.
           IF WS-NUM-WORK-WEEKS = 2
              ADD WS-WK-HOURS(2) TO WS-PE-CUR-HOURS
           END-IF.
           MOVE WS-SALARY-AMT   TO WS-PE-CUR-AMT.
           MOVE 'N'             TO WS-PE-CUR-NOHRS-SW.
           PERFORM R2057-ADD-PAY-EARNINGS.

           IF WS-NUM-WORK-WEEKS = 2
              COMPUTE WS-WK-GROSS-AMT(2) = WS-SALARY-AMT / 2

           DISPLAY '> SALARIED - PER-PERIOD SALARY: ' WS-SALARY-AMT.
      * ---
      * ONE WORK-WEEK'S BASE HOURS. THE EARNINGS-CODE HOURS WHOSE
      * CODE COUNTS TOWARD OVERTIME ADD INTO THE 40-HOUR TEST. THE
      * OVERTIME COMES OFF THE BASE HOURS FIRST (REG, THEN OT AT
      * THE OVERTIME RATE); ANY LEFT OVER FALLS ON THE CODE HOURS,
      * WHICH ARE ALREADY PAID STRAIGHT TIME UNDER THEIR OWN CODE
      * AND SO ONLY EARN THE OVERTIME PREMIUM (OTP) ON TOP
        R2060-COMPUTE-WEEK-GROSS.
      * ---
           MOVE ZEROS TO WS-WK-GROSS.
           MOVE WS-PE-BASE-DEPT TO WS-PE-CUR-DEPT.
           MOVE 'N' TO WS-PE-CUR-NOHRS-SW.
           COMPUTE WS-WK-TOT-HOURS = WS-WK-HOURS(WS-WK-IDX)
                                   + WS-WK-OT-CODE-HRS(WS-WK-IDX).

           IF WS-WK-TOT-HOURS > 40
              DISPLAY '> WORK-WEEK ' WS-WK-IDX ' HIT FULL TIME, '
                 'CALC OVERTIME'

              COMPUTE WS-OVERTIME-HOURS = WS-WK-TOT-HOURS - 40

              DISPLAY 'OVERTIME HOURS: ' WS-OVERTIME-HOURS

              IF WS-OVERTIME-HOURS > WS-WK-HOURS(WS-WK-IDX)
                 MOVE WS-WK-HOURS(WS-WK-IDX) TO WS-WK-BASE-OT-HRS
              ELSE
                 MOVE WS-OVERTIME-HOURS      TO WS-WK-BASE-OT-HRS
              END-IF
              COMPUTE WS-WK-PREM-HRS =
                      WS-OVERTIME-HOURS - WS-WK-BASE-OT-HRS
              COMPUTE WS-WK-REG-HRS =
                      WS-WK-HOURS(WS-WK-IDX) - WS-WK-BASE-OT-HRS

              MOVE 'REG '        TO WS-PE-CUR-CD
              MOVE 'REGULAR'     TO WS-PE-CUR-DESC
              MOVE WS-WK-REG-HRS TO WS-PE-CUR-HOURS
              COMPUTE WS-PE-CUR-AMT = WS-WK-REG-HRS * WS-HRLY-RATE
              ADD WS-PE-CUR-AMT TO WS-WK-GROSS
              PERFORM R2057-ADD-PAY-EARNINGS

              COMPUTE WS-WK-OT-PAY = WS-WK-BASE-OT-HRS *
                                     WS-OVERTIME-RATE
              MOVE 'OT  '            TO WS-PE-CUR-CD
              MOVE 'OVERTIME'        TO WS-PE-CUR-DESC
              MOVE WS-WK-BASE-OT-HRS TO WS-PE-CUR-HOURS
              MOVE WS-WK-OT-PAY      TO WS-PE-CUR-AMT
              PERFORM R2057-ADD-PAY-EARNINGS

              IF WS-WK-PREM-HRS > 0
                 AND WS-OVERTIME-RATE > WS-HRLY-RATE
                 MOVE 'OTP '         TO WS-PE-CUR-CD
                 MOVE 'OT PREMIUM'   TO WS-PE-CUR-DESC
                 MOVE WS-WK-PREM-HRS TO WS-PE-CUR-HOURS
                 COMPUTE WS-PE-CUR-AMT = WS-WK-PREM-HRS *
                         (WS-OVERTIME-RATE - WS-HRLY-RATE)
                 MOVE 'Y' TO WS-PE-CUR-NOHRS-SW
                 PERFORM R2057-ADD-PAY-EARNINGS
                 MOVE 'N' TO WS-PE-CUR-NOHRS-SW
                 ADD WS-PE-CUR-AMT TO WS-WK-OT-PAY
              END-IF

              ADD WS-WK-OT-PAY TO WS-WK-GROSS
              ADD WS-WK-OT-PAY TO WS-OVERTIME-PAY
           ELSE
              DISPLAY '> WORK-WEEK ' WS-WK-IDX ' SUB 40 HOURS, '
                 'NO OVERTIME'
              MOVE 'REG '        TO WS-PE-CUR-CD
              MOVE 'REGULAR'     TO WS-PE-CUR-DESC
              MOVE WS-WK-HOURS(WS-WK-IDX) TO WS-PE-CUR-HOURS
              COMPUTE WS-WK-GROSS =
                      WS-WK-HOURS(WS-WK-IDX) * WS-HRLY-RATE
              MOVE WS-WK-GROSS   TO WS-PE-CUR-AMT
              PERFORM R2057-ADD-PAY-EARNINGS
           END-IF.

           ADD WS-WK-GROSS TO WS-WK-GROSS-AMT(WS-WK-IDX).
      * ---
      * A SALARIED EMPLOYEE'S LAST HOURS FOR ONE WORK-WEEK - STRAIGHT
      * TIME AT THE SALARY'S HOURLY EQUIVALENT, NO OVERTIME TEST
        R2062-COMPUTE-FINAL-SAL-WEEK.
      * ---
           COMPUTE WS-WK-GROSS ROUNDED =
                   WS-WK-HOURS(WS-WK-IDX) * WS-FP-RATE.

           MOVE 'REG '          TO WS-PE-CUR-CD.
           MOVE 'REGULAR'       TO WS-PE-CUR-DESC.
           MOVE WS-PE-BASE-DEPT TO WS-PE-CUR-DEPT.
           MOVE WS-WK-HOURS(WS-WK-IDX) TO WS-PE-CUR-HOURS.
           MOVE WS-WK-GROSS     TO WS-PE-CUR-AMT.
           MOVE 'N'             TO WS-PE-CUR-NOHRS-SW.
           PERFORM R2057-ADD-PAY-EARNINGS.
           ADD WS-WK-GROSS TO WS-WK-GROSS-AMT(WS-WK-IDX).
      * ---
      * ONE OF THE TIMECARD'S EARNINGS-CODE LINES - ITS HOURS AT THE
      * RATE TIMES THE CODE'S MULTIPLIER, PLUS THE CODE'S FLAT ADD-
      * ON PER HOUR OR ONCE FOR THE LINE. R1150 HAS ALREADY TURNED
      * AWAY A LINE WITH AN UNKNOWN CODE OR A BAD WORK-WEEK
        R2058-PRICE-EARN-LINE.
      * ---
           MOVE WS-CE-EC-HIT(WS-CE-IDX) TO WS-EC-IDX.
           IF WS-EC-TBL-BASIS(WS-EC-IDX) = 'L'
              COMPUTE WS-PE-CUR-AMT ROUNDED =
                      WS-CE-HOURS(WS-CE-IDX) * WS-CE-RATE
                      * WS-EC-TBL-MULT(WS-EC-IDX)
                      + WS-EC-TBL-ADD(WS-EC-IDX)
           ELSE
              COMPUTE WS-PE-CUR-AMT ROUNDED =
                      WS-CE-HOURS(WS-CE-IDX)
                      * (WS-CE-RATE * WS-EC-TBL-MULT(WS-EC-IDX)
                         + WS-EC-TBL-ADD(WS-EC-IDX))
           END-IF.

           MOVE WS-CE-CD(WS-CE-IDX)    TO WS-PE-CUR-CD.
           MOVE SPACES                 TO WS-PE-CUR-DESC.
           MOVE WS-CE-DEPT(WS-CE-IDX)  TO WS-PE-CUR-DEPT.
           MOVE WS-CE-HOURS(WS-CE-IDX) TO WS-PE-CUR-HOURS.
           MOVE 'N'                    TO WS-PE-CUR-NOHRS-SW.
           PERFORM R2057-ADD-PAY-EARNINGS.

           MOVE WS-CE-WEEK(WS-CE-IDX) TO WS-WK-IDX.
           ADD WS-PE-CUR-AMT TO WS-WK-GROSS-AMT(WS-WK-IDX).

           DISPLAY '> EARNINGS ' WS-PE-CUR-CD ' WEEK ' WS-WK-IDX
              ' DEPT ' WS-PE-CUR-DEPT ': ' WS-PE-CUR-HOURS ' HRS '
              WS-PE-CUR-AMT.
      * ---
      * ADD ONE EARNINGS LINE TO THE PAYCHECK - INTO GROSS-PAY, AND
      * INTO THE BREAKDOWN UNDER ITS CODE AND DEPARTMENT (A SECOND
      * LINE FOR THE SAME CODE AND DEPARTMENT - WEEK 2, SAY - ADDS
      * INTO THE FIRST). THE EARNINGS CODE TABLE NAMES THE LINE AND
      * ITS GL WAGE ACCOUNT WHEN IT HAS THE CODE; OTHERWISE THE
      * CALLER'S DESCRIPTION AND THE GENERAL WAGE ACCOUNT
        R2057-ADD-PAY-EARNINGS.
      * ---
           IF WS-PE-CUR-AMT > 0 OR WS-PE-CUR-HOURS > 0
              ADD WS-PE-CUR-AMT TO GROSS-PAY
              IF WS-PE-CUR-NOHRS-SW NOT = 'Y'
                 ADD WS-PE-CUR-HOURS TO WS-PE-TOT-HOURS
              END-IF
              MOVE 'N' TO WS-PE-FOUND-SW
              PERFORM R2059-MATCH-PAY-EARNINGS
                 VARYING WS-PE-IDX FROM 1 BY 1
                 UNTIL WS-PE-IDX > WS-PE-CNT
                    OR WS-PE-FOUND
              IF NOT WS-PE-FOUND
                 IF WS-PE-CNT < WS-PE-MAX
                    ADD 1 TO WS-PE-CNT
                    MOVE WS-PE-CUR-CD    TO WS-PE-CD(WS-PE-CNT)
                    MOVE WS-PE-CUR-DEPT  TO WS-PE-DEPT(WS-PE-CNT)
                    MOVE WS-PE-CUR-HOURS TO WS-PE-HOURS(WS-PE-CNT)
                    MOVE WS-PE-CUR-AMT   TO WS-PE-AMT(WS-PE-CNT)
                    MOVE WS-PE-CUR-NOHRS-SW
                       TO WS-PE-NOHRS-SW(WS-PE-CNT)
                    PERFORM R2056-FIND-EARN-CODE
                    EVALUATE TRUE
                       WHEN WS-EC-HIT > 0
                        AND WS-EC-TBL-DESC(WS-EC-HIT) NOT = SPACES
                          MOVE WS-EC-TBL-DESC(WS-EC-HIT)
                             TO WS-PE-DESC(WS-PE-CNT)
                       WHEN WS-PE-CUR-DESC NOT = SPACES
                          MOVE WS-PE-CUR-DESC TO WS-PE-DESC(WS-PE-CNT)
                       WHEN OTHER
                          MOVE WS-PE-CUR-CD   TO WS-PE-DESC(WS-PE-CNT)
                    END-EVALUATE
                    IF WS-EC-HIT > 0
                       MOVE WS-EC-TBL-GL-ACCT(WS-EC-HIT)
                          TO WS-PE-GL-ACCT(WS-PE-CNT)
                    ELSE
                       MOVE 'GL501000' TO WS-PE-GL-ACCT(WS-PE-CNT)
                    END-IF
                 ELSE
                    ADD WS-PE-CUR-AMT TO WS-PE-AMT(WS-PE-MAX)
                    DISPLAY 'PAYCHECK EARNINGS TABLE FULL - '
                       WS-PE-CUR-CD ' ADDED TO LAST LINE FOR EMP ID '
                       WS-EMP-ID
                 END-IF
              END-IF
           END-IF.
      * ---
        R2059-MATCH-PAY-EARNINGS.
      * ---
           IF WS-PE-CD(WS-PE-IDX)   = WS-PE-CUR-CD
              AND WS-PE-DEPT(WS-PE-IDX) = WS-PE-CUR-DEPT
              MOVE 'Y' TO WS-PE-FOUND-SW
              ADD WS-PE-CUR-HOURS TO WS-PE-HOURS(WS-PE-IDX)
              ADD WS-PE-CUR-AMT   TO WS-PE-AMT(WS-PE-IDX)
           END-IF.
      * ---
      * FIND WS-PE-CUR-CD ON THE EARNINGS CODE TABLE - WS-EC-HIT IS
      * ITS ENTRY, ZERO WHEN THE CODE IS NOT ON THE TABLE
        R2056-FIND-EARN-CODE.
      * ---
           MOVE ZEROS TO WS-EC-HIT.
           PERFORM R2054-MATCH-EARN-CODE
              VARYING WS-EC-IDX FROM 1 BY 1
              UNTIL WS-EC-IDX > WS-EC-CNT
                 OR WS-EC-HIT > 0.
      * ---
        R2054-MATCH-EARN-CODE.
      * ---
           IF WS-EC-TBL-CD(WS-EC-IDX) = WS-PE-CUR-CD
              MOVE WS-EC-IDX TO WS-EC-HIT
           END-IF.
      * ---
      * THE FINAL PAYCHECK'S LEAVE PAYOUT. R2620 RUNS HERE, AHEAD OF
      * THE STUB, SO THE LAST HOURS ACCRUE FIRST AND THE BALANCE
      * PAID OUT INCLUDES THEM; IT THEN ZEROES BOTH BALANCES AND
      * LEAVES THE PAYOUT ENTRY ON THE LEAVE MASTER. THE VACATION
      * HOURS - AND THE SICK HOURS WHEN THE COMPANY PAYS SICK OUT -
      * ARE PRICED AT THE EMPLOYEE'S RATE AND ADDED TO GROSS AS
      * THEIR OWN EARNINGS (VACP, SCKP), OUTSIDE THE OVERTIME TEST
      * LIKE LEAVE TAKEN. THE COMPANY IS RESOLVED FOR ITS SICK
      * SETTING ONLY - NO BATCH STATE IS TOUCHED
        R2065-COMPUTE-LEAVE-PAYOUT.
      * ---
           MOVE WS-COMPANY-CD TO WS-BATCH-COMP-CD.
           PERFORM R2285-RESOLVE-COMPANY-ONLY.
           PERFORM R2066-SET-PAYOUT-RATE.
           PERFORM R2620-UPDATE-LEAVE.

           COMPUTE WS-FP-VAC-PAY ROUNDED =
                   WS-FP-VAC-HRS * WS-FP-RATE.
           COMPUTE WS-FP-SICK-PAY ROUNDED =
                   WS-FP-SICK-HRS * WS-FP-RATE.

           MOVE WS-PE-BASE-DEPT TO WS-PE-CUR-DEPT.
           MOVE 'Y'             TO WS-PE-CUR-NOHRS-SW.
           MOVE 'VACP'          TO WS-PE-CUR-CD.
           MOVE 'VACATION PAYOUT' TO WS-PE-CUR-DESC.
           MOVE WS-FP-VAC-HRS   TO WS-PE-CUR-HOURS.
           MOVE WS-FP-VAC-PAY   TO WS-PE-CUR-AMT.
           PERFORM R2057-ADD-PAY-EARNINGS.
           ADD WS-FP-VAC-PAY  TO WS-WK-GROSS-AMT(1).
           MOVE 'SCKP'          TO WS-PE-CUR-CD.
           MOVE 'SICK PAYOUT'   TO WS-PE-CUR-DESC.
           MOVE WS-FP-SICK-HRS  TO WS-PE-CUR-HOURS.
           MOVE WS-FP-SICK-PAY  TO WS-PE-CUR-AMT.
           PERFORM R2057-ADD-PAY-EARNINGS.
           ADD WS-FP-SICK-PAY TO WS-WK-GROSS-AMT(1).
           MOVE 'N'             TO WS-PE-CUR-NOHRS-SW.

           DISPLAY '> VACATION PAYOUT: ' WS-FP-VAC-HRS ' HRS '
              WS-FP-VAC-PAY.
           IF WS-FP-SICK-HRS > 0
              DISPLAY '> SICK PAYOUT: ' WS-FP-SICK-HRS ' HRS '
                 WS-FP-SICK-PAY
           END-IF.
           IF WS-FP-FORFEIT-HRS > 0
              DISPLAY '> SICK FORFEITED: ' WS-FP-FORFEIT-HRS ' HRS'
           END-IF.
      * ---
      * THE RATE THE FINAL PAYCHECK PRICES HOURS AT - THE HOURLY
      * RATE, OR FOR A SALARIED EMPLOYEE THE ANNUALIZED SALARY OVER
      * THE STANDARD 2,080-HOUR YEAR
        R2066-SET-PAYOUT-RATE.
      * ---
           IF WS-PAY-SALARIED
              EVALUATE TRUE
                 WHEN WS-FREQ-BIWEEKLY
                    COMPUTE WS-FP-RATE ROUNDED = WS-SALARY-AMT
                            * WS-FED-PERIODS-BIWKLY / 2080
                 WHEN WS-FREQ-SEMIMONTHLY
                    COMPUTE WS-FP-RATE ROUNDED = WS-SALARY-AMT
                            * WS-FED-PERIODS-SEMIMO / 2080
                 WHEN OTHER
                    COMPUTE WS-FP-RATE ROUNDED = WS-SALARY-AMT
                            * WS-FED-PERIODS-WEEKLY / 2080
              END-EVALUATE
           ELSE
              MOVE WS-HRLY-RATE TO WS-FP-RATE
           END-IF.
      * ---
      * DECIDE WHETHER THE CURRENT EMPLOYEE IS PAYABLE THIS RUN.
      * ACTIVE (OR A RECORD FROM BEFORE THE STATUS FIELD EXISTED,
      * SKIPS. TERMINATED SKIPS UNLESS THIS IS THE FINAL PAY - THE
      * PAY DATE ON OR BEFORE THE TERMINATION DATE. A PAY DATE
      * BEFORE THE HIRE DATE ALSO SKIPS, SO A FUTURE-DATED HIRE
      * ENTERED EARLY DOES NOT GET PAID EARLY. ONCE A FINAL-PAY RUN
      * HAS PAID A TERMINATED EMPLOYEE OUT, THE REGULAR RUN SKIPS
      * THEM. ON A FINAL-PAY RUN THE TERMINATION REQUEST STANDS IN
      * FOR THE STATUS (THE MASTER MAY NOT SHOW THE TERMINATION
      * YET) AND ONLY A PAYOUT ALREADY MADE FOR THIS EMPLOYMENT
      * STOPS IT; AN EMPLOYEE WITH NO REQUEST IS LEFT PAYABLE FOR
      * R2000 TO PASS OVER QUIETLY
        R2028-CHECK-EMP-STATUS.
      * ---
           MOVE 'Y' TO WS-EMP-PAYABLE-SW.
           MOVE SPACES TO WS-RPT-SK-REASON.

           IF WS-MODE-FINAL AND NOT WS-TR-FOUND
              CONTINUE
           ELSE
              IF WS-MODE-FINAL
                 PERFORM R2029-CHECK-FINAL-PAID
                 IF WS-FINAL-PAID
                    MOVE 'N' TO WS-EMP-PAYABLE-SW
                    MOVE 'FINAL ALREADY PAID' TO WS-RPT-SK-REASON
                 ELSE
                    DISPLAY 'FINAL PAY FOR TERMINATED EMP ID: '
                       WS-EMP-ID ' TERMINATED ' WS-TR-TERM-DT
                 END-IF
              ELSE
                 EVALUATE TRUE
                    WHEN WS-EMP-ON-LEAVE
                       MOVE 'N' TO WS-EMP-PAYABLE-SW
                       MOVE 'LEAVE OF ABSENCE' TO WS-RPT-SK-REASON
                    WHEN WS-EMP-TERMINATED
                       IF WS-TERM-DT IS NUMERIC
                          AND WS-TERM-DT > 0
                          AND WS-PAY-DATE-8 <= WS-TERM-DT
                          PERFORM R2029-CHECK-FINAL-PAID
                          IF WS-FINAL-PAID
                             MOVE 'N' TO WS-EMP-PAYABLE-SW
                             MOVE 'FINAL PAY ISSUED'
                                TO WS-RPT-SK-REASON
                          ELSE
                             DISPLAY 'FINAL PAY FOR TERMINATED '
                                'EMP ID: ' WS-EMP-ID
                          END-IF
                       ELSE
                          MOVE 'N' TO WS-EMP-PAYABLE-SW
                          MOVE 'TERMINATED' TO WS-RPT-SK-REASON
                       END-IF
                    WHEN WS-EMP-ACTIVE
                       CONTINUE
                    WHEN OTHER
                       MOVE 'N' TO WS-EMP-PAYABLE-SW
                       MOVE 'UNKNOWN STATUS' TO WS-RPT-SK-REASON
                 END-EVALUATE
              END-IF

      * A RECORD FROM BEFORE THE DATE FIELDS EXISTED CARRIES SPACES
      * THERE - THE NUMERIC CLASS TEST KEEPS THOSE OUT OF THE
      * COMPARES
              IF WS-EMP-PAYABLE AND WS-HIRE-DT IS NUMERIC
                                AND WS-HIRE-DT > 0
                                AND WS-PAY-DATE-8 < WS-HIRE-DT
                 MOVE 'N' TO WS-EMP-PAYABLE-SW
                 MOVE 'NOT YET HIRED' TO WS-RPT-SK-REASON
              END-IF
           END-IF.
      * ---
      * HAS THIS EMPLOYEE'S FINAL PAYCHECK ALREADY BEEN CUT - THE
      * LEAVE MASTER CARRIES A PAYOUT DATE ON OR AFTER THE CURRENT
      * HIRE DATE (AN EARLIER ONE BELONGS TO A PRIOR EMPLOYMENT
      * BEFORE A REHIRE). WITHOUT THE LEAVE MASTER THERE IS NO WAY
      * TO TELL, AND THE ANSWER IS NO
        R2029-CHECK-FINAL-PAID.
      * ---
           MOVE 'N' TO WS-FINAL-PAID-SW.

           IF WS-LEAVEFILE-ACTIVE
              MOVE WS-EMP-ID TO FIL-LEAVE-KEY
              READ FILE-LEAVE INTO LEAVE-COPYBOOK-RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF LV-PAYOUT-DT IS NUMERIC
                       AND LV-PAYOUT-DT > 0
                       IF WS-HIRE-DT IS NOT NUMERIC
                          OR LV-PAYOUT-DT >= WS-HIRE-DT
                          MOVE 'Y' TO WS-FINAL-PAID-SW
                       END-IF
                    END-IF
              END-READ
           END-IF.
      * ---
        R2030-WRITE-SKIP-LINE.
           DISPLAY 'SKIPPED EMP ID: ' WS-EMP-ID ' - '
              WS-RPT-SK-REASON.
      * ---
      * READ THE CURRENT EMPLOYEE'S TIMECARDS OFF THE RUN WORK FILE
      * BY EMP ID. NONE LEAVES THE HOURS AT ZERO AND WS-TC-NOT-FOUND
      * SET SO R1150 ROUTES THE EMPLOYEE TO THE EXCEPTION REPORT
      * UNPAID. THE BASE CARDS KEY AHEAD OF THE EARNINGS-CODE LINES,
      * SO THE FIRST BASE CARD IS IN HAND BEFORE ANY LINE WITH NO
      * DEPARTMENT NEEDS TO TAKE ITS DEPARTMENT. CODE LINES ALONE
      * (NO BASE CARD) STILL COUNT AS A TIMECARD
        R2025-LOOKUP-TIMECARD.
      * ---
           MOVE 'N'    TO WS-TC-FOUND-SW.
           MOVE ZEROS  TO WS-TC-VAC-HOURS.
           MOVE ZEROS  TO WS-TC-SICK-HOURS.

           MOVE ZEROS TO WS-CE-CNT.
           MOVE 'N'   TO WS-CE-OVERFLOW-SW.
           MOVE ZEROS TO WS-WK-CODE-HRS(1) WS-WK-CODE-HRS(2).
           MOVE ZEROS TO WS-WK-OT-CODE-HRS(1) WS-WK-OT-CODE-HRS(2).

           MOVE SPACES    TO RUNWK-COPYBOOK-RECORD.
           MOVE 'T'       TO RWK-REC-TYPE.
           MOVE WS-EMP-ID TO RWK-TC-EMP-ID.
           MOVE LOW-VALUES TO RWK-TC-KIND.
           MOVE RWK-KEY   TO FIL-RUNWK-KEY.
           MOVE 'N' TO WS-EOF-RUNWK.
           START FILE-RUNWK KEY NOT LESS THAN FIL-RUNWK-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF-RUNWK
           END-START.
           PERFORM R2026-MATCH-TIMECARD-ENTRY
              UNTIL WS-EOF-RUNWK = 'Y'.

           IF WS-CE-CNT > 0
              MOVE 'Y' TO WS-TC-FOUND-SW
           END-IF.
           IF WS-CE-CNT > WS-CE-PEAK
              MOVE WS-CE-CNT TO WS-CE-PEAK
           END-IF.
      * ---
      * A SECOND BASE CARD FOR THE SAME EMPLOYEE IS PASSED OVER -
      * THE FIRST ONE ON THE FILE IS THE ONE PAID
        R2026-MATCH-TIMECARD-ENTRY.
      * ---
           READ FILE-RUNWK NEXT RECORD INTO RUNWK-COPYBOOK-RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-RUNWK
              NOT AT END
                 IF NOT RWK-IS-TIMECARD
                    OR RWK-TC-EMP-ID NOT = WS-EMP-ID
                    MOVE 'Y' TO WS-EOF-RUNWK
                 ELSE
                    IF RWK-TC-EARN-LINE
                       PERFORM R2036-MATCH-TC-EARN-LINE
                    ELSE
                       IF NOT WS-TC-FOUND
                          MOVE 'Y'            TO WS-TC-FOUND-SW
                          MOVE RWK-TC-HOURS-1 TO WS-TC-HOUR-WK
                          MOVE RWK-TC-HOURS-2 TO WS-TC-HOUR-WK-2
                          MOVE RWK-TC-DEPT    TO WS-TC-DEPT
                          MOVE RWK-TC-VAC     TO WS-TC-VAC-HOURS
                          MOVE RWK-TC-SICK    TO WS-TC-SICK-HOURS
                       END-IF
                    END-IF
                 END-IF
           END-READ.
      * ---
      * ONE OF THE CURRENT EMPLOYEE'S EARNINGS-CODE LINES - TABLED
      * WITH ITS EARNINGS CODE ENTRY, AND ITS HOURS ADDED INTO ITS
      * WORK-WEEK (A LINE FOR NEITHER WEEK IS LEFT FOR R1150)
        R2036-MATCH-TC-EARN-LINE.
      * ---
           IF WS-CE-CNT < WS-CE-MAX
              ADD 1 TO WS-CE-CNT
              MOVE RWK-TC-EARN-CD    TO WS-CE-CD(WS-CE-CNT)
              MOVE RWK-TC-EARN-WEEK  TO WS-CE-WEEK(WS-CE-CNT)
              MOVE RWK-TC-EARN-HOURS TO WS-CE-HOURS(WS-CE-CNT)
              EVALUATE TRUE
                 WHEN RWK-TC-DEPT NOT = SPACES
                    MOVE RWK-TC-DEPT TO WS-CE-DEPT(WS-CE-CNT)
                 WHEN WS-TC-DEPT NOT = SPACES
                    MOVE WS-TC-DEPT TO WS-CE-DEPT(WS-CE-CNT)
                 WHEN OTHER
                    MOVE '(NONE)' TO WS-CE-DEPT(WS-CE-CNT)
              END-EVALUATE
              MOVE RWK-TC-EARN-CD TO WS-PE-CUR-CD
              PERFORM R2056-FIND-EARN-CODE
              MOVE WS-EC-HIT TO WS-CE-EC-HIT(WS-CE-CNT)
              IF WS-CE-WEEK(WS-CE-CNT) = 1 OR 2
                 MOVE WS-CE-WEEK(WS-CE-CNT) TO WS-WK-IDX
                 ADD WS-CE-HOURS(WS-CE-CNT)
                    TO WS-WK-CODE-HRS(WS-WK-IDX)
                 IF WS-EC-HIT > 0
                    AND WS-EC-TBL-OT-SW(WS-EC-HIT) = 'Y'
                    ADD WS-CE-HOURS(WS-CE-CNT)
                       TO WS-WK-OT-CODE-HRS(WS-WK-IDX)
                 END-IF
              END-IF
           ELSE
              MOVE 'Y' TO WS-CE-OVERFLOW-SW
           END-IF.
      * ---
      * READ THE CURRENT EMPLOYEE'S ONE-TIME PAYMENT OFF THE RUN
      * WORK FILE - THE LOAD ALREADY KEPT ONLY THE FIRST ONE
        R2027-LOOKUP-ONETIME.
      * ---
           MOVE 'N'    TO WS-OT-FOUND-SW.
           MOVE ZEROS  TO WS-OT-AMOUNT.
           MOVE SPACES TO WS-OT-EARN-TYPE.

           MOVE SPACES    TO RUNWK-COPYBOOK-RECORD.
           MOVE 'O'       TO RWK-REC-TYPE.
           MOVE WS-EMP-ID TO RWK-OT-EMP-ID.
           MOVE RWK-KEY   TO FIL-RUNWK-KEY.
           READ FILE-RUNWK INTO RUNWK-COPYBOOK-RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y'           TO WS-OT-FOUND-SW
                 MOVE RWK-OT-AMOUNT TO WS-OT-AMOUNT
                 MOVE RWK-OT-TYPE   TO WS-OT-EARN-TYPE
           END-READ.
      * ---
      * MATCH THE CURRENT EMPLOYEE AGAINST THE TERMINATION REQUEST
      * TABLE - SAME FIRST-MATCH-WINS DISCIPLINE AS THE TIMECARD
      * LOOKUP
        R2032-LOOKUP-TERMREQ.
      * ---
           MOVE 'N'   TO WS-TR-FOUND-SW.
           MOVE ZEROS TO WS-TR-TERM-DT WS-TR-HOURS-1 WS-TR-HOURS-2
                         WS-TR-DEADLINE.

           PERFORM R2033-MATCH-TERMREQ-ENTRY
              VARYING WS-TR-IDX FROM 1 BY 1
              UNTIL WS-TR-IDX > WS-TR-CNT
                 OR WS-TR-FOUND.
      * ---
        R2033-MATCH-TERMREQ-ENTRY.
      * ---
           IF WS-TR-TBL-EMP-ID(WS-TR-IDX) = WS-EMP-ID
              MOVE 'Y' TO WS-TR-FOUND-SW
              MOVE WS-TR-TBL-TERM-DT(WS-TR-IDX)  TO WS-TR-TERM-DT
              MOVE WS-TR-TBL-HOURS-1(WS-TR-IDX)  TO WS-TR-HOURS-1
              MOVE WS-TR-TBL-HOURS-2(WS-TR-IDX)  TO WS-TR-HOURS-2
              MOVE WS-TR-TBL-DEADLINE(WS-TR-IDX) TO WS-TR-DEADLINE
           END-IF.
      * ---
      * WHILE A BANK CHANGE IS IN ITS COOLING-OFF PERIOD (THE PAY
      * DATE IS BEFORE ITS RELEASE DATE) THIS CYCLE'S DEPOSIT GOES
      * TO THE BANKING THAT WAS ON FILE BEFORE THE CHANGE - ONLY THE
      * RECORD IN STORAGE IS SWITCHED, THE MASTER KEEPS THE NEW
      * BANKING FOR WHEN THE HOLD ENDS. WITH NO OLD ACCOUNT TO FALL
      * BACK ON (A CHECK EMPLOYEE SIGNING UP, OR AN OLD ACCOUNT THE
      * BANK HAS SINCE RETURNED) THE EMPLOYEE IS PAID BY CHECK. AN
      * OLD SECOND ACCOUNT THAT CANNOT TAKE THE SPLIT LEAVES ALL OF
      * NET PAY ON THE OLD PRIMARY
        R2035-APPLY-BANK-HOLD.
      * ---
           MOVE WS-EMP-ID TO FIL-BKHOLD-KEY.
           MOVE 'Y' TO WS-BKHOLD-FOUND-SW.
           READ FILE-BKHOLD INTO BKHOLD-COPYBOOK-RECORD
              INVALID KEY
                 MOVE 'N' TO WS-BKHOLD-FOUND-SW
           END-READ.

           IF WS-BKHOLD-FOUND AND WS-PAY-DATE-8 < BKH-RELEASE-DT
              IF BKH-OLD-PAY-CHECK
                 OR BKH-OLD-ROUTE-ABA = ZEROS
                 OR BKH-OLD-ACCT-HELD
                 MOVE 'C' TO WS-PAY-METHOD-SW
                 ADD 1 TO WS-BKHOLD-CHK-CNT
                 DISPLAY 'BANK CHANGE ON HOLD UNTIL ' BKH-RELEASE-DT
                    ' - PAID BY CHECK'
              ELSE
                 MOVE BKH-OLD-ROUTE-NO     TO WS-ROUTE-NO
                 MOVE BKH-OLD-ACCT-TYPE    TO WS-ACCT-TYPE
                 MOVE BKH-OLD-ACCT-NO      TO WS-ACCT-NO
                 MOVE BKH-OLD-NEW-ACCT-SW  TO WS-NEW-ACCT-SW
                 MOVE BKH-OLD-ACCT-HOLD-SW TO WS-ACCT-HOLD-SW
                 IF BKH-OLD-SPLIT-PCT > 0
                    AND BKH-OLD-ROUTE-ABA-2 NOT = ZEROS
                    AND NOT BKH-OLD-ACCT-HELD-2
                    MOVE BKH-OLD-SPLIT-PCT      TO WS-SPLIT-PCT
                    MOVE BKH-OLD-ROUTE-NO-2     TO WS-ROUTE-NO-2
                    MOVE BKH-OLD-ACCT-TYPE-2    TO WS-ACCT-TYPE-2
                    MOVE BKH-OLD-ACCT-NO-2      TO WS-ACCT-NO-2
                    MOVE BKH-OLD-NEW-ACCT-SW-2  TO WS-NEW-ACCT-SW-2
                    MOVE BKH-OLD-ACCT-HOLD-SW-2 TO WS-ACCT-HOLD-SW-2
                 ELSE
                    MOVE ZEROS TO WS-SPLIT-PCT
                 END-IF
                 ADD 1 TO WS-BKHOLD-OLD-CNT
                 DISPLAY 'BANK CHANGE ON HOLD UNTIL ' BKH-RELEASE-DT
                    ' - PAID TO THE OLD BANKING'
              END-IF
           END-IF.
      * ---
      * A FINAL-PAY RUN'S HOURS COME OFF THE TERMINATION REQUEST IN
      * PLACE OF A TIMECARD - THE REQUEST COUNTS AS THE TIMECARD
      * FOR VALIDATION, WITH NO LEAVE HOURS TAKEN AND NO COST
      * CENTER. THEN THE STATE DEADLINE: WHEN THE EARLIEST ACH
      * SETTLEMENT DATE FALLS AFTER IT, A DIRECT-DEPOSIT EMPLOYEE
      * IS PAID BY PRINTED CHECK INSTEAD - SET BEFORE VALIDATION,
      * SO THE BANKING EDITS DO NOT APPLY, AND BEFORE THE SPLIT,
      * SO THE WHOLE NET GOES ON THE ONE CHECK
        R2034-SET-FINAL-HOURS.
      * ---
           MOVE 'Y'           TO WS-TC-FOUND-SW.
           MOVE WS-TR-HOURS-1 TO WS-TC-HOUR-WK.
           MOVE WS-TR-HOURS-2 TO WS-TC-HOUR-WK-2.
           MOVE SPACES        TO WS-TC-DEPT.
           MOVE ZEROS         TO WS-TC-VAC-HOURS.
           MOVE ZEROS         TO WS-TC-SICK-HOURS.
           MOVE ZEROS         TO WS-CE-CNT.
           MOVE 'N'           TO WS-CE-OVERFLOW-SW.
           MOVE ZEROS         TO WS-WK-CODE-HRS(1) WS-WK-CODE-HRS(2).
           MOVE ZEROS         TO WS-WK-OT-CODE-HRS(1)
                                 WS-WK-OT-CODE-HRS(2).

           IF NOT WS-PAY-CHECK
              AND WS-CAL-EFF-DATE > WS-TR-DEADLINE
              MOVE 'C' TO WS-PAY-METHOD-SW
              ADD 1 TO WS-FP-CHECK-CNT
              DISPLAY 'ACH SETTLEMENT ' WS-CAL-EFF-DATE
                 ' MISSES THE FINAL-PAY DEADLINE ' WS-TR-DEADLINE
                 ' - PAYING EMP ID ' WS-EMP-ID ' BY CHECK'
           END-IF.
      * ---
        R2100-LOOKUP-RATES.
                 MOVE ZEROS TO WS-FED-TAX
                 MOVE ZEROS TO WS-STATE-TAX
                 MOVE ZEROS TO WS-LOC-TAX
                 MOVE SPACES TO TAX-W4-FILING-STATUS
                                TAX-W4-MULT-JOBS-SW
                                TAX-W4-EXEMPT-SW
                 MOVE ZEROS TO TAX-W4-DEP-CREDIT
                               TAX-W4-OTHER-INCOME
                               TAX-W4-DEDUCTIONS
                               TAX-W4-EXTRA-WH
                               TAX-W4-EXEMPT-EXP-DT
              NOT INVALID KEY
                 MOVE 'Y' TO WS-TAXES-FOUND-SW
           END-READ.
              MOVE ZEROS TO WS-JURIS-SUTA-BASE
           END-IF.
      * ---
      * PRE-TAX DEDUCTIONS - 401K IS A PERCENT OF GROSS PAY, HEALTH
      * INSURANCE A FLAT AMOUNT ALREADY ON NAMESC. ZERO ON EITHER
      * MEANS THAT DEDUCTION ISN'T ELECTED. RUNS AHEAD OF THE TAX
      * PARAGRAPHS, SINCE THESE AMOUNTS COME OFF THE WAGE BASES
      * THE TAXES ARE FIGURED ON (SEE WS-PRETAX-CLASSES)
        R2240-COMPUTE-PRETAX-DEDUCTIONS.
      * ---
           MOVE ZEROS TO WS-401K-AMT.

      * A DEDUCT RECORD WITH A BAD 401K PERCENT ON FILE (OVER 100)
      * ONLY OVERSTATES THIS DEDUCTION, IT CAN'T DRIVE NET PAY
      * AN OFF-CYCLE RUN SKIPS THE VOLUNTARY ELECTIONS - A BONUS
      * OR RETRO PAYMENT IS NOT A PERIOD PAYCHECK. GARNISHMENT
      * ORDERS ARE COURT ORDERS, NOT ELECTIONS, AND STILL APPLY
      * IN R2250
           IF WS-MODE-OFFCYCLE
              MOVE ZEROS TO WS-401K-PCT
              MOVE ZEROS TO WS-HEALTH-INS-AMT
              DISPLAY '401K EMPLOYER MATCH: ' WS-401K-MATCH-AMT
           END-IF.

           PERFORM R2245-COMPUTE-WAGE-BASES.
      * ---
      * EACH TAX'S WAGE BASE - GROSS LESS THE PRE-TAX DEDUCTIONS ITS
      * CLASS SWITCHES SAY COME OFF IT
        R2245-COMPUTE-WAGE-BASES.
      * ---
           MOVE WS-PTX-401K-FED     TO WS-PTX-401K-SW.
           MOVE WS-PTX-HEALTH-FED   TO WS-PTX-HEALTH-SW.
           PERFORM R2247-NET-PRETAX-AMOUNTS.
           MOVE WS-PTX-WAGES        TO WS-FED-WAGES.

           MOVE WS-PTX-401K-STATE   TO WS-PTX-401K-SW.
           MOVE WS-PTX-HEALTH-STATE TO WS-PTX-HEALTH-SW.
           PERFORM R2247-NET-PRETAX-AMOUNTS.
           MOVE WS-PTX-WAGES        TO WS-STATE-WAGES.

           MOVE WS-PTX-401K-LOCAL   TO WS-PTX-401K-SW.
           MOVE WS-PTX-HEALTH-LOCAL TO WS-PTX-HEALTH-SW.
           PERFORM R2247-NET-PRETAX-AMOUNTS.
           MOVE WS-PTX-WAGES        TO WS-LOCAL-WAGES.

           MOVE WS-PTX-401K-FICA    TO WS-PTX-401K-SW.
           MOVE WS-PTX-HEALTH-FICA  TO WS-PTX-HEALTH-SW.
           PERFORM R2247-NET-PRETAX-AMOUNTS.
           MOVE WS-PTX-WAGES        TO WS-FICA-WAGES.

           DISPLAY 'FED/STATE TAXABLE WAGES: ' WS-FED-WAGES ' / '
              WS-STATE-WAGES.
           DISPLAY 'LOCAL/FICA TAXABLE WAGES: ' WS-LOCAL-WAGES ' / '
              WS-FICA-WAGES.
      * ---
        R2247-NET-PRETAX-AMOUNTS.
      * ---
           MOVE GROSS-PAY TO WS-PTX-WAGES.
           IF WS-PTX-401K-SW = 'Y'
              SUBTRACT WS-401K-AMT FROM WS-PTX-WAGES
           END-IF.
           IF WS-PTX-HEALTH-SW = 'Y'
              SUBTRACT WS-HEALTH-INS-AMT FROM WS-PTX-WAGES
           END-IF.
           IF WS-PTX-WAGES < 0
              MOVE ZEROS TO WS-PTX-WAGES
           END-IF.
      * ---
      * THE DEDUCTIONS FOR NET PAY - THE PRE-TAX 401K AND HEALTH
      * R2240 ALREADY SET, PLUS GARNISHMENT. GARNISHMENT IS AFTER
      * TAX, SO IT IS FIGURED HERE, BEHIND THE TAX PARAGRAPHS
        R2250-COMPUTE-DEDUCTIONS.
      * ---
           MOVE ZEROS TO WS-TOTAL-DEDUCT.

      * GARNISHMENT RUNS ITS OWN ORDER PASS - MULTIPLE ORDERS IN
      * PRIORITY ORDER AGAINST DISPOSABLE EARNINGS, OR THE FLAT
      * ELECTION AMOUNT WHEN NO ORDERS ARE ON FILE
              PERFORM R2261-LOAD-GARN-ORDER
                 UNTIL WS-EOF-GARN = 'Y'
           END-IF.
           IF WS-GO-CNT > WS-GO-PEAK
              MOVE WS-GO-CNT TO WS-GO-PEAK
           END-IF.

           IF WS-GO-CNT = 0
              MOVE WS-GARNISH-AMT TO WS-GARNISH-TOT
                          TO WS-GO-ARREARS(WS-GO-CNT)
                       MOVE GARN-AGENCY
                          TO WS-GO-AGENCY(WS-GO-CNT)
                       MOVE GARN-AGENCY-CD
                          TO WS-GO-AGENCY-CD(WS-GO-CNT)
                       MOVE ZEROS
                          TO WS-GO-TAKEN(WS-GO-CNT)
                    END-IF
                 DISPLAY 'GARNISHMENT ORDER VANISHED MID-RUN - '
                    'EMP ID ' WS-EMP-ID ' ORDER '
                    WS-GO-ORDER-NO(WS-GO-IDX)
                 MOVE SPACES TO GARN-CASE-ID
              NOT INVALID KEY
                 IF GARN-BALANCE > 0
                    IF WS-GARN-ALLOWED >= GARN-BALANCE
                    COMPUTE GARN-ARREARS =
                            WS-GARN-DUE - WS-GARN-ALLOWED
                 END-IF
      * A TRIAL RUN TAKES THE ORDER'S AMOUNT FOR THE STUB BUT
      * LEAVES ITS BALANCE AND ARREARS AS THEY WERE
                 IF NOT WS-MODE-TRIAL
                    REWRITE FIL-GARN FROM GARN-COPYBOOK-RECORD
                 END-IF
           END-READ.

           IF WS-GARN-ALLOWED > 0 AND NOT WS-MODE-TRIAL
              PERFORM R2266-WRITE-GARN-REMIT
           END-IF.
      * ---
      * ONE REMITTANCE RECORD PER ORDER PAID - AP CUTS THE CHECKS
      * FOR THE PAPER ONES, CSEFT SENDS THE EFT ONES BY CCD+. THE
      * SSN, NAME AND TERMINATION FLAG ARE FOR THE DED ADDENDA
        R2266-WRITE-GARN-REMIT.
      * ---
           MOVE WS-EMP-ID                 TO WS-GR-EMP-ID.
           MOVE WS-GO-AGENCY(WS-GO-IDX)   TO WS-GR-AGENCY.
           MOVE WS-GARN-ALLOWED           TO WS-GR-AMOUNT.
           MOVE WS-PAY-DATE-8             TO WS-GR-PAY-DATE.
           MOVE DEMO-SSN                  TO WS-GR-SSN.
           MOVE WS-PERSON-NM              TO WS-GR-NCP-NAME.
           MOVE WS-COMPANY-CD             TO WS-GR-COMP-CD.
           IF WS-MODE-FINAL OR WS-EMP-TERMINATED
              MOVE 'Y' TO WS-GR-TERM-SW
           ELSE
              MOVE 'N' TO WS-GR-TERM-SW
           END-IF.

      * A CHILD-SUPPORT ORDER WHOSE AGENCY IS ENROLLED FOR EFT IS
      * MARKED FOR THE CCD+ FILE CSEFT BUILDS - EVERY OTHER ORDER
      * (LEVIES, CREDITORS, AGENCIES NOT YET ENROLLED) STAYS ON
      * AP'S PAPER PATH. SO DOES ONE THE DED ADDENDA COULD NOT BE
      * BUILT FOR - NO CASE ID ON THE ORDER (JUST REREAD ABOVE) OR
      * NO FIPS CODE FOR THE AGENCY - SO CSEFT SENDS EVERY LINE
      * MARKED 'E' AND THE CYCLE PROOF OF CSACH HOLDS
           MOVE 'P' TO WS-GR-PAY-METHOD.
           IF WS-GO-TYPE(WS-GO-IDX) = 'C'
              AND WS-GO-AGENCY-CD(WS-GO-IDX) NOT = SPACES
              AND WS-GARNAGYFILE-ACTIVE
              MOVE WS-GO-AGENCY-CD(WS-GO-IDX) TO FIL-GARNAGY-KEY
              READ FILE-GARNAGY INTO GARNAGY-COPYBOOK-RECORD
                 INVALID KEY
                    DISPLAY 'GARNISHMENT AGENCY NOT ON FILE - '
                       'EMP ID ' WS-EMP-ID ' AGENCY '
                       WS-GO-AGENCY-CD(WS-GO-IDX) ' - PAID BY CHECK'
                 NOT INVALID KEY
                    IF GAG-EFT-ENROLLED
                       AND GAG-ROUTE-NO IS NUMERIC
                       AND GAG-ROUTE-ABA > 0
                       AND GAG-ACCT-NO NOT = SPACES
                       IF GARN-CASE-ID NOT = SPACES
                          AND GAG-FIPS-CD NOT = SPACES
                          MOVE 'E' TO WS-GR-PAY-METHOD
                       ELSE
                          DISPLAY 'CHILD SUPPORT NOT SENT BY EFT - '
                             'NO CASE ID OR AGENCY FIPS CODE - EMP ID '
                             WS-EMP-ID ' ORDER '
                             WS-GO-ORDER-NO(WS-GO-IDX)
                             ' - PAID BY CHECK'
                       END-IF
                    END-IF
              END-READ
           END-IF.

           WRITE FIL-GARNREM FROM WS-GARNREM-DETAIL-LINE.
      * ---
        R2300-WRITE-ACH-ENTRY.
              COMPUTE WS-SPL-DED-2 ROUNDED =
                      WS-TOTAL-DEDUCT * WS-SPLIT-AMT / NET-PAY
              MOVE WS-SPLIT-AMT TO WS-SPL-NET-2
              COMPUTE WS-SPL-FW-2 ROUNDED =
                      WS-FED-WAGES * WS-SPLIT-AMT / NET-PAY
              COMPUTE WS-SPL-FICA-2 ROUNDED =
                      WS-FICA-WAGES * WS-SPLIT-AMT / NET-PAY
              COMPUTE WS-SPL-401K-2 ROUNDED =
                      WS-401K-AMT * WS-SPLIT-AMT / NET-PAY
              COMPUTE WS-SPL-HLTH-2 ROUNDED =
                      WS-HEALTH-INS-AMT * WS-SPLIT-AMT / NET-PAY
           ELSE
              MOVE ZEROS TO WS-SPL-GROSS-2 WS-SPL-FED-2
                            WS-SPL-STATE-2 WS-SPL-LOC-2
                            WS-SPL-SS-2 WS-SPL-MEDI-2
                            WS-SPL-DED-2 WS-SPL-NET-2
                            WS-SPL-FW-2 WS-SPL-FICA-2
                            WS-SPL-401K-2 WS-SPL-HLTH-2
           END-IF.

           COMPUTE WS-SPL-GROSS-1 = GROSS-PAY - WS-SPL-GROSS-2.
           COMPUTE WS-SPL-MEDI-1  = MEDI-TAX - WS-SPL-MEDI-2.
           COMPUTE WS-SPL-DED-1   = WS-TOTAL-DEDUCT - WS-SPL-DED-2.
           COMPUTE WS-SPL-NET-1   = NET-PAY - WS-SPL-NET-2.
           COMPUTE WS-SPL-FW-1    = WS-FED-WAGES - WS-SPL-FW-2.
           COMPUTE WS-SPL-FICA-1  = WS-FICA-WAGES - WS-SPL-FICA-2.
           COMPUTE WS-SPL-401K-1  = WS-401K-AMT - WS-SPL-401K-2.
           COMPUTE WS-SPL-HLTH-1  = WS-HEALTH-INS-AMT - WS-SPL-HLTH-2.
      * ---
      * THE NEXT CHECK NUMBER COMES OFF THE REGISTER'S CONTROL
      * RECORD (KEY ZEROS), SO NUMBERS SURVIVE ACROSS RUNS AND ARE
           MOVE WS-PERSON-NM         TO AUD-NAME.
           MOVE ZEROS                TO AUD-ROUTE-ABA.
           MOVE ZEROS                TO AUD-ROUTE-CHECK-DIGIT.
           MOVE SPACES               TO AUD-ACCT-NO.
           MOVE SPACES               TO AUD-ACCT-TYPE.
           MOVE NET-PAY              TO AUD-AMOUNT.
           MOVE GROSS-PAY            TO AUD-GROSS.
           MOVE WS-COMPANY-CD        TO AUD-COMPANY-CD.
           MOVE 'C'                  TO AUD-PAY-METHOD.
           MOVE WS-CHECK-NO          TO AUD-CHECK-NO.
           MOVE WS-FED-WAGES         TO AUD-FED-WAGES.
           MOVE WS-FICA-WAGES        TO AUD-FICA-WAGES.
           MOVE WS-401K-AMT          TO AUD-401K.
           MOVE WS-HEALTH-INS-AMT    TO AUD-HEALTH.

           WRITE FIL-AUDIT FROM AUDIT-COPYBOOK-RECORD.

           MOVE WS-COMPANY-CD        TO AUD-COMPANY-CD.
           MOVE 'A'                  TO AUD-PAY-METHOD.
           MOVE ZEROS                TO AUD-CHECK-NO.
           MOVE WS-SPL-FW-1          TO AUD-FED-WAGES.
           MOVE WS-SPL-FICA-1        TO AUD-FICA-WAGES.
           MOVE WS-SPL-401K-1        TO AUD-401K.
           MOVE WS-SPL-HLTH-1        TO AUD-HEALTH.

           WRITE FIL-AUDIT FROM AUDIT-COPYBOOK-RECORD.
           PERFORM R2340-POST-AUDIT-XREF.
           MOVE WS-COMPANY-CD          TO AUD-COMPANY-CD.
           MOVE 'A'                    TO AUD-PAY-METHOD.
           MOVE ZEROS                  TO AUD-CHECK-NO.
           MOVE WS-SPL-FW-2            TO AUD-FED-WAGES.
           MOVE WS-SPL-FICA-2          TO AUD-FICA-WAGES.
           MOVE WS-SPL-401K-2          TO AUD-401K.
           MOVE WS-SPL-HLTH-2          TO AUD-HEALTH.

           WRITE FIL-AUDIT FROM AUDIT-COPYBOOK-RECORD.
           PERFORM R2340-POST-AUDIT-XREF.
                    REWRITE FIL-AUDX FROM AUDX-COPYBOOK-RECORD
              END-WRITE
           END-IF.
      * ---
      * THE PAYCHECK'S EARNINGS BY CODE BEHIND THE AUDIT RECORD JUST
      * WRITTEN - ONE EARNINGS DETAIL RECORD PER CODE AND DEPARTMENT,
      * KEYED THE SAME WAY (EMPLOYEE, RUN, AND THE PRIMARY DEPOSIT'S
      * TRACE OR THE CHECK NUMBER). A SPLIT DEPOSIT'S SECOND AUDIT
      * RECORD GETS NONE - THE EARNINGS ARE THE PAYCHECK'S, NOT A
      * DEPOSIT'S
        R2370-WRITE-AUDIT-EARNINGS.
      * ---
           PERFORM R2371-WRITE-AUDIT-EARN-LINE
              VARYING WS-PE-IDX FROM 1 BY 1
              UNTIL WS-PE-IDX > WS-PE-CNT.
      * ---
        R2371-WRITE-AUDIT-EARN-LINE.
      * ---
           MOVE SPACES                  TO AUDEARN-COPYBOOK-RECORD.
           MOVE AUD-RUN-DATE            TO AUE-RUN-DATE.
           MOVE AUD-RUN-TIME            TO AUE-RUN-TIME.
           MOVE AUD-EMP-ID              TO AUE-EMP-ID.
           MOVE AUD-COMPANY-CD          TO AUE-COMPANY-CD.
           MOVE AUD-PAY-METHOD          TO AUE-PAY-METHOD.
           MOVE AUD-TRACE-NO            TO AUE-TRACE-NO.
           MOVE AUD-CHECK-NO            TO AUE-CHECK-NO.
           MOVE AUD-REV-FLAG-SW         TO AUE-REV-FLAG-SW.
           MOVE WS-PE-CD(WS-PE-IDX)     TO AUE-EARN-CD.
           MOVE WS-PE-DEPT(WS-PE-IDX)   TO AUE-DEPT-CD.
           MOVE WS-PE-HOURS(WS-PE-IDX)  TO AUE-HOURS.
           MOVE WS-PE-AMT(WS-PE-IDX)    TO AUE-AMOUNT.
           MOVE WS-PE-GL-ACCT(WS-PE-IDX) TO AUE-GL-ACCT.

           WRITE FIL-AUDEARN FROM AUDEARN-COPYBOOK-RECORD.
      * ---
        R2400-WRITE-RPT-DETAIL.
      * ---

           MOVE WS-EMP-ID     TO WS-RPT-D-EMP-ID.
           MOVE WS-PERSON-NM  TO WS-RPT-D-NAME.
      * THE HOURS PAID ACROSS EVERY EARNINGS LINE - BOTH WORK-WEEKS,
      * THE EARNINGS-CODE LINES, AND LEAVE TAKEN - SO THE REPORT'S
      * HOURS COLUMN MATCHES THE GROSS/NET PAY ON THE SAME LINE
           MOVE WS-PE-TOT-HOURS TO WS-RPT-D-HOURS.
           MOVE GROSS-PAY     TO WS-RPT-D-GROSS.
           MOVE FED-TAX       TO WS-RPT-D-FED.
           MOVE STATE-TAX     TO WS-RPT-D-STATE.
              AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-RPT-LINE-CNT.

      * AND THE GROSS BROKEN OUT BY EARNINGS CODE UNDER IT
           PERFORM R2401-WRITE-RPT-EARN-LINE
              VARYING WS-PE-IDX FROM 1 BY 1
              UNTIL WS-PE-IDX > WS-PE-CNT.

      * ROLL THIS EMPLOYEE INTO THE RUN CONTROL TOTALS
           ADD GROSS-PAY TO WS-RPT-TOT-GROSS.
           ADD FED-TAX   TO WS-RPT-TOT-FED.
      * A PARTICIPATING EMPLOYEE'S CONTRIBUTION GOES ON THE
      * RECORDKEEPER EXTRACT - DEFERRAL, MATCH, AND THE ELIGIBLE
      * COMPENSATION THEY CAME OFF
           IF (WS-401K-AMT > 0 OR WS-401K-MATCH-AMT > 0)
              AND NOT WS-MODE-TRIAL
              PERFORM R2440-WRITE-401K-REMIT
           END-IF.
      * ---
      * ONE REGISTER LINE FOR ONE OF THE PAYCHECK'S EARNINGS LINES,
      * ROLLED INTO THE RUN TOTALS BY EARNINGS CODE
        R2401-WRITE-RPT-EARN-LINE.
      * ---
           IF WS-RPT-LINE-CNT >= WS-RPT-MAX-LINES
              PERFORM R1300-WRITE-RPT-HEADINGS
           END-IF.

           MOVE WS-PE-CD(WS-PE-IDX)    TO WS-RPT-E-CD.
           MOVE WS-PE-DESC(WS-PE-IDX)  TO WS-RPT-E-DESC.
           MOVE WS-PE-HOURS(WS-PE-IDX) TO WS-RPT-E-HOURS.
           MOVE WS-PE-AMT(WS-PE-IDX)   TO WS-RPT-E-AMT.
           MOVE WS-PE-DEPT(WS-PE-IDX)  TO WS-RPT-E-DEPT.

           WRITE FIL-REPORT FROM WS-RPT-EARN-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-RPT-LINE-CNT.

           MOVE 'N' TO WS-RE-FOUND-SW.
           PERFORM R2402-MATCH-RUN-EARN
              VARYING WS-RE-IDX FROM 1 BY 1
              UNTIL WS-RE-IDX > WS-RE-CNT
                 OR WS-RE-FOUND.
           IF NOT WS-RE-FOUND
              IF WS-RE-CNT < WS-RE-MAX
                 ADD 1 TO WS-RE-CNT
                 MOVE WS-PE-CD(WS-PE-IDX)   TO WS-RE-CD(WS-RE-CNT)
                 MOVE WS-PE-DESC(WS-PE-IDX) TO WS-RE-DESC(WS-RE-CNT)
                 MOVE WS-PE-HOURS(WS-PE-IDX)
                    TO WS-RE-HOURS(WS-RE-CNT)
                 MOVE WS-PE-AMT(WS-PE-IDX)  TO WS-RE-AMT(WS-RE-CNT)
              ELSE
                 DISPLAY 'REGISTER EARNINGS CODE TABLE FULL - '
                    WS-PE-CD(WS-PE-IDX) ' NOT TOTALED'
              END-IF
           END-IF.
      * ---
        R2402-MATCH-RUN-EARN.
      * ---
           IF WS-RE-CD(WS-RE-IDX) = WS-PE-CD(WS-PE-IDX)
              MOVE 'Y' TO WS-RE-FOUND-SW
              ADD WS-PE-HOURS(WS-PE-IDX) TO WS-RE-HOURS(WS-RE-IDX)
              ADD WS-PE-AMT(WS-PE-IDX)   TO WS-RE-AMT(WS-RE-IDX)
           END-IF.
      * ---
      * ONE RECORDKEEPER EXTRACT RECORD FOR THE EMPLOYEE JUST
      * PAID. THE SSN COMES OFF THE DEMOGRAPHIC RECORD R2220
      * ALREADY FETCHED - ZEROS WHEN NONE IS ON FILE, SO THE GAP
           WRITE FIL-K401REM FROM WS-K401-DETAIL-LINE.
      * ---
      * ROLL THIS EMPLOYEE'S STATE AND LOCAL WITHHOLDING INTO THE
      * RECORD FOR THEIR WORK JURISDICTION, CREATING IT ON FIRST USE
        R2420-ACCUM-GL-JURIS.
      * ---
      * THE RESOLVED COMPANY CODE OFF THE TABLE, NOT THE RAW CODE ON
      * THE MASTER - AN UNKNOWN CODE FALLS BACK TO THE DEFAULT
      * COMPANY AND ITS JURISDICTION LINES MUST FOLLOW IT THERE
           MOVE SPACES         TO RUNWK-COPYBOOK-RECORD.
           MOVE 'J'            TO RWK-REC-TYPE.
           MOVE WS-COMP-TBL-CD(WS-CUR-COMP-IDX) TO RWK-GLJ-COMP-CD.
           MOVE WS-STATE-CD    TO RWK-GLJ-STATE-CD.
           MOVE WS-LOCALITY-CD TO RWK-GLJ-LOC-CD.
           MOVE RWK-KEY        TO FIL-RUNWK-KEY.
           READ FILE-RUNWK INTO RUNWK-COPYBOOK-RECORD
              INVALID KEY
                 MOVE STATE-TAX TO RWK-GLJ-STATE-AMT
                 MOVE LOCAL-TAX TO RWK-GLJ-LOC-AMT
              NOT INVALID KEY
                 ADD STATE-TAX TO RWK-GLJ-STATE-AMT
                 ADD LOCAL-TAX TO RWK-GLJ-LOC-AMT
           END-READ.

      * A RECORD THAT COULD NOT BE PUT BACK MEANS SOME STATE/LOCAL
      * CREDIT LINES WOULD BE SHORT ON THE EXTRACT
           MOVE 'J' TO WS-RWK-POST-TYPE.
           PERFORM R2437-POST-RUN-WORK.
           IF WS-RWK-POST-FAILED
              DISPLAY 'GL JURISDICTION NOT POSTED - STATE/LOCAL '
                 'FOR ' WS-STATE-CD '/' WS-LOCALITY-CD
                 ' NOT BROKEN OUT'
              MOVE 'Y' TO WS-GLJ-OVERFLOW-SW
           END-IF.
      * ---
      * ROLL THIS EMPLOYEE'S HOURS AND GROSS INTO THEIR COST
      * CENTERS - THE GL WAGE DEBIT BREAKOUT, THE DEPARTMENT
      * ROLLUP, THE EMPLOYEE DETAIL UNDER IT, AND THE DEPARTMENT'S
      * EARNINGS BY CODE - ONE EARNINGS LINE AT A TIME, SO EACH
      * CODE'S PAY LANDS IN THE DEPARTMENT IT WAS EARNED IN AND ON
      * ITS OWN GL WAGE ACCOUNT. NO TIMECARD DEPARTMENT (OLD CARDS,
      * SALARIED, OFF-CYCLE) DISTRIBUTES TO THE (NONE) BUCKET SO
      * EVERY DOLLAR STILL LANDS SOMEWHERE
        R2430-ACCUM-LABOR-DIST.
      * ---
           PERFORM R2433-DIST-EARN-LINE
              VARYING WS-PE-IDX FROM 1 BY 1
              UNTIL WS-PE-IDX > WS-PE-CNT.

           IF WS-PE-CNT > WS-PE-PEAK
              MOVE WS-PE-CNT TO WS-PE-PEAK
           END-IF.
      * ---
      * EACH ACCUMULATOR IS ONE KEYED RECORD ON THE RUN WORK FILE -
      * READ IT, ADD TO IT AND PUT IT BACK, OR START IT ON FIRST USE
        R2433-DIST-EARN-LINE.
      * ---
           MOVE WS-PE-DEPT(WS-PE-IDX) TO WS-LD-CUR-DEPT.
           IF WS-PE-NOHRS-SW(WS-PE-IDX) = 'Y'
              MOVE ZEROS TO WS-LD-CUR-HOURS
           ELSE
              MOVE WS-PE-HOURS(WS-PE-IDX) TO WS-LD-CUR-HOURS
           END-IF.

      * THE GL BREAKOUT BY COMPANY, COST CENTER AND WAGE ACCOUNT
           MOVE SPACES         TO RUNWK-COPYBOOK-RECORD.
           MOVE 'G'            TO RWK-REC-TYPE.
           MOVE WS-COMP-TBL-CD(WS-CUR-COMP-IDX) TO RWK-GLD-COMP-CD.
           MOVE WS-LD-CUR-DEPT TO RWK-GLD-DEPT-CD.
           MOVE WS-PE-GL-ACCT(WS-PE-IDX) TO RWK-GLD-GL-ACCT.
           MOVE RWK-KEY        TO FIL-RUNWK-KEY.
           READ FILE-RUNWK INTO RUNWK-COPYBOOK-RECORD
              INVALID KEY
                 MOVE WS-PE-AMT(WS-PE-IDX) TO RWK-GLD-GROSS
              NOT INVALID KEY
                 ADD WS-PE-AMT(WS-PE-IDX) TO RWK-GLD-GROSS
           END-READ.
           MOVE 'G' TO WS-RWK-POST-TYPE.
           PERFORM R2437-POST-RUN-WORK.
           IF WS-RWK-POST-FAILED
              DISPLAY 'GL COST CENTER NOT POSTED - WAGES FOR '
                 WS-LD-CUR-DEPT ' NOT BROKEN OUT'
              MOVE 'Y' TO WS-GLD-OVERFLOW-SW
           END-IF.

      * THE EMPLOYEE DETAIL UNDER THE DEPARTMENT - ONE RECORD PER
      * DEPARTMENT THE EMPLOYEE WAS PAID IN. A NEW ONE IS ALSO A
      * NEW HEAD FOR THE DEPARTMENT ROLLUP BELOW
           MOVE SPACES         TO RUNWK-COPYBOOK-RECORD.
           MOVE 'L'            TO RWK-REC-TYPE.
           MOVE WS-LD-CUR-DEPT TO RWK-LD-DEPT-CD.
           MOVE '1'            TO RWK-LD-KIND.
           MOVE WS-EMP-ID      TO RWK-LD-ITEM.
           MOVE RWK-KEY        TO FIL-RUNWK-KEY.
           READ FILE-RUNWK INTO RUNWK-COPYBOOK-RECORD
              INVALID KEY
                 MOVE 'N' TO WS-LDE-FOUND-SW
                 MOVE WS-PERSON-NM    TO RWK-LD-NAME
                 MOVE ZEROS           TO RWK-LD-EMP-CNT
                 MOVE WS-LD-CUR-HOURS TO RWK-LD-HOURS
                 MOVE WS-PE-AMT(WS-PE-IDX) TO RWK-LD-GROSS
              NOT INVALID KEY
                 MOVE 'Y' TO WS-LDE-FOUND-SW
                 ADD WS-LD-CUR-HOURS TO RWK-LD-HOURS
                 ADD WS-PE-AMT(WS-PE-IDX) TO RWK-LD-GROSS
           END-READ.
           MOVE 'E' TO WS-RWK-POST-TYPE.
           PERFORM R2437-POST-RUN-WORK.
           IF WS-RWK-POST-FAILED
              DISPLAY 'LABOR DIST DETAIL NOT POSTED - '
                 WS-EMP-ID ' LEFT OFF THE DETAIL'
           END-IF.

      * THE DEPARTMENT ROLLUP FOR THE DISTRIBUTION REPORT - THE
      * EMPLOYEE COUNTS ONCE PER DEPARTMENT
           MOVE SPACES         TO RUNWK-COPYBOOK-RECORD.
           MOVE 'L'            TO RWK-REC-TYPE.
           MOVE WS-LD-CUR-DEPT TO RWK-LD-DEPT-CD.
           MOVE '9'            TO RWK-LD-KIND.
           MOVE RWK-KEY        TO FIL-RUNWK-KEY.
           READ FILE-RUNWK INTO RUNWK-COPYBOOK-RECORD
              INVALID KEY
                 MOVE WS-LD-CUR-HOURS TO RWK-LD-HOURS
                 MOVE WS-PE-AMT(WS-PE-IDX) TO RWK-LD-GROSS
                 MOVE 1               TO RWK-LD-EMP-CNT
              NOT INVALID KEY
                 ADD WS-LD-CUR-HOURS TO RWK-LD-HOURS
                 ADD WS-PE-AMT(WS-PE-IDX) TO RWK-LD-GROSS
                 IF NOT WS-LDE-FOUND
                    ADD 1 TO RWK-LD-EMP-CNT
                 END-IF
           END-READ.
           MOVE 'D' TO WS-RWK-POST-TYPE.
           PERFORM R2437-POST-RUN-WORK.
           IF WS-RWK-POST-FAILED
              DISPLAY 'LABOR DIST ROLLUP NOT POSTED - '
                 WS-LD-CUR-DEPT ' TOTALS SHORT'
           END-IF.

      * AND THE DEPARTMENT'S EARNINGS BY CODE
           MOVE SPACES         TO RUNWK-COPYBOOK-RECORD.
           MOVE 'L'            TO RWK-REC-TYPE.
           MOVE WS-LD-CUR-DEPT TO RWK-LD-DEPT-CD.
           MOVE '2'            TO RWK-LD-KIND.
           MOVE WS-PE-CD(WS-PE-IDX) TO RWK-LD-ITEM.
           MOVE RWK-KEY        TO FIL-RUNWK-KEY.
           READ FILE-RUNWK INTO RUNWK-COPYBOOK-RECORD
              INVALID KEY
                 MOVE WS-PE-DESC(WS-PE-IDX)  TO RWK-LD-DESC
                 MOVE ZEROS                  TO RWK-LD-EMP-CNT
                 MOVE WS-PE-HOURS(WS-PE-IDX) TO RWK-LD-HOURS
                 MOVE WS-PE-AMT(WS-PE-IDX)   TO RWK-LD-GROSS
              NOT INVALID KEY
                 ADD WS-PE-HOURS(WS-PE-IDX) TO RWK-LD-HOURS
                 ADD WS-PE-AMT(WS-PE-IDX)   TO RWK-LD-GROSS
           END-READ.
           MOVE 'C' TO WS-RWK-POST-TYPE.
           PERFORM R2437-POST-RUN-WORK.
           IF WS-RWK-POST-FAILED
              DISPLAY 'LABOR DIST CODE LINE NOT POSTED - '
                 WS-PE-CD(WS-PE-IDX) ' IN ' WS-LD-CUR-DEPT
                 ' NOT LISTED'
           END-IF.
      * ---
      * PUT AN ACCUMULATOR BACK - REWRITE IT WHEN THE READ FOUND
      * IT (FILE STATUS 00), OTHERWISE WRITE IT AS A NEW RECORD
      * AND COUNT IT UNDER ITS KIND FOR THE HIGH-WATER MARKS
        R2437-POST-RUN-WORK.
      * ---
           MOVE 'N' TO WS-RWK-POST-SW.
           IF WS-RUNWK-STATUS = '00'
              REWRITE FIL-RUNWK FROM RUNWK-COPYBOOK-RECORD
                 INVALID KEY
                    MOVE 'Y' TO WS-RWK-POST-SW
              END-REWRITE
           ELSE
              WRITE FIL-RUNWK FROM RUNWK-COPYBOOK-RECORD
                 INVALID KEY
                    MOVE 'Y' TO WS-RWK-POST-SW
                 NOT INVALID KEY
                    EVALUATE WS-RWK-POST-TYPE
                       WHEN 'J' ADD 1 TO WS-GLJ-CNT
                       WHEN 'G' ADD 1 TO WS-GLD-CNT
                       WHEN 'E' ADD 1 TO WS-LDE-CNT
                       WHEN 'D' ADD 1 TO WS-LDD-CNT
                       WHEN 'C' ADD 1 TO WS-LDC-CNT
                    END-EVALUATE
              END-WRITE
           END-IF.
           IF WS-RWK-POST-FAILED
              DISPLAY 'RUN WORK FILE STATUS ' WS-RUNWK-STATUS
                 ' POSTING ' RWK-KEY
           END-IF.
      * ---
      * FEDERAL WITHHOLDING FROM THE EMPLOYEE'S OWN W-4 BY THE IRS
      * PERCENTAGE METHOD. THE PERIOD GROSS PLUS THE PERIOD'S SHARE
      * OF STEP 4(A) OTHER INCOME, LESS ITS SHARE OF STEP 4(B)
      * DEDUCTIONS, IS THE ADJUSTED WAGE; THE TABLE FOR THE FILING
      * STATUS, PAY FREQUENCY, AND STEP 2 CHECKBOX GIVES THE
      * TENTATIVE TAX ON IT; THE PERIOD'S SHARE OF THE STEP 3
      * DEPENDENT CREDIT COMES OFF (NEVER BELOW ZERO) AND THE STEP
      * 4(C) EXTRA WITHHOLDING GOES ON TOP. AN UNEXPIRED EXEMPT
      * CLAIM WITHHOLDS NOTHING
        R2500-COMPUTE-FED-TAX.
      * ---
           MOVE ZEROS TO FED-TAX.

      * SUPPLEMENTAL WAGES - BONUSES AND RETRO PAY ALIKE -
      * WITHHOLD AT THE IRS FLAT RATE; THE W-4 TABLES ARE FOR
      * REGULAR PERIOD WAGES ONLY
           IF WS-MODE-OFFCYCLE
              COMPUTE FED-TAX ROUNDED =
                      WS-FED-WAGES * WS-FED-SUPP-RATE
           ELSE
              PERFORM R2505-LOAD-W4-ELECTIONS
              IF TAX-W4-EXEMPT
                 AND TAX-W4-EXEMPT-EXP-DT IS NUMERIC
                 AND TAX-W4-EXEMPT-EXP-DT >= WS-PAY-DATE-8
                 DISPLAY 'W-4 EXEMPT - NO FEDERAL WITHHOLDING FOR '
                    'EMP ID: ' WS-EMP-ID
              ELSE
                 PERFORM R2510-APPLY-FED-TABLE
              END-IF
           END-IF.
      * ---
      * PICK UP THE W-4 ELECTIONS FOR THE TABLE LOOKUP. ANY FIELD
      * THAT IS NOT NUMERIC (A RECORD FROM BEFORE THE FIELDS WERE
      * CARVED OUT OF FILLER) COUNTS AS ZERO. AN EXEMPT CLAIM THAT
      * HAS RUN OUT WITHOUT A NEW W-4 WITHHOLDS AS SINGLE WITH NO
      * ADJUSTMENTS, THE WAY THE IRS SAYS TO
        R2505-LOAD-W4-ELECTIONS.
      * ---
           EVALUATE TRUE
              WHEN TAX-W4-MARRIED
                 MOVE 'M' TO WS-FED-STATUS
              WHEN TAX-W4-HEAD-HSHLD
                 MOVE 'H' TO WS-FED-STATUS
              WHEN OTHER
                 MOVE 'S' TO WS-FED-STATUS
           END-EVALUATE.

           IF TAX-W4-MULT-JOBS
              MOVE 'Y' TO WS-FED-STEP2
           ELSE
              MOVE 'N' TO WS-FED-STEP2
           END-IF.

           MOVE ZEROS TO WS-FED-OTHER-INC WS-FED-DEDUCTIONS
                         WS-FED-DEP-CREDIT WS-FED-EXTRA-WH.
           IF TAX-W4-OTHER-INCOME IS NUMERIC
              MOVE TAX-W4-OTHER-INCOME TO WS-FED-OTHER-INC
           END-IF.
           IF TAX-W4-DEDUCTIONS IS NUMERIC
              MOVE TAX-W4-DEDUCTIONS TO WS-FED-DEDUCTIONS
           END-IF.
           IF TAX-W4-DEP-CREDIT IS NUMERIC
              MOVE TAX-W4-DEP-CREDIT TO WS-FED-DEP-CREDIT
           END-IF.
           IF TAX-W4-EXTRA-WH IS NUMERIC
              MOVE TAX-W4-EXTRA-WH TO WS-FED-EXTRA-WH
           END-IF.

           IF TAX-W4-EXEMPT
              AND (TAX-W4-EXEMPT-EXP-DT IS NOT NUMERIC
                   OR TAX-W4-EXEMPT-EXP-DT < WS-PAY-DATE-8)
              DISPLAY 'W-4 EXEMPT CLAIM EXPIRED - WITHHOLDING AS '
                 'SINGLE FOR EMP ID: ' WS-EMP-ID
              MOVE 'S' TO WS-FED-STATUS
              MOVE 'N' TO WS-FED-STEP2
              MOVE ZEROS TO WS-FED-OTHER-INC WS-FED-DEDUCTIONS
                            WS-FED-DEP-CREDIT WS-FED-EXTRA-WH
           END-IF.

      * THE PAY FREQUENCY PICKS BOTH THE TABLE AND HOW MANY PERIODS
      * THE ANNUAL W-4 AMOUNTS SPREAD ACROSS - NO FREQUENCY ON THE
      * MASTER IS WEEKLY, THE SAME AS R2050 TREATS IT
           EVALUATE TRUE
              WHEN WS-FREQ-BIWEEKLY
                 MOVE 'B' TO WS-FED-FREQ
                 MOVE WS-FED-PERIODS-BIWKLY TO WS-FED-PERIODS
              WHEN WS-FREQ-SEMIMONTHLY
                 MOVE 'S' TO WS-FED-FREQ
                 MOVE WS-FED-PERIODS-SEMIMO TO WS-FED-PERIODS
              WHEN OTHER
                 MOVE 'W' TO WS-FED-FREQ
                 MOVE WS-FED-PERIODS-WEEKLY TO WS-FED-PERIODS
           END-EVALUATE.
      * ---
        R2510-APPLY-FED-TABLE.
      * ---
           COMPUTE WS-FED-ADJ-WAGE ROUNDED = WS-FED-WAGES
                   + (WS-FED-OTHER-INC / WS-FED-PERIODS)
                   - (WS-FED-DEDUCTIONS / WS-FED-PERIODS).
           IF WS-FED-ADJ-WAGE < 0
              MOVE ZEROS TO WS-FED-ADJ-WAGE
           END-IF.

      * THE LAST ROW OF THE MATCHING TABLE WHOSE WAGE-OVER THE
      * ADJUSTED WAGE REACHES - THE ROWS ARE IN ASCENDING ORDER
           MOVE ZEROS TO WS-FTX-ROW.
           PERFORM R2515-MATCH-FED-TABLE-ROW
              VARYING WS-FTX-IDX FROM 1 BY 1
              UNTIL WS-FTX-IDX > WS-FTX-CNT.

           IF WS-FTX-ROW = 0
              DISPLAY 'NO FEDERAL TAX TABLE FOR ' WS-FED-STATUS '/'
                 WS-FED-FREQ '/' WS-FED-STEP2
                 ' - NO TABLE WITHHOLDING FOR EMP ID: ' WS-EMP-ID
              MOVE ZEROS TO WS-FED-TENTATIVE
           ELSE
              COMPUTE WS-FED-TENTATIVE ROUNDED =
                      WS-FTX-TBL-BASE(WS-FTX-ROW)
                    + ((WS-FED-ADJ-WAGE - WS-FTX-TBL-OVER(WS-FTX-ROW))
                       * WS-FTX-TBL-PCT(WS-FTX-ROW))
           END-IF.

           COMPUTE WS-FED-PER-CREDIT ROUNDED =
                   WS-FED-DEP-CREDIT / WS-FED-PERIODS.
           SUBTRACT WS-FED-PER-CREDIT FROM WS-FED-TENTATIVE.
           IF WS-FED-TENTATIVE < 0
              MOVE ZEROS TO WS-FED-TENTATIVE
           END-IF.

           COMPUTE FED-TAX = WS-FED-TENTATIVE + WS-FED-EXTRA-WH.
      * ---
        R2515-MATCH-FED-TABLE-ROW.
      * ---
           IF WS-FTX-TBL-STATUS(WS-FTX-IDX) = WS-FED-STATUS
              AND WS-FTX-TBL-FREQ(WS-FTX-IDX) = WS-FED-FREQ
              AND WS-FTX-TBL-STEP2(WS-FTX-IDX) = WS-FED-STEP2
              AND WS-FTX-TBL-OVER(WS-FTX-IDX) <= WS-FED-ADJ-WAGE
              MOVE WS-FTX-IDX TO WS-FTX-ROW
           END-IF.
      * ---
      * EMPLOYEE FICA FOR THE PERIOD, ON THE PERIOD'S FICA WAGES
      * (GROSS LESS SECTION 125 - SEE R2245). THE SOCIAL SECURITY
      * PORTION ONLY TAXES THE PART OF THEM THAT STILL FITS UNDER
      * THE ANNUAL WAGE BASE GIVEN THE EMPLOYEE'S YTD FICA WAGES SO
      * FAR; MEDICARE HAS NO CAP, AND THE ADDITIONAL MEDICARE RATE
      * PICKS UP THE PART THAT SITS ABOVE THE ADDITIONAL-RATE
      * THRESHOLD. THE PRIOR YTD FICA WAGES COME OFF THE YTD MASTER
      * BEFORE R2600 ADDS THIS PERIOD TO THEM
        R2550-COMPUTE-FICA-TAX.
      * ---
           MOVE ZEROS TO SS-TAX.
           MOVE ZEROS TO MEDI-TAX.
           MOVE ZEROS TO WS-PRIOR-FICA-WAGES.
           MOVE ZEROS TO WS-SS-TAXABLE.

           MOVE WS-EMP-ID TO FIL-YTD-KEY.
           READ FILE-YTD INTO YTD-COPYBOOK-RECORD
              INVALID KEY
                 MOVE ZEROS TO WS-PRIOR-FICA-WAGES
              NOT INVALID KEY
                 MOVE YTD-MEDI-WAGES TO WS-PRIOR-FICA-WAGES
           END-READ.

      * SOCIAL SECURITY - HOW MUCH ROOM IS LEFT UNDER THE WAGE BASE
           IF WS-PRIOR-FICA-WAGES < WS-SS-WAGE-BASE
              COMPUTE WS-SS-ROOM =
                      WS-SS-WAGE-BASE - WS-PRIOR-FICA-WAGES
              IF WS-FICA-WAGES < WS-SS-ROOM
                 MOVE WS-FICA-WAGES TO WS-SS-TAXABLE
              ELSE
                 MOVE WS-SS-ROOM TO WS-SS-TAXABLE
              END-IF
              COMPUTE SS-TAX ROUNDED = WS-SS-TAXABLE * WS-SS-RATE
           END-IF.

      * MEDICARE - THE BASE RATE ON THE WHOLE PERIOD FICA WAGES
           COMPUTE MEDI-TAX ROUNDED = WS-FICA-WAGES * WS-MEDI-RATE.

      * ADDITIONAL MEDICARE - ONLY THE SLICE OF THIS PERIOD'S FICA
      * WAGES THAT SITS ABOVE THE THRESHOLD ONCE YTD WAGES CROSS IT
           IF WS-PRIOR-FICA-WAGES + WS-FICA-WAGES
              > WS-MEDI-ADDL-THRESH
              IF WS-PRIOR-FICA-WAGES < WS-MEDI-ADDL-THRESH
                 COMPUTE WS-MEDI-ADDL-GROSS =
                         WS-PRIOR-FICA-WAGES + WS-FICA-WAGES
                         - WS-MEDI-ADDL-THRESH
              ELSE
                 MOVE WS-FICA-WAGES TO WS-MEDI-ADDL-GROSS
              END-IF
              COMPUTE MEDI-TAX ROUNDED = MEDI-TAX +
                      (WS-MEDI-ADDL-GROSS * WS-MEDI-ADDL-RATE)
      * EMPLOYER-SIDE PAYROLL TAXES FOR THE PERIOD. THE FICA MATCH
      * MIRRORS THE EMPLOYEE COMPUTATION - SOCIAL SECURITY ON THE
      * SAME WAGE-BASE ROOM R2550 JUST WORKED OUT, MEDICARE ON THE
      * WHOLE PERIOD FICA WAGES (THE ADDITIONAL RATE IS EMPLOYEE-
      * ONLY). FUTA AND SUTA EACH TAX ONLY THE SLICE OF THIS
      * PERIOD'S FICA WAGES STILL UNDER THEIR OWN WAGE BASES,
      * FUTA'S FROM THE CONSTANTS ABOVE AND SUTA'S FROM THE WORK
      * JURISDICTION RECORD (SECTION 125 IS EXEMPT FROM BOTH, A
      * 401K DEFERRAL IS NOT). RUNS RIGHT BEHIND R2550 SO
      * WS-PRIOR-FICA-WAGES AND WS-SS-TAXABLE STILL HOLD THIS
      * EMPLOYEE'S FIGURES
        R2560-COMPUTE-EMPLOYER-TAX.
      * ---
           MOVE ZEROS TO ER-SS-TAX.
           MOVE ZEROS TO ER-SUTA-TAX.

      * SOCIAL SECURITY MATCH - SAME TAXABLE SLICE AS THE EMPLOYEE
           IF WS-PRIOR-FICA-WAGES < WS-SS-WAGE-BASE
              COMPUTE ER-SS-TAX ROUNDED = WS-SS-TAXABLE * WS-SS-RATE
           END-IF.

      * MEDICARE MATCH - THE BASE RATE ONLY, NO ADDITIONAL RATE
           COMPUTE ER-MEDI-TAX ROUNDED = WS-FICA-WAGES * WS-MEDI-RATE.

      * FUTA - HOW MUCH ROOM IS LEFT UNDER ITS WAGE BASE
           IF WS-PRIOR-FICA-WAGES < WS-FUTA-WAGE-BASE
              COMPUTE WS-FUTA-ROOM =
                      WS-FUTA-WAGE-BASE - WS-PRIOR-FICA-WAGES
              IF WS-FICA-WAGES < WS-FUTA-ROOM
                 MOVE WS-FICA-WAGES TO WS-FUTA-TAXABLE
              ELSE
                 MOVE WS-FUTA-ROOM TO WS-FUTA-TAXABLE
              END-IF
      * SUTA - THE JURISDICTION'S OWN RATE AND WAGE BASE. ZEROS ON
      * THE RECORD (OR NO RECORD AT ALL) ACCRUES NOTHING
           IF WS-JURIS-SUTA-RATE > 0
              AND WS-PRIOR-FICA-WAGES < WS-JURIS-SUTA-BASE
              COMPUTE WS-SUTA-ROOM =
                      WS-JURIS-SUTA-BASE - WS-PRIOR-FICA-WAGES
              IF WS-FICA-WAGES < WS-SUTA-ROOM
                 MOVE WS-FICA-WAGES TO WS-SUTA-TAXABLE
              ELSE
                 MOVE WS-SUTA-ROOM TO WS-SUTA-TAXABLE
              END-IF
                               YTD-SS-TAX YTD-MEDI-TAX
                               YTD-ER-SS YTD-ER-MEDI
                               YTD-ER-FUTA YTD-ER-SUTA
                               YTD-FED-WAGES YTD-SS-WAGES
                               YTD-MEDI-WAGES YTD-401K YTD-HEALTH
                 PERFORM R2610-INIT-QTR-BUCKETS
                    VARYING WS-QTR-IDX FROM 1 BY 1
                    UNTIL WS-QTR-IDX > 4

           MOVE WS-PERSON-NM TO YTD-EMP-NAME.
           MOVE WS-STATE-CD  TO YTD-STATE-CD.
           MOVE WS-COMPANY-CD TO YTD-COMPANY-CD.
           ADD GROSS-PAY  TO YTD-GROSS.
           ADD FED-TAX    TO YTD-FED-TAX.
           ADD STATE-TAX  TO YTD-STATE-TAX.
           ADD ER-FUTA-TAX TO YTD-ER-FUTA.
           ADD ER-SUTA-TAX TO YTD-ER-SUTA.

      * THE TAXABLE WAGE BUCKETS - SOCIAL SECURITY WAGES TAKE ONLY
      * THE SLICE R2550 TAXED, SO THEY STOP AT THE WAGE BASE
           ADD WS-FED-WAGES      TO YTD-FED-WAGES.
           ADD WS-SS-TAXABLE     TO YTD-SS-WAGES.
           ADD WS-FICA-WAGES     TO YTD-MEDI-WAGES.
           ADD WS-401K-AMT       TO YTD-401K.
           ADD WS-HEALTH-INS-AMT TO YTD-HEALTH.

      * AND THE SAME AMOUNTS INTO THE PAY DATE'S QUARTER BUCKETS
           ADD GROSS-PAY  TO YTD-QTR-GROSS(WS-PAY-QTR).
           ADD FED-TAX    TO YTD-QTR-FED(WS-PAY-QTR).
           ADD LOCAL-TAX  TO YTD-QTR-LOC(WS-PAY-QTR).
           ADD SS-TAX     TO YTD-QTR-SS(WS-PAY-QTR).
           ADD MEDI-TAX   TO YTD-QTR-MEDI(WS-PAY-QTR).
           ADD WS-FED-WAGES  TO YTD-QTR-FED-WAGES(WS-PAY-QTR).
           ADD WS-SS-TAXABLE TO YTD-QTR-SS-WAGES(WS-PAY-QTR).
           ADD WS-FICA-WAGES TO YTD-QTR-MEDI-WAGES(WS-PAY-QTR).

      * A TRIAL RUN CARRIES THE ROLLED-UP TOTALS TO THE STUB BUT
      * NEVER WRITES THEM BACK TO THE MASTER
           IF NOT WS-MODE-TRIAL
              IF WS-YTD-FOUND
                 REWRITE FIL-YTD FROM YTD-COPYBOOK-RECORD
              ELSE
                 WRITE FIL-YTD FROM YTD-COPYBOOK-RECORD
              END-IF
           END-IF.
      * ---
        R2610-INIT-QTR-BUCKETS.
                         YTD-QTR-STATE(WS-QTR-IDX)
                         YTD-QTR-LOC(WS-QTR-IDX)
                         YTD-QTR-SS(WS-QTR-IDX)
                         YTD-QTR-MEDI(WS-QTR-IDX)
                         YTD-QTR-FED-WAGES(WS-QTR-IDX)
                         YTD-QTR-SS-WAGES(WS-QTR-IDX)
                         YTD-QTR-MEDI-WAGES(WS-QTR-IDX).
      * ---
      * THE LEAVE BALANCE UPDATE FOR ONE PAID EMPLOYEE. ACCRUAL IS
      * PER HOUR PAID - WORKED PLUS LEAVE HOURS FOR HOURLY, A FULL
                 MOVE ZEROS TO LV-VAC-BAL LV-SICK-BAL
                               LV-VAC-ACCR-YTD LV-SICK-ACCR-YTD
                               LV-VAC-USED-YTD LV-SICK-USED-YTD
                               LV-PAYOUT-DT LV-VAC-PAYOUT-HRS
                               LV-SICK-PAYOUT-HRS LV-SICK-FORFEIT-HRS
              NOT INVALID KEY
                 MOVE 'Y' TO WS-LEAVE-FOUND-SW
           END-READ.

      * THE HOURS THE ACCRUAL RIDES ON - A SALARIED EMPLOYEE'S
      * FINAL PAYCHECK ACCRUES ON THE LAST HOURS ACTUALLY PAID.
      * EARNINGS-CODE HOURS ACCRUE WHEN THEIR CODE COUNTS TOWARD
      * OVERTIME (TIME WORKED), NOT WHEN IT IS A PREMIUM OR ON-CALL
           IF WS-PAY-SALARIED AND NOT WS-MODE-FINAL
              COMPUTE WS-LV-PAID-HOURS = 40 * WS-NUM-WORK-WEEKS
           ELSE
              COMPUTE WS-LV-PAID-HOURS = WS-TC-HOUR-WK
                      + WS-TC-HOUR-WK-2
                      + WS-TC-VAC-HOURS + WS-TC-SICK-HOURS
                      + WS-WK-OT-CODE-HRS(1) + WS-WK-OT-CODE-HRS(2)
           END-IF.

      * LENGTH OF SERVICE OFF THE HIRE DATE - WHOLE YEARS BY THE
              ADD WS-TC-SICK-HOURS TO LV-SICK-USED-YTD
           END-IF.

           IF WS-MODE-FINAL
              PERFORM R2625-POST-LEAVE-PAYOUT
           END-IF.

      * SAME AS THE YTD MASTER - A TRIAL RUN ONLY SHOWS THE
      * BALANCES ON THE STUB
           IF NOT WS-MODE-TRIAL
              IF WS-LEAVE-FOUND
                 REWRITE FIL-LEAVE FROM LEAVE-COPYBOOK-RECORD
              ELSE
                 WRITE FIL-LEAVE FROM LEAVE-COPYBOOK-RECORD
              END-IF
           END-IF.
      * ---
      * THE FINAL PAYCHECK'S PAYOUT ENTRY. THE WHOLE VACATION
      * BALANCE IS PAID OUT; THE SICK BALANCE IS PAID OUT WHEN THE
      * COMPANY'S SETTING SAYS SO AND FORFEITED OTHERWISE. BOTH
      * BALANCES GO TO ZERO, AND THE PAY DATE AND THE HOURS THEY
      * STOOD AT STAY ON THE RECORD AS THE PAYOUT ENTRY. THE
      * COMPANY WAS RESOLVED BY R2065
        R2625-POST-LEAVE-PAYOUT.
      * ---
           MOVE LV-VAC-BAL TO WS-FP-VAC-HRS.
           IF WS-COMP-TBL-SICK-PAY-SW(WS-CUR-COMP-IDX) = 'Y'
              MOVE LV-SICK-BAL TO WS-FP-SICK-HRS
              MOVE ZEROS       TO WS-FP-FORFEIT-HRS
           ELSE
              MOVE ZEROS       TO WS-FP-SICK-HRS
              MOVE LV-SICK-BAL TO WS-FP-FORFEIT-HRS
           END-IF.

           MOVE ZEROS             TO LV-VAC-BAL.
           MOVE ZEROS             TO LV-SICK-BAL.
           MOVE WS-PAY-DATE-8     TO LV-PAYOUT-DT.
           MOVE WS-FP-VAC-HRS     TO LV-VAC-PAYOUT-HRS.
           MOVE WS-FP-SICK-HRS    TO LV-SICK-PAYOUT-HRS.
           MOVE WS-FP-FORFEIT-HRS TO LV-SICK-FORFEIT-HRS.
      * ---
      * ONE EARNINGS STATEMENT PAGE PER EMPLOYEE - THE PERIOD'S HOURS
      * BY WORK-WEEK, GROSS, EACH TAX, EACH VOLUNTARY DEDUCTION
           WRITE FIL-STUB FROM WS-STUB-AMT-LINE
              AFTER ADVANCING 2 LINES.

      * THE GROSS BROKEN OUT UNDER IT BY EARNINGS CODE - REGULAR,
      * OVERTIME, EACH TIMECARD CODE, LEAVE, AND ON AN OFF-CYCLE OR
      * FINAL PAYCHECK THE RETRO ADJUSTMENT, SUPPLEMENTAL PAYMENT OR
      * LEAVE PAYOUT, EACH AS ITS OWN EARNINGS LINE
           PERFORM R2705-WRITE-STUB-EARN-LINE
              VARYING WS-PE-IDX FROM 1 BY 1
              UNTIL WS-PE-IDX > WS-PE-CNT.

           MOVE 'FEDERAL TAX'        TO WS-STUB-A-LABEL.
           MOVE FED-TAX              TO WS-STUB-A-AMT.
              WRITE FIL-STUB FROM WS-STUB-AMT-LINE
                 AFTER ADVANCING 2 LINES
           ELSE
              MOVE WS-ACCT-NO           TO WS-STUB-MASK-ACCT-IN
              PERFORM R2720-MASK-ACCT
              MOVE WS-STUB-MASKED-ACCT  TO WS-STUB-DEP-ACCT
              MOVE WS-ACCT-TYPE         TO WS-STUB-DEP-TYPE
              MOVE WS-PRIMARY-AMT       TO WS-STUB-DEP-AMT
                 AFTER ADVANCING 2 LINES

              IF WS-SPLIT-PCT > 0
                 MOVE WS-ACCT-NO-2        TO WS-STUB-MASK-ACCT-IN
                 PERFORM R2720-MASK-ACCT
                 MOVE WS-STUB-MASKED-ACCT TO WS-STUB-DEP-ACCT
                 MOVE WS-ACCT-TYPE-2      TO WS-STUB-DEP-TYPE
                 MOVE WS-SPLIT-AMT        TO WS-STUB-DEP-AMT

      * THE QUESTION EMPLOYEES ACTUALLY ASK - THE LEAVE BALANCES
      * AS OF THIS PERIOD. LEAVE-COPYBOOK-RECORD STILL HOLDS THIS
      * EMPLOYEE'S JUST-UPDATED BALANCES FROM R2620 - ON A FINAL
      * PAYCHECK THE ZEROED ONES, UNDER THE PAYOUT ENTRY
           IF WS-LEAVEFILE-ACTIVE AND WS-MODE-FINAL
              MOVE WS-FP-VAC-HRS     TO WS-STUB-PO-VAC
              MOVE WS-FP-SICK-HRS    TO WS-STUB-PO-SICK
              MOVE WS-FP-FORFEIT-HRS TO WS-STUB-PO-FORF
              WRITE FIL-STUB FROM WS-STUB-PAYOUT-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-LEAVEFILE-ACTIVE AND NOT WS-MODE-OFFCYCLE
              MOVE LV-VAC-BAL  TO WS-STUB-LB-VAC
              MOVE LV-SICK-BAL TO WS-STUB-LB-SICK
                 AFTER ADVANCING 1 LINE
           END-IF.
      * ---
      * ONE EARNINGS LINE UNDER THE STUB'S GROSS PAY - ITS HOURS
      * (PREMIUM AND PAYOUT HOURS SHOWN FOR INFORMATION), AMOUNT,
      * AND THE DEPARTMENT IT WAS EARNED IN
        R2705-WRITE-STUB-EARN-LINE.
      * ---
           MOVE WS-PE-DESC(WS-PE-IDX)  TO WS-STUB-E-DESC.
           MOVE WS-PE-HOURS(WS-PE-IDX) TO WS-STUB-E-HOURS.
           MOVE WS-PE-AMT(WS-PE-IDX)   TO WS-STUB-E-AMT.
           MOVE WS-PE-DEPT(WS-PE-IDX)  TO WS-STUB-E-DEPT.
           WRITE FIL-STUB FROM WS-STUB-EARN-LINE
              AFTER ADVANCING 1 LINE.
      * ---
      * ONE ITEMIZED GARNISHMENT LINE - THE ORDER'S PAYEE IN THE
      * LABEL, THE AMOUNT ACTUALLY TAKEN IN THE AMOUNT COLUMN
        R2710-WRITE-STUB-GARN-LINE.
           MOVE WS-GO-TAKEN(WS-GO-IDX) TO WS-STUB-A-AMT.
           WRITE FIL-STUB FROM WS-STUB-AMT-LINE
              AFTER ADVANCING 1 LINE.
      * ---
      * THE LAST FOUR CHARACTERS OF THE ACCOUNT IN WS-STUB-MASK-
      * ACCT-IN GO INTO THE MASK - AN ACCOUNT SHORTER THAN FOUR
      * PRINTS WHAT THERE IS
        R2720-MASK-ACCT.
      * ---
           MOVE ZEROS  TO WS-STUB-MASK-END.
           MOVE SPACES TO WS-STUB-MASK-LAST4.
           PERFORM R2725-FIND-ACCT-END
              VARYING WS-STUB-MASK-POS FROM 1 BY 1
              UNTIL WS-STUB-MASK-POS > 17.

           IF WS-STUB-MASK-END > 3
              COMPUTE WS-STUB-MASK-POS = WS-STUB-MASK-END - 3
              MOVE WS-STUB-MASK-ACCT-IN(WS-STUB-MASK-POS:4)
                 TO WS-STUB-MASK-LAST4
           ELSE
              IF WS-STUB-MASK-END > 0
                 MOVE WS-STUB-MASK-ACCT-IN(1:WS-STUB-MASK-END)
                    TO WS-STUB-MASK-LAST4
              END-IF
           END-IF.
      * ---
        R2725-FIND-ACCT-END.
      * ---
           IF WS-STUB-MASK-ACCT-IN(WS-STUB-MASK-POS:1) NOT = SPACE
              MOVE WS-STUB-MASK-POS TO WS-STUB-MASK-END
           END-IF.
      * ---
        R2650-WRITE-CHECKPOINT.
      * ---
              UNTIL WS-EOF-REVREQ = 'Y'.
           CLOSE FILE-REVREQ.
           DISPLAY 'REVERSAL REQUESTS LOADED: ' WS-REV-CNT.
           IF WS-REV-DUP-CNT > 0
              DISPLAY 'DUPLICATE REVERSAL REQUESTS IGNORED: '
                 WS-REV-DUP-CNT
           END-IF.

      * THE TRACE XREF FINDS EACH ORIGINAL DEPOSIT DIRECTLY. ANY
      * REQUEST THE XREF CANNOT ANSWER (A FRESHLY-DEFINED XREF
      * BACK NO AUDIT MATCH JUST BECAUSE THE XREF IS BEHIND
           IF WS-AUDX-ACTIVE
              MOVE ZEROS TO WS-AUDX-MISS-CNT
              PERFORM R5105-START-REVREQ
              PERFORM R5150-LOOKUP-REVREQ-XREF
                 UNTIL WS-EOF-RUNWK = 'Y'
              IF WS-AUDX-MISS-CNT > 0
                 DISPLAY 'TRACE XREF MISSED ' WS-AUDX-MISS-CNT
                    ' REQUEST(S) - FALLING BACK TO THE '
              CLOSE FILE-AUDITIN
           END-IF.

      * THE OFFSETTING DEBITS ARE ORIGINATED ONE COMPANY AT A TIME,
      * SO EACH COMPANY GETS ONE BATCH HOWEVER THE REQUESTS CAME
      * IN. A LAST PASS PICKS UP ANY DEPOSIT WHOSE COMPANY IS NOT
      * ON THE COMPANY TABLE (IT FALLS INTO THE FIRST COMPANY'S
      * BATCH, AS R2285 HAS ALWAYS DONE) AND REPORTS THE REQUESTS
      * THAT FOUND NO AUDIT RECORD
           MOVE 'N' TO WS-REV-LAST-PASS-SW.
           PERFORM R5290-ORIGINATE-COMPANY
              VARYING WS-REV-COMP-IDX FROM 1 BY 1
              UNTIL WS-REV-COMP-IDX > WS-COMP-CNT.
           MOVE 'Y' TO WS-REV-LAST-PASS-SW.
           MOVE 1   TO WS-REV-COMP-IDX.
           PERFORM R5290-ORIGINATE-COMPANY.
      * ---
      * A SECOND REQUEST FOR THE SAME EMPLOYEE AND TRACE NUMBER IS
      * IGNORED - THE DEPOSIT IS ONLY EVER BACKED OUT ONCE
        R5100-LOAD-REVREQ-ENTRY.
      * ---
           READ FILE-REVREQ
              AT END
                 MOVE 'Y' TO WS-EOF-REVREQ
              NOT AT END
                 MOVE SPACES           TO RUNWK-COPYBOOK-RECORD
                 MOVE 'R'              TO RWK-REC-TYPE
                 MOVE FIL-REV-EMP-ID   TO RWK-REV-EMP-ID
                 MOVE FIL-REV-TRACE-NO TO RWK-REV-TRACE
                 MOVE 'N'              TO RWK-REV-FOUND-SW
                 MOVE RWK-KEY          TO FIL-RUNWK-KEY
                 WRITE FIL-RUNWK FROM RUNWK-COPYBOOK-RECORD
                    INVALID KEY
                       ADD 1 TO WS-REV-DUP-CNT
                       DISPLAY 'DUPLICATE REVERSAL REQUEST FOR EMP '
                          'ID ' FIL-REV-EMP-ID ' TRACE '
                          FIL-REV-TRACE-NO ' IGNORED'
                    NOT INVALID KEY
                       ADD 1 TO WS-REV-CNT
                 END-WRITE
           END-READ.
      * ---
      * POSITION THE RUN WORK FILE AT THE FIRST REVERSAL REQUEST
        R5105-START-REVREQ.
      * ---
           MOVE LOW-VALUES TO RWK-KEY.
           MOVE 'R'        TO RWK-REC-TYPE.
           MOVE RWK-KEY    TO FIL-RUNWK-KEY.
           MOVE 'N' TO WS-EOF-RUNWK.
           START FILE-RUNWK KEY NOT LESS THAN FIL-RUNWK-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF-RUNWK
           END-START.
      * ---
      * ONE KEYED READ PER REVERSAL REQUEST - THE XREF HANDS BACK
      * THE LATEST DEPOSIT UNDER THE TRACE, AND THE SAME RULES
      * APPLY AS ON THE SCAN: A REVERSAL RECORD NEVER MATCHES AND
      * GUARD STAYS - THE XREF IS REBUILDABLE DATA, NOT GOSPEL)
        R5150-LOOKUP-REVREQ-XREF.
      * ---
           READ FILE-RUNWK NEXT RECORD INTO RUNWK-COPYBOOK-RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-RUNWK
              NOT AT END
                 IF NOT RWK-IS-REVERSAL
                    MOVE 'Y' TO WS-EOF-RUNWK
                 ELSE
                    MOVE RWK-REV-TRACE TO FIL-AUDX-KEY
                    READ FILE-AUDX INTO AUDX-COPYBOOK-RECORD
                       INVALID KEY
                          ADD 1 TO WS-AUDX-MISS-CNT
                       NOT INVALID KEY
                          MOVE AUDX-AUDIT-IMAGE
                             TO AUDIT-COPYBOOK-RECORD
                          IF NOT AUD-IS-REVERSAL
                             AND AUD-PAY-METHOD NOT = 'C'
                             PERFORM R5250-POST-REVREQ-MATCH
                          END-IF
                    END-READ
                 END-IF
           END-READ.
      * ---
              NOT AT END
                 IF NOT AUD-IS-REVERSAL
                    AND AUD-PAY-METHOD NOT = 'C'
                    MOVE SPACES       TO RUNWK-COPYBOOK-RECORD
                    MOVE 'R'          TO RWK-REC-TYPE
                    MOVE AUD-EMP-ID   TO RWK-REV-EMP-ID
                    MOVE AUD-TRACE-NO TO RWK-REV-TRACE
                    MOVE RWK-KEY      TO FIL-RUNWK-KEY
                    READ FILE-RUNWK INTO RUNWK-COPYBOOK-RECORD
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          PERFORM R5250-POST-REVREQ-MATCH
                    END-READ
                 END-IF
           END-READ.
      * ---
      * CARRY THE ORIGINAL DEPOSIT ONTO ITS REVERSAL REQUEST
        R5250-POST-REVREQ-MATCH.
      * ---
           IF RWK-REV-EMP-ID = AUD-EMP-ID
              AND RWK-REV-TRACE = AUD-TRACE-NO
              MOVE 'Y'            TO RWK-REV-FOUND-SW
              MOVE AUD-NAME       TO RWK-REV-NAME
              MOVE AUD-ROUTE-ABA  TO RWK-REV-ROUTE-ABA
              MOVE AUD-ROUTE-CHECK-DIGIT
                                  TO RWK-REV-ROUTE-CD
              MOVE AUD-ACCT-NO    TO RWK-REV-ACCT-NO
              MOVE AUD-ACCT-TYPE  TO RWK-REV-ACCT-TYPE
              MOVE AUD-COMPANY-CD TO RWK-REV-COMP-CD
              MOVE AUD-AMOUNT     TO RWK-REV-AMOUNT
              MOVE AUD-GROSS      TO RWK-REV-GROSS
              MOVE AUD-FED-TAX    TO RWK-REV-FED
              MOVE AUD-STATE-TAX  TO RWK-REV-STATE
              MOVE AUD-LOCAL-TAX  TO RWK-REV-LOCAL
              MOVE AUD-SS-TAX     TO RWK-REV-SS
              MOVE AUD-MEDI-TAX   TO RWK-REV-MEDI
              MOVE AUD-DEDUCT     TO RWK-REV-DEDUCT
              MOVE AUD-NET-PAY    TO RWK-REV-NET
              MOVE AUD-FED-WAGES  TO RWK-REV-FED-WAGES
              MOVE AUD-FICA-WAGES TO RWK-REV-FICA-WAGES
              MOVE AUD-401K       TO RWK-REV-401K
              MOVE AUD-HEALTH     TO RWK-REV-HEALTH
              MOVE RWK-KEY        TO FIL-RUNWK-KEY
              REWRITE FIL-RUNWK FROM RUNWK-COPYBOOK-RECORD
                 INVALID KEY
                    DISPLAY 'REVERSAL REQUEST REWRITE FAILED - '
                       'STATUS ' WS-RUNWK-STATUS ' EMP ID '
                       RWK-REV-EMP-ID
              END-REWRITE
           END-IF.
      * ---
      * ONE PASS OVER THE REVERSAL REQUESTS FOR THE COMPANY AT
      * WS-REV-COMP-IDX (OR, ON THE LAST PASS, FOR WHATEVER IS LEFT)
        R5290-ORIGINATE-COMPANY.
      * ---
           PERFORM R5105-START-REVREQ.
           PERFORM R5300-ORIGINATE-REVERSAL
              UNTIL WS-EOF-RUNWK = 'Y'.
      * ---
      * A REQUEST IS MARKED DONE ONCE ITS DEBIT IS ORIGINATED SO NO
      * LATER PASS CAN ORIGINATE IT A SECOND TIME
        R5300-ORIGINATE-REVERSAL.
      * ---
           READ FILE-RUNWK NEXT RECORD INTO RUNWK-COPYBOOK-RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-RUNWK
              NOT AT END
                 IF NOT RWK-IS-REVERSAL
                    MOVE 'Y' TO WS-EOF-RUNWK
                 ELSE
                    EVALUATE TRUE
                       WHEN RWK-REV-FOUND
                        AND (WS-REV-LAST-PASS
                         OR RWK-REV-COMP-CD =
                            WS-COMP-TBL-CD(WS-REV-COMP-IDX))
                          PERFORM R5305-ORIGINATE-ONE-REVERSAL
                       WHEN RWK-REV-NOT-FOUND
                        AND WS-REV-LAST-PASS
                          PERFORM R5306-WRITE-REVERSAL-EXCEPTION
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
                 END-IF
           END-READ.
      * ---
        R5305-ORIGINATE-ONE-REVERSAL.
      * ---
      * THE OFFSETTING DEBIT GOES IN THE ORIGINAL DEPOSIT'S OWN
      * COMPANY'S BATCH
           MOVE RWK-REV-COMP-CD TO WS-BATCH-COMP-CD.
           PERFORM R2290-ENSURE-COMPANY-BATCH.
           PERFORM R5310-WRITE-ACH-REVERSAL.
           PERFORM R5320-WRITE-REVERSAL-AUDIT.
           PERFORM R5330-BACKOUT-YTD.
           PERFORM R5340-WRITE-REVERSAL-RPT.
           MOVE 'D'     TO RWK-REV-FOUND-SW.
           MOVE RWK-KEY TO FIL-RUNWK-KEY.
           REWRITE FIL-RUNWK FROM RUNWK-COPYBOOK-RECORD
              INVALID KEY
                 DISPLAY 'REVERSAL REQUEST REWRITE FAILED - '
                    'STATUS ' WS-RUNWK-STATUS ' EMP ID '
                    RWK-REV-EMP-ID
           END-REWRITE.
      * ---
        R5306-WRITE-REVERSAL-EXCEPTION.
      * ---
           DISPLAY 'NO AUDIT MATCH FOR REVERSAL - EMP ID: '
              RWK-REV-EMP-ID.
           MOVE RWK-REV-EMP-ID TO WS-EXCPT-EMP-ID.
           MOVE SPACES TO WS-EXCPT-NAME.
           MOVE 'NO MATCHING AUDIT RECORD FOR REVERSAL'
              TO WS-EXCPT-REASON.
           WRITE FIL-EXCEPT FROM WS-EXCPT-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-EXCPT-CNT.
      * ---
      * THE OFFSETTING DEBIT - TXN CODE 27 (CHECKING) OR 37
      * (SAVINGS), SAME ACCOUNT AND AMOUNT AS THE ORIGINAL DEPOSIT
        R5310-WRITE-ACH-REVERSAL.
      * ---
           IF RWK-REV-ACCT-TYPE(1:3) = 'SAV'
              MOVE '37' TO WS-ACH-TXN-CODE
           ELSE
              MOVE '27' TO WS-ACH-TXN-CODE
           ADD 1 TO WS-ACH-TRACE-SEQ.
           ADD 1 TO WS-ACH-ENTRY-CNT.
           ADD 1 TO WS-ACH-BAT-ENTRY-CNT.
           ADD RWK-REV-AMOUNT TO WS-ACH-TOT-DEBIT.
           ADD RWK-REV-AMOUNT TO WS-ACH-BAT-DEBIT.
           ADD RWK-REV-ROUTE-ABA TO WS-ACH-ENTRY-HASH.
           ADD RWK-REV-ROUTE-ABA TO WS-ACH-BAT-HASH.

           MOVE SPACES              TO ACH-COPYBOOK-RECORD.
           MOVE '6'                 TO ACH-ED-REC-TYPE.
           MOVE WS-ACH-TXN-CODE     TO ACH-ED-TXN-CODE.
           MOVE RWK-REV-ROUTE-ABA   TO ACH-ED-RDFI-ID.
           MOVE RWK-REV-ROUTE-CD    TO ACH-ED-CHECK-DIGIT.
           MOVE RWK-REV-ACCT-NO     TO ACH-ED-DFI-ACCT-NO.
           MOVE RWK-REV-AMOUNT      TO ACH-ED-AMOUNT.
           MOVE RWK-REV-EMP-ID      TO ACH-ED-INDIV-ID.
           MOVE RWK-REV-NAME        TO ACH-ED-INDIV-NAME.
           MOVE SPACES              TO ACH-ED-DISC-DATA.
           MOVE '0'                 TO ACH-ED-ADDENDA-IND.
           COMPUTE ACH-ED-TRACE-NO =
      * ---
           MOVE WS-RPT-RUN-DATE TO AUD-RUN-DATE.
           MOVE WS-AUD-RUN-TIME TO AUD-RUN-TIME.
           MOVE RWK-REV-EMP-ID    TO AUD-EMP-ID.
           MOVE RWK-REV-NAME      TO AUD-NAME.
           MOVE RWK-REV-ROUTE-ABA TO AUD-ROUTE-ABA.
           MOVE RWK-REV-ROUTE-CD  TO AUD-ROUTE-CHECK-DIGIT.
           MOVE RWK-REV-ACCT-NO   TO AUD-ACCT-NO.
           MOVE RWK-REV-ACCT-TYPE TO AUD-ACCT-TYPE.
           MOVE RWK-REV-AMOUNT    TO AUD-AMOUNT.
           MOVE RWK-REV-GROSS     TO AUD-GROSS.
           MOVE RWK-REV-FED       TO AUD-FED-TAX.
           MOVE RWK-REV-STATE     TO AUD-STATE-TAX.
           MOVE RWK-REV-LOCAL     TO AUD-LOCAL-TAX.
           MOVE RWK-REV-SS        TO AUD-SS-TAX.
           MOVE RWK-REV-MEDI      TO AUD-MEDI-TAX.
           MOVE RWK-REV-DEDUCT    TO AUD-DEDUCT.
           MOVE RWK-REV-NET       TO AUD-NET-PAY.
           MOVE WS-ACH-LAST-TRACE TO AUD-TRACE-NO.
           MOVE 'R'               TO AUD-REV-FLAG-SW.
           MOVE RWK-REV-COMP-CD   TO AUD-COMPANY-CD.
           MOVE 'A'               TO AUD-PAY-METHOD.
           MOVE ZEROS             TO AUD-CHECK-NO.
           MOVE RWK-REV-FED-WAGES TO AUD-FED-WAGES.
           MOVE RWK-REV-FICA-WAGES
                                  TO AUD-FICA-WAGES.
           MOVE RWK-REV-401K      TO AUD-401K.
           MOVE RWK-REV-HEALTH    TO AUD-HEALTH.

           WRITE FIL-AUDIT FROM AUDIT-COPYBOOK-RECORD.

           DISPLAY 'REVERSAL AUDIT RECORD WRITTEN FOR EMP-ID: '
              RWK-REV-EMP-ID.
      * ---
      * BACK THE REVERSED DEPOSIT'S GROSS, TAXES, AND TAXABLE WAGES
      * OUT OF THE YTD MASTER. THE BUCKETS ARE UNSIGNED, SO EACH ONE
      * IS FLOORED AT ZERO RATHER THAN EVER WRAPPING TO A POSITIVE
      * REMAINDER
        R5330-BACKOUT-YTD.
      * ---
           MOVE 'N' TO WS-YTD-FOUND-SW.
           MOVE RWK-REV-EMP-ID TO FIL-YTD-KEY.

           READ FILE-YTD INTO YTD-COPYBOOK-RECORD
              INVALID KEY
                 DISPLAY 'NO YTD RECORD TO BACK OUT FOR EMP ID: '
                    RWK-REV-EMP-ID
              NOT INVALID KEY
                 MOVE 'Y' TO WS-YTD-FOUND-SW
           END-READ.

           IF WS-YTD-FOUND
              IF RWK-REV-GROSS > YTD-GROSS
                 MOVE ZEROS TO YTD-GROSS
              ELSE
                 SUBTRACT RWK-REV-GROSS
                    FROM YTD-GROSS
              END-IF

              IF RWK-REV-FED > YTD-FED-TAX
                 MOVE ZEROS TO YTD-FED-TAX
              ELSE
                 SUBTRACT RWK-REV-FED
                    FROM YTD-FED-TAX
              END-IF

              IF RWK-REV-STATE > YTD-STATE-TAX
                 MOVE ZEROS TO YTD-STATE-TAX
              ELSE
                 SUBTRACT RWK-REV-STATE
                    FROM YTD-STATE-TAX
              END-IF

              IF RWK-REV-LOCAL > YTD-LOC-TAX
                 MOVE ZEROS TO YTD-LOC-TAX
              ELSE
                 SUBTRACT RWK-REV-LOCAL
                    FROM YTD-LOC-TAX
              END-IF

              IF RWK-REV-SS > YTD-SS-TAX
                 MOVE ZEROS TO YTD-SS-TAX
              ELSE
                 SUBTRACT RWK-REV-SS
                    FROM YTD-SS-TAX
              END-IF

              IF RWK-REV-MEDI > YTD-MEDI-TAX
                 MOVE ZEROS TO YTD-MEDI-TAX
              ELSE
                 SUBTRACT RWK-REV-MEDI
                    FROM YTD-MEDI-TAX
              END-IF

      * AND OUT OF THE QUARTER THE REVERSAL POSTS IN - THE SAME
      * QUARTER THE CORRECTION BELONGS TO ON THE QUARTERLY REPORTS
              IF RWK-REV-GROSS
                 > YTD-QTR-GROSS(WS-PAY-QTR)
                 MOVE ZEROS TO YTD-QTR-GROSS(WS-PAY-QTR)
              ELSE
                 SUBTRACT RWK-REV-GROSS
                    FROM YTD-QTR-GROSS(WS-PAY-QTR)
              END-IF

              IF RWK-REV-FED
                 > YTD-QTR-FED(WS-PAY-QTR)
                 MOVE ZEROS TO YTD-QTR-FED(WS-PAY-QTR)
              ELSE
                 SUBTRACT RWK-REV-FED
                    FROM YTD-QTR-FED(WS-PAY-QTR)
              END-IF

              IF RWK-REV-STATE
                 > YTD-QTR-STATE(WS-PAY-QTR)
                 MOVE ZEROS TO YTD-QTR-STATE(WS-PAY-QTR)
              ELSE
                 SUBTRACT RWK-REV-STATE
                    FROM YTD-QTR-STATE(WS-PAY-QTR)
              END-IF

              IF RWK-REV-LOCAL
                 > YTD-QTR-LOC(WS-PAY-QTR)
                 MOVE ZEROS TO YTD-QTR-LOC(WS-PAY-QTR)
              ELSE
                 SUBTRACT RWK-REV-LOCAL
                    FROM YTD-QTR-LOC(WS-PAY-QTR)
              END-IF

              IF RWK-REV-SS
                 > YTD-QTR-SS(WS-PAY-QTR)
                 MOVE ZEROS TO YTD-QTR-SS(WS-PAY-QTR)
              ELSE
                 SUBTRACT RWK-REV-SS
                    FROM YTD-QTR-SS(WS-PAY-QTR)
              END-IF

              IF RWK-REV-MEDI
                 > YTD-QTR-MEDI(WS-PAY-QTR)
                 MOVE ZEROS TO YTD-QTR-MEDI(WS-PAY-QTR)
              ELSE
                 SUBTRACT RWK-REV-MEDI
                    FROM YTD-QTR-MEDI(WS-PAY-QTR)
              END-IF

              PERFORM R5335-BACKOUT-WAGE-BUCKETS

              REWRITE FIL-YTD FROM YTD-COPYBOOK-RECORD
           END-IF.
      * ---
      * THE TAXABLE WAGE BUCKETS, ANNUAL AND THE REVERSAL QUARTER'S.
      * SOCIAL SECURITY WAGES ARE ALWAYS THE FICA (MEDICARE) WAGES
      * UP TO THE WAGE BASE, SO ONCE THOSE COME DOWN THE SS WAGES
      * ARE PULLED DOWN TO MATCH, AND THE QUARTER LOSES WHATEVER
      * THE ANNUAL FIGURE LOST
        R5335-BACKOUT-WAGE-BUCKETS.
      * ---
           IF RWK-REV-FED-WAGES > YTD-FED-WAGES
              MOVE ZEROS TO YTD-FED-WAGES
           ELSE
              SUBTRACT RWK-REV-FED-WAGES
                 FROM YTD-FED-WAGES
           END-IF.

           IF RWK-REV-FICA-WAGES > YTD-MEDI-WAGES
              MOVE ZEROS TO YTD-MEDI-WAGES
           ELSE
              SUBTRACT RWK-REV-FICA-WAGES
                 FROM YTD-MEDI-WAGES
           END-IF.

           MOVE ZEROS TO WS-SS-WAGE-DROP.
           IF YTD-SS-WAGES > YTD-MEDI-WAGES
              COMPUTE WS-SS-WAGE-DROP = YTD-SS-WAGES - YTD-MEDI-WAGES
              MOVE YTD-MEDI-WAGES TO YTD-SS-WAGES
           END-IF.

           IF RWK-REV-401K > YTD-401K
              MOVE ZEROS TO YTD-401K
           ELSE
              SUBTRACT RWK-REV-401K FROM YTD-401K
           END-IF.

           IF RWK-REV-HEALTH > YTD-HEALTH
              MOVE ZEROS TO YTD-HEALTH
           ELSE
              SUBTRACT RWK-REV-HEALTH FROM YTD-HEALTH
           END-IF.

           IF RWK-REV-FED-WAGES
              > YTD-QTR-FED-WAGES(WS-PAY-QTR)
              MOVE ZEROS TO YTD-QTR-FED-WAGES(WS-PAY-QTR)
           ELSE
              SUBTRACT RWK-REV-FED-WAGES
                 FROM YTD-QTR-FED-WAGES(WS-PAY-QTR)
           END-IF.

           IF RWK-REV-FICA-WAGES
              > YTD-QTR-MEDI-WAGES(WS-PAY-QTR)
              MOVE ZEROS TO YTD-QTR-MEDI-WAGES(WS-PAY-QTR)
           ELSE
              SUBTRACT RWK-REV-FICA-WAGES
                 FROM YTD-QTR-MEDI-WAGES(WS-PAY-QTR)
           END-IF.

           IF WS-SS-WAGE-DROP > YTD-QTR-SS-WAGES(WS-PAY-QTR)
              MOVE ZEROS TO YTD-QTR-SS-WAGES(WS-PAY-QTR)
           ELSE
              SUBTRACT WS-SS-WAGE-DROP
                 FROM YTD-QTR-SS-WAGES(WS-PAY-QTR)
           END-IF.
      * ---
        R5340-WRITE-REVERSAL-RPT.
      * ---
              PERFORM R1300-WRITE-RPT-HEADINGS
           END-IF.

           MOVE RWK-REV-EMP-ID TO WS-REV-D-EMP-ID.
           MOVE RWK-REV-NAME   TO WS-REV-D-NAME.
           MOVE RWK-REV-TRACE  TO WS-REV-D-TRACE.
           MOVE RWK-REV-AMOUNT TO WS-REV-D-AMT.

           WRITE FIL-REPORT FROM WS-REV-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-RPT-LINE-CNT.
      * ---
      * TRIAL RUN - LOAD EVERY EMPLOYEE'S MOST RECENT REGULAR-CYCLE
      * PAY OFF THE AUDIT TRAIL. ONE SEQUENTIAL PASS: A LATER RUN
      * DATE/TIME REPLACES THE EMPLOYEE'S ENTRY, THE SAME RUN
      * DATE/TIME (THE OTHER HALF OF A SPLIT DEPOSIT) ADDS TO IT.
      * SUPPLEMENTAL, ADJUSTMENT, AND REVERSAL RECORDS ARE NOT A
      * CYCLE AND ARE PASSED OVER
        R6000-LOAD-PRIOR-CYCLE.
      * ---
           OPEN INPUT FILE-AUDITIN.
           PERFORM R6010-LOAD-PRIOR-ENTRY
              UNTIL WS-EOF-AUDITIN = 'Y'.
           CLOSE FILE-AUDITIN.
           DISPLAY 'PRIOR-CYCLE EMPLOYEES LOADED FOR VARIANCE: '
              WS-VAR-CNT.

           MOVE WS-VAR-PCT           TO WS-VAR-H1-PCT.
           MOVE WS-VAR-LAST-CYCLE-DT TO WS-VAR-H1-CYCLE.
           WRITE FIL-VARIANCE FROM WS-VAR-HEADING-1
              AFTER ADVANCING PAGE.
           WRITE FIL-VARIANCE FROM WS-VAR-HEADING-2
              AFTER ADVANCING 2 LINES.
      * ---
        R6010-LOAD-PRIOR-ENTRY.
      * ---
           READ FILE-AUDITIN INTO AUDIT-COPYBOOK-RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-AUDITIN
              NOT AT END
                 IF AUD-REV-FLAG-SW = SPACE
                    PERFORM R6015-POST-PRIOR-ENTRY
                 END-IF
           END-READ.
      * ---
        R6015-POST-PRIOR-ENTRY.
      * ---
           IF AUD-RUN-DATE > WS-VAR-LAST-CYCLE-DT
              MOVE AUD-RUN-DATE TO WS-VAR-LAST-CYCLE-DT
           END-IF.

           MOVE SPACES     TO RUNWK-COPYBOOK-RECORD.
           MOVE 'V'        TO RWK-REC-TYPE.
           MOVE AUD-EMP-ID TO RWK-VAR-EMP-ID.
           MOVE RWK-KEY    TO FIL-RUNWK-KEY.
           MOVE 'N' TO WS-VAR-FOUND-SW.
           READ FILE-RUNWK INTO RUNWK-COPYBOOK-RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-VAR-FOUND-SW
           END-READ.

           IF WS-VAR-FOUND
              EVALUATE TRUE
                 WHEN AUD-RUN-DATE > RWK-VAR-RUN-DATE
                    PERFORM R6025-SET-PRIOR-ENTRY
                 WHEN AUD-RUN-DATE = RWK-VAR-RUN-DATE
                  AND AUD-RUN-TIME > RWK-VAR-RUN-TIME
                    PERFORM R6025-SET-PRIOR-ENTRY
                 WHEN AUD-RUN-DATE = RWK-VAR-RUN-DATE
                  AND AUD-RUN-TIME = RWK-VAR-RUN-TIME
                    PERFORM R6030-ADD-PRIOR-ENTRY
              END-EVALUATE
              MOVE RWK-KEY TO FIL-RUNWK-KEY
              REWRITE FIL-RUNWK FROM RUNWK-COPYBOOK-RECORD
                 INVALID KEY
                    DISPLAY 'PRIOR PAY REWRITE FAILED - STATUS '
                       WS-RUNWK-STATUS ' EMP ID ' AUD-EMP-ID
              END-REWRITE
           ELSE
              PERFORM R6025-SET-PRIOR-ENTRY
              MOVE RWK-KEY TO FIL-RUNWK-KEY
              WRITE FIL-RUNWK FROM RUNWK-COPYBOOK-RECORD
                 INVALID KEY
                    DISPLAY 'PRIOR PAY FOR EMP ' AUD-EMP-ID
                       ' NOT LOADED - STATUS ' WS-RUNWK-STATUS
                 NOT INVALID KEY
                    ADD 1 TO WS-VAR-CNT
              END-WRITE
           END-IF.
      * ---
        R6025-SET-PRIOR-ENTRY.
      * ---
           MOVE AUD-NAME     TO RWK-VAR-NAME.
           MOVE AUD-RUN-DATE TO RWK-VAR-RUN-DATE.
           MOVE AUD-RUN-TIME TO RWK-VAR-RUN-TIME.
           MOVE AUD-GROSS    TO RWK-VAR-GROSS.
           COMPUTE RWK-VAR-TAXES =
                   AUD-FED-TAX + AUD-STATE-TAX + AUD-LOCAL-TAX
                 + AUD-SS-TAX + AUD-MEDI-TAX.
           MOVE AUD-DEDUCT   TO RWK-VAR-DEDUCT.
           MOVE AUD-NET-PAY  TO RWK-VAR-NET.
           MOVE 'N'          TO RWK-VAR-SEEN-SW.
      * ---
        R6030-ADD-PRIOR-ENTRY.
      * ---
           ADD AUD-GROSS     TO RWK-VAR-GROSS.
           ADD AUD-FED-TAX AUD-STATE-TAX AUD-LOCAL-TAX
               AUD-SS-TAX AUD-MEDI-TAX
               TO RWK-VAR-TAXES.
           ADD AUD-DEDUCT    TO RWK-VAR-DEDUCT.
           ADD AUD-NET-PAY   TO RWK-VAR-NET.
      * ---
      * TRIAL RUN - MEASURE THE EMPLOYEE JUST COMPUTED AGAINST THEIR
      * LAST REGULAR CYCLE. ONLY A NET THAT MOVED MORE THAN THE
      * THRESHOLD, OR A PAYEE WITH NO PRIOR CYCLE AT ALL, IS LISTED
        R6100-COMPARE-PRIOR-CYCLE.
      * ---
           COMPUTE WS-VAR-TRIAL-TAXES = FED-TAX + STATE-TAX
                 + LOCAL-TAX + SS-TAX + MEDI-TAX.

           MOVE SPACES    TO RUNWK-COPYBOOK-RECORD.
           MOVE 'V'       TO RWK-REC-TYPE.
           MOVE WS-EMP-ID TO RWK-VAR-EMP-ID.
           MOVE RWK-KEY   TO FIL-RUNWK-KEY.
           MOVE 'N' TO WS-VAR-FOUND-SW.
           READ FILE-RUNWK INTO RUNWK-COPYBOOK-RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-VAR-FOUND-SW
           END-READ.

           IF WS-VAR-FOUND
              MOVE 'Y' TO RWK-VAR-SEEN-SW
              MOVE RWK-KEY TO FIL-RUNWK-KEY
              REWRITE FIL-RUNWK FROM RUNWK-COPYBOOK-RECORD
                 INVALID KEY
                    DISPLAY 'PRIOR PAY REWRITE FAILED - STATUS '
                       WS-RUNWK-STATUS ' EMP ID ' WS-EMP-ID
              END-REWRITE
              ADD 1 TO WS-VAR-CMP-CNT
              PERFORM R6110-COMPUTE-NET-CHANGE
              IF WS-VAR-PCT-ABS > WS-VAR-PCT
                 ADD 1 TO WS-VAR-MOVED-CNT
                 MOVE 'NET MOVED' TO WS-VAR-D-STATUS
                 PERFORM R6120-WRITE-VARIANCE-LINE
              END-IF
           ELSE
              ADD 1 TO WS-VAR-NEW-CNT
              MOVE 'NEW PAYEE' TO WS-VAR-D-STATUS
              MOVE ZEROS TO WS-VAR-PCT-CHG
              PERFORM R6120-WRITE-VARIANCE-LINE
           END-IF.
      * ---
      * A PRIOR NET OF ZERO HAS NO PERCENTAGE - ANY NET AT ALL THIS
      * TIME IS TREATED AS MOVED THE FULL 9999 THE REPORT CAN SHOW
        R6110-COMPUTE-NET-CHANGE.
      * ---
           IF RWK-VAR-NET > 0
              COMPUTE WS-VAR-PCT-CHG ROUNDED =
                    (NET-PAY - RWK-VAR-NET) * 100
                  / RWK-VAR-NET
                 ON SIZE ERROR
                    MOVE 9999 TO WS-VAR-PCT-CHG
              END-COMPUTE
           ELSE
              IF NET-PAY > 0
                 MOVE 9999 TO WS-VAR-PCT-CHG
              ELSE
                 MOVE ZEROS TO WS-VAR-PCT-CHG
              END-IF
           END-IF.
           IF WS-VAR-PCT-CHG > 9999
              MOVE 9999 TO WS-VAR-PCT-CHG
           END-IF.

           IF WS-VAR-PCT-CHG < 0
              COMPUTE WS-VAR-PCT-ABS = 0 - WS-VAR-PCT-CHG
           ELSE
              MOVE WS-VAR-PCT-CHG TO WS-VAR-PCT-ABS
           END-IF.
      * ---
        R6120-WRITE-VARIANCE-LINE.
      * ---
           MOVE WS-EMP-ID          TO WS-VAR-D-EMP-ID.
           MOVE WS-PERSON-NM       TO WS-VAR-D-NAME.
           IF WS-VAR-FOUND
              MOVE RWK-VAR-GROSS   TO WS-VAR-D-P-GROSS
              MOVE RWK-VAR-TAXES   TO WS-VAR-D-P-TAXES
              MOVE RWK-VAR-DEDUCT  TO WS-VAR-D-P-DEDUCT
              MOVE RWK-VAR-NET     TO WS-VAR-D-P-NET
           ELSE
              MOVE ZEROS TO WS-VAR-D-P-GROSS WS-VAR-D-P-TAXES
                            WS-VAR-D-P-DEDUCT WS-VAR-D-P-NET
           END-IF.
           MOVE GROSS-PAY          TO WS-VAR-D-T-GROSS.
           MOVE WS-VAR-TRIAL-TAXES TO WS-VAR-D-T-TAXES.
           MOVE WS-TOTAL-DEDUCT    TO WS-VAR-D-T-DEDUCT.
           MOVE NET-PAY            TO WS-VAR-D-T-NET.
           MOVE WS-VAR-PCT-CHG     TO WS-VAR-D-PCT.

           WRITE FIL-VARIANCE FROM WS-VAR-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
      * ---
      * TRIAL RUN WRAP-UP - EVERYONE PAID IN THE LAST REGULAR CYCLE
      * THAT THIS RUN NEVER REACHED IS A MISSING PAYEE. EMPLOYEES
      * WHOSE LATEST PAY IS FROM AN OLDER CYCLE WERE ALREADY GONE
      * LAST TIME AND ARE NOT LISTED AGAIN
        R6200-WRITE-VARIANCE-TOTALS.
      * ---
           MOVE LOW-VALUES TO RWK-KEY.
           MOVE 'V'        TO RWK-REC-TYPE.
           MOVE RWK-KEY    TO FIL-RUNWK-KEY.
           MOVE 'N' TO WS-EOF-RUNWK.
           START FILE-RUNWK KEY NOT LESS THAN FIL-RUNWK-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF-RUNWK
           END-START.
           PERFORM R6210-WRITE-MISSING-PAYEE
              UNTIL WS-EOF-RUNWK = 'Y'.

           MOVE WS-VAR-CMP-CNT   TO WS-VAR-T-CMP.
           MOVE WS-VAR-MOVED-CNT TO WS-VAR-T-MOVED.
           MOVE WS-VAR-NEW-CNT   TO WS-VAR-T-NEW.
           MOVE WS-VAR-MISS-CNT  TO WS-VAR-T-MISS.
           WRITE FIL-VARIANCE FROM WS-VAR-TOTAL-LINE
              AFTER ADVANCING 2 LINES.

           DISPLAY 'TRIAL VARIANCE - COMPARED: ' WS-VAR-CMP-CNT
              ' NET MOVED: ' WS-VAR-MOVED-CNT
              ' NEW: ' WS-VAR-NEW-CNT
              ' MISSING: ' WS-VAR-MISS-CNT.
      * ---
        R6210-WRITE-MISSING-PAYEE.
      * ---
           READ FILE-RUNWK NEXT RECORD INTO RUNWK-COPYBOOK-RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-RUNWK
              NOT AT END
                 IF NOT RWK-IS-VARIANCE
                    MOVE 'Y' TO WS-EOF-RUNWK
                 ELSE
                    IF RWK-VAR-SEEN-SW = 'N'
                       AND RWK-VAR-RUN-DATE = WS-VAR-LAST-CYCLE-DT
                       PERFORM R6215-WRITE-MISSING-LINE
                    END-IF
                 END-IF
           END-READ.
      * ---
        R6215-WRITE-MISSING-LINE.
      * ---
           ADD 1 TO WS-VAR-MISS-CNT.
           MOVE RWK-VAR-EMP-ID  TO WS-VAR-D-EMP-ID.
           MOVE RWK-VAR-NAME    TO WS-VAR-D-NAME.
           MOVE 'MISSING'       TO WS-VAR-D-STATUS.
           MOVE RWK-VAR-GROSS   TO WS-VAR-D-P-GROSS.
           MOVE RWK-VAR-TAXES   TO WS-VAR-D-P-TAXES.
           MOVE RWK-VAR-DEDUCT  TO WS-VAR-D-P-DEDUCT.
           MOVE RWK-VAR-NET     TO WS-VAR-D-P-NET.
           MOVE ZEROS TO WS-VAR-D-T-GROSS WS-VAR-D-T-TAXES
                         WS-VAR-D-T-DEDUCT WS-VAR-D-T-NET
                         WS-VAR-D-PCT.
           WRITE FIL-VARIANCE FROM WS-VAR-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
      * ---
      * THE BATCH CONTROL FOR THE BATCH CURRENTLY OPEN - PER-BATCH
      * COUNTERS AND THE OWNING COMPANY'S IDENTITY
        R3890-WRITE-ACH-BATCH-CONTROL.
              VARYING WS-COMP-IDX FROM 1 BY 1
              UNTIL WS-COMP-IDX > WS-COMP-CNT.

      * THEN THE RUN'S GROSS BY EARNINGS CODE - TOGETHER THE CODE
      * LINES SUM TO THE CONTROL TOTAL GROSS UNDER THEM
           PERFORM R3958-WRITE-CODE-TOTAL
              VARYING WS-RE-IDX FROM 1 BY 1
              UNTIL WS-RE-IDX > WS-RE-CNT.

           MOVE WS-RPT-TOT-GROSS TO WS-RPT-T-GROSS.
           MOVE WS-RPT-TOT-FED   TO WS-RPT-T-FED.
           MOVE WS-RPT-TOT-STATE TO WS-RPT-T-STATE.
              ADD 1 TO WS-RPT-LINE-CNT
           END-IF.
      * ---
      * ONE RUN TOTAL LINE PER EARNINGS CODE PAID THIS RUN
        R3958-WRITE-CODE-TOTAL.
      * ---
           MOVE WS-RE-CD(WS-RE-IDX)    TO WS-RPT-CT-CD.
           MOVE WS-RE-DESC(WS-RE-IDX)  TO WS-RPT-CT-DESC.
           MOVE WS-RE-HOURS(WS-RE-IDX) TO WS-RPT-CT-HOURS.
           MOVE WS-RE-AMT(WS-RE-IDX)   TO WS-RPT-CT-AMT.
           WRITE FIL-REPORT FROM WS-RPT-CODE-TOT-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-RPT-LINE-CNT.
      * ---
      * ONE EMPLOYER TAX LIABILITY LINE PER COMPANY WITH ACTIVITY -
      * THE FICA MATCH, FUTA, AND SUTA THE RUN ACCRUED FOR IT
        R3957-WRITE-ER-TAX-LINE.
           WRITE FIL-RECON FROM WS-RECON-DETAIL-LINE
              AFTER ADVANCING 1 LINES.
      * ---
      * THE RUN'S HIGH-WATER MARKS, UNDER THE RECONCILIATION - WHAT
      * WENT ONTO THE RUN WORK FILE BY RECORD TYPE, THEN EACH TABLE
      * STILL HELD IN STORAGE AGAINST ITS SIZE. ALSO ON THE JOB LOG
        R3972-WRITE-HIGH-WATER.
      * ---
           WRITE FIL-RECON FROM WS-HWM-HEADING-1
              AFTER ADVANCING 3 LINES.
           WRITE FIL-RECON FROM WS-HWM-HEADING-2
              AFTER ADVANCING 2 LINES.
           DISPLAY 'RUN CAPACITY - HIGH-WATER MARKS'.

           MOVE ZEROS TO WS-HWM-MAX.
           MOVE 'TIMECARDS' TO WS-HWM-ITEM.
           MOVE WS-TC-CNT TO WS-HWM-CNT.
           PERFORM R3973-WRITE-HWM-LINE.
           MOVE 'TIMECARD EARNINGS LINES' TO WS-HWM-ITEM.
           MOVE WS-TE-CNT TO WS-HWM-CNT.
           PERFORM R3973-WRITE-HWM-LINE.
           MOVE 'ONE-TIME / RETRO PAYMENTS' TO WS-HWM-ITEM.
           MOVE WS-OT-CNT TO WS-HWM-CNT.
           PERFORM R3973-WRITE-HWM-LINE.
           MOVE 'RETRO REQUESTS' TO WS-HWM-ITEM.
           MOVE WS-RT-CNT TO WS-HWM-CNT.
           PERFORM R3973-WRITE-HWM-LINE.
           MOVE 'REVERSAL REQUESTS' TO WS-HWM-ITEM.
           MOVE WS-REV-CNT TO WS-HWM-CNT.
           PERFORM R3973-WRITE-HWM-LINE.
           MOVE 'PRIOR-CYCLE PAYEES' TO WS-HWM-ITEM.
           MOVE WS-VAR-CNT TO WS-HWM-CNT.
           PERFORM R3973-WRITE-HWM-LINE.
           MOVE 'GL JURISDICTIONS' TO WS-HWM-ITEM.
           MOVE WS-GLJ-CNT TO WS-HWM-CNT.
           PERFORM R3973-WRITE-HWM-LINE.
           MOVE 'GL COST CENTER ACCOUNTS' TO WS-HWM-ITEM.
           MOVE WS-GLD-CNT TO WS-HWM-CNT.
           PERFORM R3973-WRITE-HWM-LINE.
           MOVE 'LABOR DEPARTMENTS' TO WS-HWM-ITEM.
           MOVE WS-LDD-CNT TO WS-HWM-CNT.
           PERFORM R3973-WRITE-HWM-LINE.
           MOVE 'LABOR EMPLOYEE LINES' TO WS-HWM-ITEM.
           MOVE WS-LDE-CNT TO WS-HWM-CNT.
           PERFORM R3973-WRITE-HWM-LINE.
           MOVE 'LABOR EARNINGS CODE LINES' TO WS-HWM-ITEM.
           MOVE WS-LDC-CNT TO WS-HWM-CNT.
           PERFORM R3973-WRITE-HWM-LINE.

           MOVE 'COMPANIES' TO WS-HWM-ITEM.
           MOVE WS-COMP-CNT TO WS-HWM-CNT.
           MOVE WS-COMP-MAX TO WS-HWM-MAX.
           PERFORM R3973-WRITE-HWM-LINE.
           MOVE 'HOLIDAYS' TO WS-HWM-ITEM.
           MOVE WS-HOL-CNT TO WS-HWM-CNT.
           MOVE WS-HOL-MAX TO WS-HWM-MAX.
           PERFORM R3973-WRITE-HWM-LINE.
           MOVE 'EARNINGS CODES' TO WS-HWM-ITEM.
           MOVE WS-EC-CNT TO WS-HWM-CNT.
           MOVE WS-EC-MAX TO WS-HWM-MAX.
           PERFORM R3973-WRITE-HWM-LINE.
           MOVE 'REGISTER EARNINGS CODES' TO WS-HWM-ITEM.
           MOVE WS-RE-CNT TO WS-HWM-CNT.
           MOVE WS-RE-MAX TO WS-HWM-MAX.
           PERFORM R3973-WRITE-HWM-LINE.
           MOVE 'FEDERAL TAX TABLE ROWS' TO WS-HWM-ITEM.
           MOVE WS-FTX-CNT TO WS-HWM-CNT.
           MOVE WS-FTX-MAX TO WS-HWM-MAX.
           PERFORM R3973-WRITE-HWM-LINE.
           MOVE 'TERMINATION REQUESTS' TO WS-HWM-ITEM.
           MOVE WS-TR-CNT TO WS-HWM-CNT.
           MOVE WS-TR-MAX TO WS-HWM-MAX.
           PERFORM R3973-WRITE-HWM-LINE.
           MOVE 'EARNINGS LINES - ONE EMPLOYEE' TO WS-HWM-ITEM.
           MOVE WS-CE-PEAK TO WS-HWM-CNT.
           MOVE WS-CE-MAX TO WS-HWM-MAX.
           PERFORM R3973-WRITE-HWM-LINE.
           MOVE 'PAYCHECK LINES - ONE EMPLOYEE' TO WS-HWM-ITEM.
           MOVE WS-PE-PEAK TO WS-HWM-CNT.
           MOVE WS-PE-MAX TO WS-HWM-MAX.
           PERFORM R3973-WRITE-HWM-LINE.
           MOVE 'GARNISHMENTS - ONE EMPLOYEE' TO WS-HWM-ITEM.
           MOVE WS-GO-PEAK TO WS-HWM-CNT.
           MOVE WS-GO-MAX TO WS-HWM-MAX.
           PERFORM R3973-WRITE-HWM-LINE.
      * ---
      * ONE HIGH-WATER LINE - A LIMIT OF ZERO IS A RUN WORK FILE
      * COUNT, BOUNDED ONLY BY THE FILE'S SPACE
        R3973-WRITE-HWM-LINE.
      * ---
           MOVE SPACES      TO WS-HWM-DETAIL-LINE.
           MOVE WS-HWM-ITEM TO WS-HWM-D-ITEM.
           MOVE WS-HWM-CNT  TO WS-HWM-D-CNT.
           IF WS-HWM-MAX = 0
              MOVE 'WORK FILE' TO WS-HWM-D-LIMIT
           ELSE
              MOVE WS-HWM-MAX   TO WS-HWM-D-MAX
              MOVE WS-HWM-D-MAX TO WS-HWM-D-LIMIT
              IF WS-HWM-CNT * 5 NOT < WS-HWM-MAX * 4
                 MOVE '*** NEAR LIMIT ***' TO WS-HWM-D-NOTE
              END-IF
           END-IF.
           WRITE FIL-RECON FROM WS-HWM-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           DISPLAY '  ' WS-HWM-D-ITEM WS-HWM-D-CNT ' / '
              WS-HWM-D-LIMIT ' ' WS-HWM-D-NOTE.
      * ---
      * THE LABOR DISTRIBUTION REPORT - ONE SECTION PER
      * DEPARTMENT/COST CENTER WITH ACTIVITY, EMPLOYEE DETAIL
      * WITHIN, DEPARTMENT HOURS/GROSS TOTALS UNDER EACH. A RUN
      * NOTHING
        R3975-WRITE-LABOR-DIST.
      * ---
      * A RESTARTED RUN'S ACCUMULATORS ONLY HOLD THE POST-RESTART
      * EMPLOYEES - PRINTING THEM WOULD LOOK LIKE THE WHOLE
      * CYCLE'S DISTRIBUTION, SO THE REPORT IS REFUSED THE SAME
      * WAY THE GL EXTRACT AND THE LIABILITY POSTING ARE
           IF WS-LDD-CNT > 0
              WRITE FIL-LABOR FROM WS-LD-HEADING-1
                 AFTER ADVANCING PAGE
              MOVE SPACES     TO WS-LD-PRIOR-DEPT
              MOVE LOW-VALUES TO RWK-KEY
              MOVE 'L'        TO RWK-REC-TYPE
              MOVE RWK-KEY    TO FIL-RUNWK-KEY
              MOVE 'N' TO WS-EOF-RUNWK
              START FILE-RUNWK KEY NOT LESS THAN FIL-RUNWK-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-EOF-RUNWK
              END-START
              PERFORM R3976-WRITE-LABOR-LINE
                 UNTIL WS-EOF-RUNWK = 'Y'
           END-IF
           END-IF.
      * ---
      * THE 'L' RECORDS COME BACK A DEPARTMENT AT A TIME - ITS
      * EMPLOYEES, THEN ITS EARNINGS BY CODE, THEN ITS TOTAL LINE
        R3976-WRITE-LABOR-LINE.
      * ---
           READ FILE-RUNWK NEXT RECORD INTO RUNWK-COPYBOOK-RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-RUNWK
              NOT AT END
                 IF NOT RWK-IS-LABOR
                    MOVE 'Y' TO WS-EOF-RUNWK
                 ELSE
                    IF RWK-LD-DEPT-CD NOT = WS-LD-PRIOR-DEPT
                       MOVE RWK-LD-DEPT-CD TO WS-LD-PRIOR-DEPT
                       MOVE RWK-LD-DEPT-CD TO WS-LD-H-DEPT
                       WRITE FIL-LABOR FROM WS-LD-DEPT-HEADING
                          AFTER ADVANCING 2 LINES
                    END-IF
                    EVALUATE TRUE
                       WHEN RWK-LD-EMP-DETAIL
                          PERFORM R3977-WRITE-LABOR-DETAIL
                       WHEN RWK-LD-CODE-LINE
                          PERFORM R3978-WRITE-LABOR-CODE
                       WHEN RWK-LD-DEPT-ROLLUP
                          PERFORM R3979-WRITE-LABOR-TOTAL
                    END-EVALUATE
                 END-IF
           END-READ.
      * ---
        R3977-WRITE-LABOR-DETAIL.
      * ---
           MOVE RWK-LD-ITEM  TO WS-LD-D-EMP-ID.
           MOVE RWK-LD-NAME  TO WS-LD-D-NAME.
           MOVE RWK-LD-HOURS TO WS-LD-D-HOURS.
           MOVE RWK-LD-GROSS TO WS-LD-D-GROSS.
           WRITE FIL-LABOR FROM WS-LD-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
      * ---
        R3978-WRITE-LABOR-CODE.
      * ---
           MOVE RWK-LD-ITEM  TO WS-LD-C-CD.
           MOVE RWK-LD-DESC  TO WS-LD-C-DESC.
           MOVE RWK-LD-HOURS TO WS-LD-C-HOURS.
           MOVE RWK-LD-GROSS TO WS-LD-C-GROSS.
           WRITE FIL-LABOR FROM WS-LD-CODE-LINE
              AFTER ADVANCING 1 LINE.
      * ---
        R3979-WRITE-LABOR-TOTAL.
      * ---
           MOVE RWK-LD-HOURS   TO WS-LD-T-HOURS.
           MOVE RWK-LD-GROSS   TO WS-LD-T-GROSS.
           MOVE RWK-LD-EMP-CNT TO WS-LD-T-CNT.
           WRITE FIL-LABOR FROM WS-LD-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
      * ---
      * THE GL POSTING EXTRACT - DEBIT GROSS WAGE EXPENSE, CREDIT
      * EACH WITHHOLDING LIABILITY (STATE/LOCAL PER JURISDICTION),
           EVALUATE TRUE
              WHEN WS-MODE-REVERSAL
                 DISPLAY 'GL EXTRACT NOT WRITTEN - REVERSAL RUN'
              WHEN WS-MODE-TRIAL
                 DISPLAY 'GL EXTRACT NOT WRITTEN - TRIAL RUN'

      * A RESTARTED RUN'S ACCUMULATORS ONLY COVER THE EMPLOYEES
      * PAID AFTER THE RESTART - A JOURNAL BUILT FROM THEM WOULD
                    'REGISTER ***'
                 MOVE 8 TO RETURN-CODE

      * A JURISDICTION THAT COULD NOT BE POSTED MEANS SOME STATE/
      * LOCAL CREDIT LINES WOULD BE MISSING EVEN THOUGH THE COMPANY
      * TOTALS STILL PROVE - THE FILE WOULD GO OUT WITH ITS LINES
      * NOT NETTING TO ZERO, SO IT IS REFUSED INSTEAD
              WHEN WS-GLJ-OVERFLOWED
                 DISPLAY '*** GL EXTRACT NOT WRITTEN - THE '
                    'JURISDICTION BREAKOUT COULD NOT BE POSTED - '
                    'THE STATE/'
                    'LOCAL BREAKOUT IS INCOMPLETE ***'
                 MOVE 8 TO RETURN-CODE

      * SAME REFUSAL WHEN A COST CENTER COULD NOT BE POSTED - THE
      * WAGE DEBIT LINES WOULD COME UP SHORT OF THE COMPANY GROSS
              WHEN WS-GLD-OVERFLOWED
                 DISPLAY '*** GL EXTRACT NOT WRITTEN - THE COST '
                    'CENTER BREAKOUT COULD NOT BE POSTED - THE '
                    'WAGE DEBIT '
                    'BREAKOUT IS INCOMPLETE ***'
                 MOVE 8 TO RETURN-CODE

      * THE WAGE DEBIT BREAKS OUT BY COST CENTER - ONE DEBIT LINE
      * PER DEPARTMENT THIS COMPANY PAID INTO, SUMMING TO THE
      * COMPANY GROSS THE BALANCE PROOF USES
              MOVE LOW-VALUES TO RWK-KEY
              MOVE 'G'        TO RWK-REC-TYPE
              MOVE WS-COMP-TBL-CD(WS-COMP-IDX) TO RWK-GLD-COMP-CD
              MOVE RWK-KEY    TO FIL-RUNWK-KEY
              MOVE 'N' TO WS-EOF-RUNWK
              START FILE-RUNWK KEY NOT LESS THAN FIL-RUNWK-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-EOF-RUNWK
              END-START
              PERFORM R3987-WRITE-GL-WAGE-DEBIT
                 UNTIL WS-EOF-RUNWK = 'Y'

      * THE EMPLOYER-SIDE TAXES - ONE EXPENSE DEBIT FOR THE LOT,
      * THEN A LIABILITY CREDIT PER TAX
                 OR WS-COMP-TBL-ER-FUTA(WS-COMP-IDX) > 0
                 OR WS-COMP-TBL-ER-SUTA(WS-COMP-IDX) > 0
                 MOVE SPACES         TO WS-GL-DETAIL-LINE
                 MOVE WS-PAY-DATE-8 TO WS-GL-ENTRY-DT
                 MOVE 'GL502000'     TO WS-GL-ACCOUNT
                 MOVE WS-COMP-TBL-CD(WS-COMP-IDX) TO WS-GL-COMP-CD
                 MOVE 'DR'           TO WS-GL-DRCR
              IF WS-COMP-TBL-ER-SS(WS-COMP-IDX) > 0
                 OR WS-COMP-TBL-ER-MEDI(WS-COMP-IDX) > 0
                 MOVE SPACES         TO WS-GL-DETAIL-LINE
                 MOVE WS-PAY-DATE-8 TO WS-GL-ENTRY-DT
                 MOVE 'GL210600'     TO WS-GL-ACCOUNT
                 MOVE WS-COMP-TBL-CD(WS-COMP-IDX) TO WS-GL-COMP-CD
                 MOVE 'CR'           TO WS-GL-DRCR

              IF WS-COMP-TBL-ER-FUTA(WS-COMP-IDX) > 0
                 MOVE SPACES         TO WS-GL-DETAIL-LINE
                 MOVE WS-PAY-DATE-8 TO WS-GL-ENTRY-DT
                 MOVE 'GL210700'     TO WS-GL-ACCOUNT
                 MOVE WS-COMP-TBL-CD(WS-COMP-IDX) TO WS-GL-COMP-CD
                 MOVE 'CR'           TO WS-GL-DRCR

              IF WS-COMP-TBL-ER-SUTA(WS-COMP-IDX) > 0
                 MOVE SPACES         TO WS-GL-DETAIL-LINE
                 MOVE WS-PAY-DATE-8 TO WS-GL-ENTRY-DT
                 MOVE 'GL210800'     TO WS-GL-ACCOUNT
                 MOVE WS-COMP-TBL-CD(WS-COMP-IDX) TO WS-GL-COMP-CD
                 MOVE 'CR'           TO WS-GL-DRCR
      * THE LIABILITY ACCOUNT
              IF WS-COMP-TBL-401K-MAT(WS-COMP-IDX) > 0
                 MOVE SPACES         TO WS-GL-DETAIL-LINE
                 MOVE WS-PAY-DATE-8 TO WS-GL-ENTRY-DT
                 MOVE 'GL503000'     TO WS-GL-ACCOUNT
                 MOVE WS-COMP-TBL-CD(WS-COMP-IDX) TO WS-GL-COMP-CD
                 MOVE 'DR'           TO WS-GL-DRCR
                 WRITE FIL-GL FROM WS-GL-DETAIL-LINE

                 MOVE SPACES         TO WS-GL-DETAIL-LINE
                 MOVE WS-PAY-DATE-8 TO WS-GL-ENTRY-DT
                 MOVE 'GL220400'     TO WS-GL-ACCOUNT
                 MOVE WS-COMP-TBL-CD(WS-COMP-IDX) TO WS-GL-COMP-CD
                 MOVE 'CR'           TO WS-GL-DRCR

              IF WS-COMP-TBL-FED(WS-COMP-IDX) > 0
                 MOVE SPACES         TO WS-GL-DETAIL-LINE
                 MOVE WS-PAY-DATE-8 TO WS-GL-ENTRY-DT
                 MOVE 'GL210100'     TO WS-GL-ACCOUNT
                 MOVE WS-COMP-TBL-CD(WS-COMP-IDX) TO WS-GL-COMP-CD
                 MOVE 'CR'           TO WS-GL-DRCR

      * ONE STATE AND ONE LOCAL PAYABLE CREDIT PER JURISDICTION
      * THIS COMPANY PAID INTO
              MOVE LOW-VALUES TO RWK-KEY
              MOVE 'J'        TO RWK-REC-TYPE
              MOVE WS-COMP-TBL-CD(WS-COMP-IDX) TO RWK-GLJ-COMP-CD
              MOVE RWK-KEY    TO FIL-RUNWK-KEY
              MOVE 'N' TO WS-EOF-RUNWK
              START FILE-RUNWK KEY NOT LESS THAN FIL-RUNWK-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-EOF-RUNWK
              END-START
              PERFORM R3986-WRITE-GL-JURIS
                 UNTIL WS-EOF-RUNWK = 'Y'

              IF WS-COMP-TBL-SS(WS-COMP-IDX) > 0
                 MOVE SPACES        TO WS-GL-DETAIL-LINE
                 MOVE WS-PAY-DATE-8 TO WS-GL-ENTRY-DT
                 MOVE 'GL210400'    TO WS-GL-ACCOUNT
                 MOVE WS-COMP-TBL-CD(WS-COMP-IDX) TO WS-GL-COMP-CD
                 MOVE 'CR'          TO WS-GL-DRCR

              IF WS-COMP-TBL-MEDI(WS-COMP-IDX) > 0
                 MOVE SPACES         TO WS-GL-DETAIL-LINE
                 MOVE WS-PAY-DATE-8 TO WS-GL-ENTRY-DT
                 MOVE 'GL210500'     TO WS-GL-ACCOUNT
                 MOVE WS-COMP-TBL-CD(WS-COMP-IDX) TO WS-GL-COMP-CD
                 MOVE 'CR'           TO WS-GL-DRCR

              IF WS-COMP-TBL-401K(WS-COMP-IDX) > 0
                 MOVE SPACES         TO WS-GL-DETAIL-LINE
                 MOVE WS-PAY-DATE-8 TO WS-GL-ENTRY-DT
                 MOVE 'GL220100'     TO WS-GL-ACCOUNT
                 MOVE WS-COMP-TBL-CD(WS-COMP-IDX) TO WS-GL-COMP-CD
                 MOVE 'CR'           TO WS-GL-DRCR

              IF WS-COMP-TBL-HEALTH(WS-COMP-IDX) > 0
                 MOVE SPACES           TO WS-GL-DETAIL-LINE
                 MOVE WS-PAY-DATE-8 TO WS-GL-ENTRY-DT
                 MOVE 'GL220200'       TO WS-GL-ACCOUNT
                 MOVE WS-COMP-TBL-CD(WS-COMP-IDX) TO WS-GL-COMP-CD
                 MOVE 'CR'             TO WS-GL-DRCR

              IF WS-COMP-TBL-GARNISH(WS-COMP-IDX) > 0
                 MOVE SPACES            TO WS-GL-DETAIL-LINE
                 MOVE WS-PAY-DATE-8 TO WS-GL-ENTRY-DT
                 MOVE 'GL220300'        TO WS-GL-ACCOUNT
                 MOVE WS-COMP-TBL-CD(WS-COMP-IDX) TO WS-GL-COMP-CD
                 MOVE 'CR'              TO WS-GL-DRCR
              END-IF

              MOVE SPACES            TO WS-GL-DETAIL-LINE
              MOVE WS-PAY-DATE-8 TO WS-GL-ENTRY-DT
              MOVE 'GL100100'        TO WS-GL-ACCOUNT
              MOVE WS-COMP-TBL-CD(WS-COMP-IDX) TO WS-GL-COMP-CD
              MOVE 'CR'              TO WS-GL-DRCR

              IF WS-COMP-TBL-CHK-AMT(WS-COMP-IDX) > 0
                 MOVE SPACES            TO WS-GL-DETAIL-LINE
                 MOVE WS-PAY-DATE-8 TO WS-GL-ENTRY-DT
                 MOVE 'GL100200'        TO WS-GL-ACCOUNT
                 MOVE WS-COMP-TBL-CD(WS-COMP-IDX) TO WS-GL-COMP-CD
                 MOVE 'CR'              TO WS-GL-DRCR
              END-IF
           END-IF.
      * ---
      * ONE GROSS-WAGE DEBIT LINE PER COST CENTER AND WAGE ACCOUNT
      * THIS COMPANY PAID INTO - TOGETHER THEY REPLACE THE OLD
      * SINGLE PER-COMPANY WAGE DEBIT AND STILL SUM TO IT EXACTLY.
      * EACH EARNINGS CODE'S WAGES POST TO THE ACCOUNT THE EARNINGS
      * CODE TABLE GIVES IT, GL501000 BY DEFAULT
        R3987-WRITE-GL-WAGE-DEBIT.
      * ---
           READ FILE-RUNWK NEXT RECORD INTO RUNWK-COPYBOOK-RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-RUNWK
              NOT AT END
                 IF NOT RWK-IS-GL-DEPT
                    OR RWK-GLD-COMP-CD NOT = WS-COMP-TBL-CD(WS-COMP-IDX)
                    MOVE 'Y' TO WS-EOF-RUNWK
                 ELSE
                    IF RWK-GLD-GROSS > 0
                       PERFORM R3988-WRITE-GL-WAGE-LINE
                    END-IF
                 END-IF
           END-READ.
      * ---
        R3988-WRITE-GL-WAGE-LINE.
      * ---
           MOVE SPACES     TO WS-GL-DETAIL-LINE.
           MOVE WS-PAY-DATE-8 TO WS-GL-ENTRY-DT.
           MOVE RWK-GLD-GL-ACCT TO WS-GL-ACCOUNT.
           MOVE RWK-GLD-COMP-CD TO WS-GL-COMP-CD.
           MOVE 'DR'       TO WS-GL-DRCR.
           MOVE RWK-GLD-GROSS   TO WS-GL-AMOUNT.
           MOVE SPACES     TO WS-GL-DESC.
           EVALUATE TRUE
              WHEN WS-MODE-SUPPLEMENTAL
                 STRING 'SUPPL WAGES DEPT ' RWK-GLD-DEPT-CD
                    DELIMITED BY SIZE INTO WS-GL-DESC
              WHEN WS-MODE-ADJUSTMENT
                 STRING 'RETRO WAGES DEPT ' RWK-GLD-DEPT-CD
                    DELIMITED BY SIZE INTO WS-GL-DESC
              WHEN OTHER
                 STRING 'GROSS WAGES DEPT ' RWK-GLD-DEPT-CD
                    DELIMITED BY SIZE INTO WS-GL-DESC
           END-EVALUATE.
           WRITE FIL-GL FROM WS-GL-DETAIL-LINE.
      * ---
        R3986-WRITE-GL-JURIS.
      * ---
           READ FILE-RUNWK NEXT RECORD INTO RUNWK-COPYBOOK-RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-RUNWK
              NOT AT END
                 IF NOT RWK-IS-GL-JURIS
                    OR RWK-GLJ-COMP-CD NOT = WS-COMP-TBL-CD(WS-COMP-IDX)
                    MOVE 'Y' TO WS-EOF-RUNWK
                 ELSE
                    PERFORM R3989-WRITE-GL-JURIS-LINES
                 END-IF
           END-READ.
      * ---
        R3989-WRITE-GL-JURIS-LINES.
      * ---
           IF RWK-GLJ-STATE-AMT > 0
              MOVE SPACES     TO WS-GL-DETAIL-LINE
              MOVE WS-PAY-DATE-8 TO WS-GL-ENTRY-DT
              MOVE 'GL210200' TO WS-GL-ACCOUNT
              MOVE RWK-GLJ-COMP-CD TO WS-GL-COMP-CD
              MOVE 'CR'       TO WS-GL-DRCR
              MOVE RWK-GLJ-STATE-AMT TO WS-GL-AMOUNT
              MOVE SPACES     TO WS-GL-DESC
              STRING 'STATE W/H PAYABLE '
                     RWK-GLJ-STATE-CD '/'
                     RWK-GLJ-LOC-CD
                 DELIMITED BY SIZE INTO WS-GL-DESC
              WRITE FIL-GL FROM WS-GL-DETAIL-LINE
           END-IF.

           IF RWK-GLJ-LOC-AMT > 0
              MOVE SPACES     TO WS-GL-DETAIL-LINE
              MOVE WS-PAY-DATE-8 TO WS-GL-ENTRY-DT
              MOVE 'GL210300' TO WS-GL-ACCOUNT
              MOVE RWK-GLJ-COMP-CD TO WS-GL-COMP-CD
              MOVE 'CR'       TO WS-GL-DRCR
              MOVE RWK-GLJ-LOC-AMT TO WS-GL-AMOUNT
              MOVE SPACES     TO WS-GL-DESC
              STRING 'LOCAL W/H PAYABLE '
                     RWK-GLJ-STATE-CD '/'
                     RWK-GLJ-LOC-CD
                 DELIMITED BY SIZE INTO WS-GL-DESC
              WRITE FIL-GL FROM WS-GL-DETAIL-LINE
           END-IF.
      * ---
      * THE PAY DATE'S 941 LIABILITY, ONE RECORD PER COMPANY WITH
           EVALUATE TRUE
              WHEN WS-MODE-REVERSAL
                 DISPLAY 'FED LIABILITY NOT POSTED - REVERSAL RUN'
              WHEN WS-MODE-TRIAL
                 DISPLAY 'FED LIABILITY NOT POSTED - TRIAL RUN'
              WHEN WS-RESTART-RUN
                 DISPLAY '*** FED LIABILITY NOT POSTED - '
                    'RESTARTED RUN ONLY ACCUMULATED THE POST-'
           CLOSE FILE-YTD.
           CLOSE FILE-CKPT.
           CLOSE FILE-CTLCARD.
           CLOSE FILE-REPORT.
           CLOSE FILE-EXCEPT.
           CLOSE FILE-RECON.
           CLOSE FILE-STUB.
           CLOSE FILE-CHKREG.
           CLOSE FILE-LABOR.
           CLOSE FILE-RUNWK.
           IF WS-MODE-TRIAL
              CLOSE FILE-VARIANCE
           ELSE
              CLOSE FILE-ACH
              CLOSE FILE-AUDIT
              CLOSE FILE-AUDEARN
              CLOSE FILE-CHECK
              CLOSE FILE-POSPAY
              CLOSE FILE-GARNREM
              CLOSE FILE-FEDLIAB
              CLOSE FILE-K401REM
           END-IF.
           IF WS-GARNFILE-ACTIVE
              CLOSE FILE-GARN
           END-IF.
           IF WS-DEMOFILE-ACTIVE
              CLOSE FILE-DEMO
           END-IF.
           IF WS-BKHOLDFILE-ACTIVE
              CLOSE FILE-BKHOLD
           END-IF.
           IF WS-GARNAGYFILE-ACTIVE
              CLOSE FILE-GARNAGY
           END-IF.
           IF WS-AUDX-ACTIVE
              CLOSE FILE-AUDX
           END-IF.
