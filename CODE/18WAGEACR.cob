      ************************************************************
      *
      *  PROGRAM ID WAGEACR
      *  DATE CREATED:  15OCT2026
      *
      *  MONTH-END ACCRUED WAGES - THE CYCLE'S GL EXTRACT BOOKS
      *  WAGES ON THE PAY DATE, SO WHEN A PAY PERIOD STRADDLES THE
      *  MONTH END THE DAYS WORKED IN THE CLOSING MONTH ARE NOT IN
      *  THAT MONTH'S BOOKS. THIS PROGRAM FINDS THAT PERIOD ON THE
      *  PAY CALENDAR AND ACCRUES THE SHARE OF IT THAT FALLS IN THE
      *  CLOSING MONTH, PRORATED BY WORKDAYS (WEEKDAYS THAT ARE NOT
      *  CALENDAR HOLIDAYS). EACH ACTIVE EMPLOYEE IS PRICED FROM THE
      *  CURRENT RATE FILE (A SALARIED EMPLOYEE'S PERIOD SALARY) OR
      *  THEIR LAST REGULAR CYCLE'S GROSS OFF THE AUDIT TRAIL, AND
      *  SPREAD OVER COST CENTERS AND WAGE ACCOUNTS IN THE SAME
      *  PROPORTION AS THAT CYCLE'S EARNINGS DETAIL (AUDEARN), WITH
      *  THE EMPLOYER SOCIAL SECURITY, MEDICARE, FUTA AND SUTA ON
      *  THAT GROSS ACCRUED ALONGSIDE IT. THE MASTER, THE AUDIT
      *  TRAIL AND THE EARNINGS DETAIL COME IN SORTED BY EMPLOYEE
      *  (THE JOB SORTS THEM) AND ARE MATCHED, SO NO TABLE LIMITS
      *  HOW MANY EMPLOYEES THERE ARE. THE OUTPUT IS A BALANCED
      *  ACCRUAL JOURNAL PER COMPANY DATED THE MONTH END, AND ITS
      *  MIRROR-IMAGE REVERSAL DATED THE FIRST OF THE NEXT MONTH, IN
      *  THE GL EXTRACT LAYOUT (SEE GLEXTC), PLUS AN ACCRUAL LISTING
      *  BY EMPLOYEE. RC=4 WHEN AN EMPLOYEE HAD NOTHING TO PRICE
      *  FROM, RC=8 WHEN NO JOURNAL COULD BE WRITTEN. IN THE MOLD OF
      *  NEWHIRE
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      * ---------   ------    -------------------------------------
      *  DAN BIEG   15OCT2026 CODE PROG
      *  DAN BIEG   15OCT2026 COST CENTERS COME FROM THE BASE
      *                       TIMECARD ONLY - EARNINGS-CODE LINES
      *                       ARE SKIPPED
      *  DAN BIEG   15OCT2026 WAGES ACCRUE BY COST CENTER AND GL
      *                       WAGE ACCOUNT OFF THE LAST CYCLE'S
      *                       EARNINGS DETAIL, AS THE CYCLE POSTS
      *                       THEM. AUDIT TRAIL AND EARNINGS DETAIL
      *                       MATCHED IN EMPLOYEE ORDER - THE LAST-
      *                       CYCLE AND TIMECARD TABLES ARE GONE
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************

       PROGRAM-ID. WAGEACR.

      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FILE-ACCTL ASSIGN TO UT-S-ACCTL.

           SELECT FILE-PAYCAL ASSIGN TO UT-S-PAYCAL.

           SELECT FILE-AUDITIN ASSIGN TO UT-S-AUDITIN.

           SELECT FILE-AUDEARN ASSIGN TO UT-S-AUDEARN.

           SELECT FILE-PEOPLE ASSIGN TO UT-S-NAMES.

           SELECT FILE-RATES ASSIGN TO UT-S-RATES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIL-RATES-KEY
               FILE STATUS IS WS-RATES-STATUS.

           SELECT FILE-YTD ASSIGN TO UT-S-YTD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIL-YTD-KEY
               FILE STATUS IS WS-YTD-STATUS.

           SELECT FILE-JURIS ASSIGN TO UT-S-JURIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIL-JURIS-KEY
               FILE STATUS IS WS-JURIS-STATUS.

           SELECT FILE-GL ASSIGN TO UT-S-ACCRGL.

           SELECT FILE-ACRPT ASSIGN TO UT-S-ACCRRPT.

      **************************************************************
       DATA DIVISION.
      **************************************************************

       FILE SECTION.
      * THE MONTH-END CONTROL CARD - COLS 1-8 THE MONTH-END DATE
      * BEING CLOSED (YYYYMMDD, THE LAST DAY OF ITS MONTH). A BLANK
      * CARD CLOSES THE MONTH BEFORE THE RUN DATE
       FD     FILE-ACCTL
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-ACCTL.

       01  FIL-ACCTL.
           02  FIL-AC-MONTH-END     PIC X(08).
           02  FILLER               PIC X(72).

      *   ------------

       FD     FILE-PAYCAL
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-PAYCAL.

       01  FIL-PAYCAL PIC X(80).

      *   ------------

       FD     FILE-AUDITIN
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-AUDITIN.

       01  FIL-AUDITIN PIC X(220).

      *   ------------

      * THE EARNINGS DETAIL BEHIND THE AUDIT TRAIL (SEE AUDERNC)
       FD     FILE-AUDEARN
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-AUDEARN.

       01  FIL-AUDEARN PIC X(100).

      *   ------------

       FD     FILE-PEOPLE
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-PEOPLE.

       01  FIL-PEOPLE PIC X(170).

      *   ------------

       FD     FILE-RATES
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-RATES.

       01  FIL-RATES.
           02  FIL-RATES-KEY        PIC X(06).
           02  FILLER               PIC X(74).

      *   ------------

       FD     FILE-YTD
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-YTD.

       01  FIL-YTD.
           02  FIL-YTD-KEY          PIC X(06).
           02  FILLER               PIC X(514).

      *   ------------

       FD     FILE-JURIS
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-JURIS.

       01  FIL-JURIS.
           02  FIL-JURIS-KEY        PIC X(06).
           02  FILLER               PIC X(74).

      *   ------------

      * THE ACCRUAL JOURNAL AND ITS REVERSAL (SEE GLEXTC)
       FD     FILE-GL
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-GL.

       01  FIL-GL PIC X(80).

      *   ------------

       FD     FILE-ACRPT
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-ACRPT.

       01  FIL-ACRPT PIC X(132).


       WORKING-STORAGE SECTION.
      * USE THE COPYBOOKS
       COPY NAMESC.
       COPY RATESC.
       COPY AUDERNC.
       COPY PAYCALC.
       COPY JURISC.
       COPY YTDC.
       COPY AUDITC.
       COPY GLEXTC.

      * EMPLOYER TAX RATES AND WAGE BASES - THE SAME FIGURES
      * DIRECTDP CARRIES; CHANGE THEM TOGETHER EACH JANUARY. SUTA
      * COMES OFF THE WORK JURISDICTION RECORD, NOT FROM HERE
       01  WS-ER-TAX-CONSTANTS.
           02 WS-SS-RATE            PIC V9999 VALUE .0620.
           02 WS-SS-WAGE-BASE       PIC 9(7)V99 VALUE 176100.00.
           02 WS-MEDI-RATE          PIC V9999 VALUE .0145.
           02 WS-FUTA-RATE          PIC V9999 VALUE .0060.
           02 WS-FUTA-WAGE-BASE     PIC 9(7)V99 VALUE 7000.00.

      * A NEW HOURLY EMPLOYEE WITH NO CYCLE ON THE AUDIT TRAIL YET
      * IS PRICED AT THEIR RATE FOR THIS MANY HOURS A WORKDAY
       01  WS-STD-DAY-HOURS     PIC 9(02) VALUE 08.

      * THE RUN DATE, THE MONTH BEING CLOSED, AND THE DATE THE
      * ACCRUAL REVERSES ON
       01  WS-RUN-DATE-8        PIC 9(08) VALUE ZEROS.
       01  WS-MONTH-END-8       PIC 9(08) VALUE ZEROS.
       01  WS-REVERSE-DT-8      PIC 9(08) VALUE ZEROS.

      * THE PAY PERIOD THAT STRADDLES THE MONTH END, AND ITS
      * WORKDAYS - IN ALL, AND THROUGH THE MONTH END
       01  WS-PERIOD-FIELDS.
           02 WS-PER-NO              PIC 9(06) VALUE ZEROS.
           02 WS-PER-START-8         PIC 9(08) VALUE ZEROS.
           02 WS-PER-END-8           PIC 9(08) VALUE ZEROS.
           02 WS-PER-PAY-8           PIC 9(08) VALUE ZEROS.
           02 WS-PER-FOUND-SW        PIC X VALUE 'N'.
              88 WS-PER-FOUND              VALUE 'Y'.
           02 WS-DAYS-TOTAL          PIC 9(03) VALUE ZEROS.
           02 WS-DAYS-ACCRUED        PIC 9(03) VALUE ZEROS.

      * DATE WORK FIELDS - WS-DT-WORK IS THE DATE CURRENTLY BEING
      * TESTED OR ROLLED
       01  WS-DT-WORK                PIC 9(08) VALUE ZEROS.
       01  WS-DT-WORK-R REDEFINES WS-DT-WORK.
           02 WS-DT-YYYY             PIC 9(04).
           02 WS-DT-MM               PIC 9(02).
           02 WS-DT-DD               PIC 9(02).
       01  WS-DT-DIM                 PIC 9(02) VALUE ZEROS.
       01  WS-DT-LEAP-Q              PIC 9(04) VALUE ZEROS.
       01  WS-DT-LEAP-R              PIC 9(01) VALUE ZEROS.

      * ZELLER CONGRUENCE WORK FIELDS - GIVES DAY OF WEEK AS
      * 0=SATURDAY 1=SUNDAY 2=MONDAY ... 6=FRIDAY
       01  WS-ZEL-Y                  PIC 9(04) VALUE ZEROS.
       01  WS-ZEL-M                  PIC 9(02) VALUE ZEROS.
       01  WS-ZEL-J                  PIC 9(02) VALUE ZEROS.
       01  WS-ZEL-K                  PIC 9(02) VALUE ZEROS.
       01  WS-ZEL-T1                 PIC 9(04) VALUE ZEROS.
       01  WS-ZEL-T2                 PIC 9(02) VALUE ZEROS.
       01  WS-ZEL-T3                 PIC 9(02) VALUE ZEROS.
       01  WS-ZEL-SUM                PIC 9(04) VALUE ZEROS.
       01  WS-ZEL-Q                  PIC 9(04) VALUE ZEROS.
       01  WS-DOW                    PIC 9(01) VALUE ZEROS.
       01  WS-WORKDAY-SW             PIC X VALUE 'N'.
           88 WS-IS-WORKDAY                VALUE 'Y'.

      * HOLIDAYS OFF THE PAY CALENDAR FILE - NOT WORKDAYS
       01  WS-CAL-HOLIDAY-TABLE.
           02 WS-HOL-DT OCCURS 50 TIMES PIC 9(08).
       01  WS-HOL-CNT           PIC 9(02) VALUE ZEROS.
       01  WS-HOL-MAX           PIC 9(02) VALUE 50.
       01  WS-HOL-IDX           PIC 9(02) VALUE ZEROS.

      * THE MASTER, THE AUDIT TRAIL AND THE EARNINGS DETAIL COME IN
      * SORTED BY EMPLOYEE ID, AND BY RUN DATE AND TIME WITHIN IT,
      * AND ARE MATCHED ON THE EMPLOYEE - SO ONLY THE EMPLOYEE
      * BEING PRICED IS HELD. A HIGH-VALUES KEY MARKS THE END OF
      * EITHER TRAIL
       01  WS-AUD-KEY           PIC X(06) VALUE SPACES.
       01  WS-AUE-KEY           PIC X(06) VALUE SPACES.
       01  WS-AUD-CNT           PIC 9(07) VALUE ZEROS.
       01  WS-AUE-CNT           PIC 9(07) VALUE ZEROS.

      * THE EMPLOYEE'S MOST RECENT REGULAR-CYCLE PAY OFF THE AUDIT
      * TRAIL - A SPLIT DEPOSIT'S TWO HALVES ARE SUMMED
       01  WS-LAST-CYCLE.
           02 WS-LC-RUN-DATE         PIC 9(06) VALUE ZEROS.
           02 WS-LC-RUN-TIME         PIC 9(08) VALUE ZEROS.
           02 WS-LC-GROSS            PIC 9(07)V99 VALUE ZEROS.
           02 WS-LC-HEALTH           PIC 9(07)V99 VALUE ZEROS.
           02 WS-LC-FOUND-SW         PIC X VALUE 'N'.
              88 WS-LC-FOUND               VALUE 'Y'.

      * THE SAME PAYCHECK'S EARNINGS BY COST CENTER AND GL WAGE
      * ACCOUNT OFF THE EARNINGS DETAIL - THE SHARES THE ACCRUAL IS
      * SPREAD BY. ONE PAYCHECK'S LINES, SO THE SAME SIZE AS
      * DIRECTDP'S OWN PER-PAYCHECK EARNINGS TABLE; A LINE PAST THE
      * END ADDS INTO THE LAST ENTRY
       01  WS-AE-TABLE.
           02 WS-AE-ENTRY OCCURS 30 TIMES.
              03 WS-AE-DEPT           PIC X(06).
              03 WS-AE-GL-ACCT        PIC X(08).
              03 WS-AE-AMT            PIC 9(07)V99.
       01  WS-AE-CNT            PIC 9(02) VALUE ZEROS.
       01  WS-AE-MAX            PIC 9(02) VALUE 30.
       01  WS-AE-IDX            PIC 9(02) VALUE ZEROS.
       01  WS-AE-HIT            PIC 9(02) VALUE ZEROS.
       01  WS-AE-RUN-DATE       PIC 9(06) VALUE ZEROS.
       01  WS-AE-RUN-TIME       PIC 9(08) VALUE ZEROS.
       01  WS-AE-TOTAL          PIC 9(07)V99 VALUE ZEROS.
       01  WS-AE-FOUND-SW       PIC X VALUE 'N'.
           88 WS-AE-FOUND             VALUE 'Y'.
       01  WS-AE-USE-SW         PIC X VALUE 'N'.
           88 WS-AE-USABLE            VALUE 'Y'.

      * ACCRUAL TOTALS BY COMPANY - THE WAGE PAYABLE CREDIT AND THE
      * EMPLOYER TAX LINES OF EACH COMPANY'S ENTRY
       01  WS-COMP-TABLE.
           02 WS-COMP-ENTRY OCCURS 10 TIMES.
              03 WS-COMP-TBL-CD       PIC X(02).
              03 WS-COMP-TBL-GROSS    PIC 9(09)V99.
              03 WS-COMP-TBL-DEPT-AMT PIC 9(09)V99.
              03 WS-COMP-TBL-ER-SS    PIC 9(09)V99.
              03 WS-COMP-TBL-ER-MEDI  PIC 9(09)V99.
              03 WS-COMP-TBL-ER-FUTA  PIC 9(09)V99.
              03 WS-COMP-TBL-ER-SUTA  PIC 9(09)V99.
              03 WS-COMP-TBL-EMP-CNT  PIC 9(05).
       01  WS-COMP-CNT          PIC 9(02) VALUE ZEROS.
       01  WS-COMP-MAX          PIC 9(02) VALUE 10.
       01  WS-COMP-IDX          PIC 9(02) VALUE ZEROS.
       01  WS-COMP-HIT          PIC 9(02) VALUE ZEROS.
       01  WS-COMP-FOUND-SW     PIC X VALUE 'N'.
           88 WS-COMP-FOUND           VALUE 'Y'.
       01  WS-COMP-OVFL-SW      PIC X VALUE 'N'.
           88 WS-COMP-OVERFLOWED      VALUE 'Y'.

      * ACCRUED WAGES BY COMPANY, COST CENTER AND GL WAGE ACCOUNT -
      * THE WAGE DEBIT LINES, SUMMING TO THE COMPANY'S WAGE PAYABLE
      * CREDIT. SIZED BY THE CHART OF ACCOUNTS, NOT THE HEADCOUNT
       01  WS-GLD-TABLE.
           02 WS-GLD-ENTRY OCCURS 500 TIMES.
              03 WS-GLD-COMP-CD       PIC X(02).
              03 WS-GLD-DEPT-CD       PIC X(06).
              03 WS-GLD-GL-ACCT       PIC X(08).
              03 WS-GLD-GROSS         PIC 9(09)V99.
       01  WS-GLD-CNT           PIC 9(03) VALUE ZEROS.
       01  WS-GLD-MAX           PIC 9(03) VALUE 500.
       01  WS-GLD-IDX           PIC 9(03) VALUE ZEROS.
       01  WS-GLD-CUR-DEPT      PIC X(06) VALUE SPACES.
       01  WS-GLD-CUR-ACCT      PIC X(08) VALUE SPACES.
       01  WS-GLD-CUR-AMT       PIC 9(07)V99 VALUE ZEROS.
       01  WS-GLD-SPREAD-AMT    PIC 9(07)V99 VALUE ZEROS.
       01  WS-GLD-FOUND-SW      PIC X VALUE 'N'.
           88 WS-GLD-FOUND            VALUE 'Y'.
       01  WS-GLD-OVFL-SW       PIC X VALUE 'N'.
           88 WS-GLD-OVERFLOWED       VALUE 'Y'.

      * THE EMPLOYEE BEING PRICED
       01  WS-EMP-WORK.
           02 WS-EMP-DAYS            PIC 9(03) VALUE ZEROS.
           02 WS-EMP-DEPT            PIC X(06) VALUE SPACES.
           02 WS-EMP-BASIS           PIC X(10) VALUE SPACES.
           02 WS-EMP-PERIOD-AMT      PIC 9(07)V99 VALUE ZEROS.
           02 WS-EMP-ACCRUED         PIC 9(07)V99 VALUE ZEROS.
           02 WS-EMP-HEALTH-ACR      PIC 9(07)V99 VALUE ZEROS.
           02 WS-EMP-FICA-WAGES      PIC 9(07)V99 VALUE ZEROS.
           02 WS-EMP-PRIOR-WAGES     PIC 9(07)V99 VALUE ZEROS.
           02 WS-EMP-ROOM            PIC 9(07)V99 VALUE ZEROS.
           02 WS-EMP-TAXABLE         PIC 9(07)V99 VALUE ZEROS.
           02 WS-EMP-ER-SS           PIC 9(05)V99 VALUE ZEROS.
           02 WS-EMP-ER-MEDI         PIC 9(05)V99 VALUE ZEROS.
           02 WS-EMP-ER-FUTA         PIC 9(05)V99 VALUE ZEROS.
           02 WS-EMP-ER-SUTA         PIC 9(05)V99 VALUE ZEROS.
           02 WS-EMP-ER-TOTAL        PIC 9(05)V99 VALUE ZEROS.
           02 WS-EMP-SUTA-RATE       PIC 9V9999 VALUE ZEROS.
           02 WS-EMP-SUTA-BASE       PIC 9(5)V99 VALUE ZEROS.
           02 WS-RATE-FOUND-SW       PIC X VALUE 'N'.
              88 WS-RATE-FOUND             VALUE 'Y'.

      * ONE JOURNAL LINE AS THE ACCRUAL BOOKS IT - THE REVERSAL
      * PASS WRITES THE SAME LINE WITH THE SIDES SWAPPED
       01  WS-JE-LINE.
           02 WS-JE-ACCOUNT          PIC X(08) VALUE SPACES.
           02 WS-JE-COMP-CD          PIC X(02) VALUE SPACES.
           02 WS-JE-DRCR             PIC X(02) VALUE SPACES.
           02 WS-JE-AMOUNT           PIC 9(09)V99 VALUE ZEROS.
           02 WS-JE-DESC             PIC X(30) VALUE SPACES.
       01  WS-JE-PASS-SW        PIC X VALUE 'A'.
           88 WS-JE-ACCRUAL-PASS      VALUE 'A'.
           88 WS-JE-REVERSAL-PASS     VALUE 'V'.

      * GL BALANCE WORK FIELDS - EACH COMPANY'S ENTRY IS PROVED
      * DEBITS = CREDITS BEFORE THE FILE IS WRITTEN
       01  WS-GL-TOTALS.
           02 WS-GL-TOT-DR           PIC 9(09)V99 VALUE ZEROS.
           02 WS-GL-TOT-CR           PIC 9(09)V99 VALUE ZEROS.
           02 WS-GL-OOB-SW           PIC X VALUE 'N'.
              88 WS-GL-OUT-OF-BALANCE      VALUE 'Y'.
           02 WS-GL-LINE-CNT         PIC 9(05) VALUE ZEROS.
           02 WS-GL-RUN-DR           PIC 9(09)V99 VALUE ZEROS.
           02 WS-GL-RUN-CR           PIC 9(09)V99 VALUE ZEROS.

      * REPORT LINE LAYOUTS
       01  WS-RPT-HEADING-1.
           02 FILLER            PIC X(01) VALUE '1'.
           02 FILLER            PIC X(36) VALUE
                    '*** MONTH-END ACCRUED WAGES ***'.
           02 FILLER            PIC X(11) VALUE 'MONTH END: '.
           02 WS-RPT-H1-ME      PIC 9(08).
           02 FILLER            PIC X(12) VALUE '   RUN DATE '.
           02 WS-RPT-H1-RUN     PIC 9(08).
           02 FILLER            PIC X(56) VALUE SPACES.

       01  WS-RPT-HEADING-2.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(11) VALUE 'PAY PERIOD '.
           02 WS-RPT-H2-PER     PIC 9(06).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-RPT-H2-START   PIC 9(08).
           02 FILLER            PIC X(04) VALUE ' TO '.
           02 WS-RPT-H2-END     PIC 9(08).
           02 FILLER            PIC X(20) VALUE
                    '   WORKDAYS ACCRUED '.
           02 WS-RPT-H2-ACR     PIC ZZ9.
           02 FILLER            PIC X(04) VALUE ' OF '.
           02 WS-RPT-H2-TOT     PIC ZZ9.
           02 FILLER            PIC X(16) VALUE
                    '   REVERSES ON '.
           02 WS-RPT-H2-REV     PIC 9(08).
           02 FILLER            PIC X(38) VALUE SPACES.

       01  WS-RPT-HEADING-3.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(08) VALUE 'EMP ID'.
           02 FILLER            PIC X(22) VALUE 'EMPLOYEE NAME'.
           02 FILLER            PIC X(04) VALUE 'CO'.
           02 FILLER            PIC X(08) VALUE 'DEPT'.
           02 FILLER            PIC X(12) VALUE 'PRICED FROM'.
           02 FILLER            PIC X(05) VALUE 'DAYS'.
           02 FILLER            PIC X(13) VALUE '  PERIOD PAY'.
           02 FILLER            PIC X(13) VALUE '    ACCRUED'.
           02 FILLER            PIC X(12) VALUE '   ER TAXES'.
           02 FILLER            PIC X(34) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-RPT-D-EMP-ID   PIC X(08).
           02 WS-RPT-D-NAME     PIC X(22).
           02 WS-RPT-D-COMP     PIC X(04).
           02 WS-RPT-D-DEPT     PIC X(08).
           02 WS-RPT-D-BASIS    PIC X(12).
           02 WS-RPT-D-DAYS     PIC ZZ9.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-RPT-D-PERIOD   PIC ZZZ,ZZ9.99.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 WS-RPT-D-ACCRUED  PIC ZZZ,ZZ9.99.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 WS-RPT-D-ER-TAX   PIC ZZ,ZZ9.99.
           02 FILLER            PIC X(37) VALUE SPACES.

       01  WS-RPT-COMP-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(08) VALUE 'COMPANY '.
           02 WS-RPT-C-COMP     PIC X(04).
           02 WS-RPT-C-LABEL    PIC X(30).
           02 WS-RPT-C-AMT      PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(75) VALUE SPACES.

       01  WS-RPT-SUM-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-RPT-S-LABEL    PIC X(40).
           02 WS-RPT-S-TOT      PIC ZZ,ZZ9.
           02 FILLER            PIC X(85) VALUE SPACES.

      * FLAGS
       01  WS-VAL.
           02 WS-EOF-PAYCAL          PIC X VALUE 'N'.
           02 WS-EOF-AUDITIN         PIC X VALUE 'N'.
           02 WS-EOF-AUDEARN         PIC X VALUE 'N'.
           02 WS-EOF-PEOPLE          PIC X VALUE 'N'.
           02 WS-JURIS-OPEN-SW       PIC X VALUE 'N'.
              88 WS-JURIS-OPEN             VALUE 'Y'.

      * FILE STATUS CODES FOR THE KEYED FILES
       01  WS-FILE-STATUSES.
           02 WS-RATES-STATUS        PIC X(02) VALUE '00'.
           02 WS-YTD-STATUS          PIC X(02) VALUE '00'.
           02 WS-JURIS-STATUS        PIC X(02) VALUE '00'.

      * RUN COUNTERS
       01  WS-READ-CNT          PIC 9(05) VALUE ZEROS.
       01  WS-ACCRUED-CNT       PIC 9(05) VALUE ZEROS.
       01  WS-SKIP-CNT          PIC 9(05) VALUE ZEROS.
       01  WS-NO-BASIS-CNT      PIC 9(05) VALUE ZEROS.

       01  WS-BREAKPT   PIC X(23) VALUE '-=-=-=-=-=-=-=-=-=-=-=-'.
       01  WS-MESSAGE   PIC X(23) VALUE 'MONTH-END WAGE ACCRUAL '.
       01  WS-FULL-LINE PIC X(50) VALUE ALL '*'.


      **************************************************************
       PROCEDURE DIVISION.
      **************************************************************

           PERFORM R1000-OPEN-DATASETS.

           DISPLAY WS-FULL-LINE.
           DISPLAY WS-MESSAGE.
           DISPLAY WS-FULL-LINE.

           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.

           PERFORM R1100-READ-MONTH-END-CARD.
           PERFORM R1200-LOAD-PAY-CALENDAR.

      * NO PERIOD RUNS ACROSS THE MONTH END - THE CYCLES ALREADY
      * BOOKED EVERY DAY OF THE MONTH, SO THERE IS NOTHING TO
      * ACCRUE. THE JOURNAL GOES OUT EMPTY
           IF NOT WS-PER-FOUND
              DISPLAY 'NO PAY PERIOD STRADDLES MONTH END '
                 WS-MONTH-END-8 ' - NOTHING TO ACCRUE'
              PERFORM R4000-CLOSE-DATASETS
              STOP RUN
           END-IF.

           PERFORM R1300-COUNT-WORKDAYS.
           PERFORM R1400-READ-AUDIT.
           PERFORM R1500-READ-AUDEARN.

           MOVE WS-MONTH-END-8   TO WS-RPT-H1-ME.
           MOVE WS-RUN-DATE-8    TO WS-RPT-H1-RUN.
           MOVE WS-PER-NO        TO WS-RPT-H2-PER.
           MOVE WS-PER-START-8   TO WS-RPT-H2-START.
           MOVE WS-PER-END-8     TO WS-RPT-H2-END.
           MOVE WS-DAYS-ACCRUED  TO WS-RPT-H2-ACR.
           MOVE WS-DAYS-TOTAL    TO WS-RPT-H2-TOT.
           MOVE WS-REVERSE-DT-8  TO WS-RPT-H2-REV.
           WRITE FIL-ACRPT FROM WS-RPT-HEADING-1
              AFTER ADVANCING PAGE.
           WRITE FIL-ACRPT FROM WS-RPT-HEADING-2
              AFTER ADVANCING 1 LINE.
           WRITE FIL-ACRPT FROM WS-RPT-HEADING-3
              AFTER ADVANCING 2 LINES.

      * EVERY EMPLOYEE ON THE MASTER
           PERFORM R1600-READ-PEOPLE-ENTRY.
           PERFORM R2000-PROCESS-PEOPLE-ENTRY
              UNTIL WS-EOF-PEOPLE = 'Y'.

           PERFORM R3000-WRITE-JOURNAL.
           PERFORM R3500-WRITE-TOTALS.

           DISPLAY WS-FULL-LINE.
           DISPLAY ' -- WAGE ACCRUAL RUN COMPLETE -- '.
           DISPLAY 'EMPLOYEES READ:       ' WS-READ-CNT.
           DISPLAY 'ACCRUED:              ' WS-ACCRUED-CNT.
           DISPLAY 'NOT ACTIVE/NOT HIRED: ' WS-SKIP-CNT.
           DISPLAY 'NOTHING TO PRICE:     ' WS-NO-BASIS-CNT.
           DISPLAY 'JOURNAL LINES:        ' WS-GL-LINE-CNT.
           DISPLAY 'AUDIT RECORDS READ:   ' WS-AUD-CNT.
           DISPLAY 'EARNINGS LINES READ:  ' WS-AUE-CNT.
           DISPLAY WS-FULL-LINE.

      * RC=4 - AN ACTIVE EMPLOYEE WENT UNACCRUED. A REFUSED JOURNAL
      * HAS ALREADY SET RC=8, WHICH STANDS
           IF WS-NO-BASIS-CNT > 0
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM R4000-CLOSE-DATASETS.
           STOP RUN.

      * ---
      * THE RATE FILE AND YTD MASTER ARE BOTH NEEDED TO PRICE THE
      * ACCRUAL - WITHOUT EITHER THE RUN STOPS RC=8. THE WORK
      * JURISDICTION FILE ONLY FEEDS SUTA AND IS OPTIONAL
        R1000-OPEN-DATASETS.
      * ---
           OPEN INPUT FILE-ACCTL.
           OPEN INPUT FILE-PAYCAL.
           OPEN INPUT FILE-AUDITIN.
           OPEN INPUT FILE-AUDEARN.
           OPEN INPUT FILE-PEOPLE.
           OPEN OUTPUT FILE-GL.
           OPEN OUTPUT FILE-ACRPT.

           OPEN INPUT FILE-RATES.
           IF WS-RATES-STATUS NOT = '00'
              DISPLAY '*** RATE FILE NOT AVAILABLE - STATUS '
                 WS-RATES-STATUS ' - NO ACCRUAL WRITTEN ***'
              MOVE 8 TO RETURN-CODE
              CLOSE FILE-ACCTL FILE-PAYCAL FILE-AUDITIN FILE-AUDEARN
                    FILE-PEOPLE FILE-GL FILE-ACRPT
              STOP RUN
           END-IF.

           OPEN INPUT FILE-YTD.
           IF WS-YTD-STATUS NOT = '00'
              DISPLAY '*** YTD MASTER NOT AVAILABLE - STATUS '
                 WS-YTD-STATUS ' - NO ACCRUAL WRITTEN ***'
              MOVE 8 TO RETURN-CODE
              CLOSE FILE-ACCTL FILE-PAYCAL FILE-AUDITIN FILE-AUDEARN
                    FILE-PEOPLE FILE-GL FILE-ACRPT FILE-RATES
              STOP RUN
           END-IF.

           OPEN INPUT FILE-JURIS.
           IF WS-JURIS-STATUS = '00'
              MOVE 'Y' TO WS-JURIS-OPEN-SW
           ELSE
              DISPLAY 'JURISDICTION FILE NOT AVAILABLE - STATUS '
                 WS-JURIS-STATUS ' - NO SUTA ACCRUED'
           END-IF.
      * ---
      * THE CARD'S DATE MUST BE THE LAST DAY OF ITS MONTH. A BLANK
      * CARD CLOSES THE MONTH BEFORE THE RUN DATE. THE ACCRUAL
      * REVERSES ON THE DAY AFTER - THE FIRST OF THE NEXT MONTH
        R1100-READ-MONTH-END-CARD.
      * ---
           MOVE SPACES TO FIL-ACCTL.
           READ FILE-ACCTL
              AT END
                 MOVE SPACES TO FIL-ACCTL
           END-READ.

           IF FIL-AC-MONTH-END = SPACES
              MOVE WS-RUN-DATE-8 TO WS-DT-WORK
              IF WS-DT-MM > 01
                 SUBTRACT 1 FROM WS-DT-MM
              ELSE
                 MOVE 12 TO WS-DT-MM
                 SUBTRACT 1 FROM WS-DT-YYYY
              END-IF
              PERFORM R8300-DAYS-IN-MONTH
              MOVE WS-DT-DIM TO WS-DT-DD
              MOVE WS-DT-WORK TO WS-MONTH-END-8
           ELSE
              IF FIL-AC-MONTH-END IS NOT NUMERIC
                 OR FIL-AC-MONTH-END < '19000101'
                 DISPLAY '*** MONTH-END DATE ON THE CONTROL CARD IS '
                    'NOT VALID - NO ACCRUAL WRITTEN ***'
                 MOVE 8 TO RETURN-CODE
                 PERFORM R4000-CLOSE-DATASETS
                 STOP RUN
              END-IF
              MOVE FIL-AC-MONTH-END TO WS-MONTH-END-8
              MOVE WS-MONTH-END-8 TO WS-DT-WORK
              IF WS-DT-MM < 01 OR WS-DT-MM > 12
                 MOVE 99 TO WS-DT-DIM
              ELSE
                 PERFORM R8300-DAYS-IN-MONTH
              END-IF
              IF WS-DT-DD NOT = WS-DT-DIM
                 DISPLAY '*** ' WS-MONTH-END-8 ' IS NOT THE LAST '
                    'DAY OF A MONTH - NO ACCRUAL WRITTEN ***'
                 MOVE 8 TO RETURN-CODE
                 PERFORM R4000-CLOSE-DATASETS
                 STOP RUN
              END-IF
           END-IF.

           MOVE WS-MONTH-END-8 TO WS-DT-WORK.
           PERFORM R8200-NEXT-DAY.
           MOVE WS-DT-WORK TO WS-REVERSE-DT-8.

           DISPLAY 'MONTH END ' WS-MONTH-END-8
              ' ACCRUAL REVERSES ON ' WS-REVERSE-DT-8.
      * ---
      * HOLIDAYS INTO THE TABLE, AND THE PERIOD THAT STARTS ON OR
      * BEFORE THE MONTH END AND ENDS AFTER IT. A PERIOD ENDING ON
      * THE MONTH END ITSELF DOES NOT STRADDLE IT
        R1200-LOAD-PAY-CALENDAR.
      * ---
           PERFORM R1210-LOAD-PAYCAL-ENTRY
              UNTIL WS-EOF-PAYCAL = 'Y'.

           IF WS-PER-FOUND
              DISPLAY 'PAY PERIOD ' WS-PER-NO ' ' WS-PER-START-8
                 ' TO ' WS-PER-END-8 ' PAID ' WS-PER-PAY-8
           END-IF.
      * ---
        R1210-LOAD-PAYCAL-ENTRY.
      * ---
           READ FILE-PAYCAL INTO PAYCAL-COPYBOOK-RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-PAYCAL
              NOT AT END
                 EVALUATE TRUE
                    WHEN CAL-IS-HOLIDAY
                       IF WS-HOL-CNT < WS-HOL-MAX
                          ADD 1 TO WS-HOL-CNT
                          MOVE CAL-START-DT TO WS-HOL-DT(WS-HOL-CNT)
                       ELSE
                          DISPLAY 'HOLIDAY TABLE FULL - '
                             CAL-START-DT ' NOT LOADED'
                       END-IF
                    WHEN CAL-IS-PERIOD
                       IF WS-MONTH-END-8 >= CAL-START-DT
                          AND WS-MONTH-END-8 < CAL-END-DT
                          MOVE 'Y' TO WS-PER-FOUND-SW
                          MOVE CAL-PERIOD-NO TO WS-PER-NO
                          MOVE CAL-START-DT  TO WS-PER-START-8
                          MOVE CAL-END-DT    TO WS-PER-END-8
                          MOVE CAL-PAY-DT    TO WS-PER-PAY-8
                       END-IF
                 END-EVALUATE
           END-READ.
      * ---
      * WALK THE PERIOD A DAY AT A TIME - EVERY WORKDAY COUNTS TOWARD
      * THE PERIOD, AND THOSE ON OR BEFORE THE MONTH END TOWARD THE
      * ACCRUAL. A PERIOD WITH NO WORKDAYS (A BAD CALENDAR RECORD)
      * CANNOT BE PRORATED AND STOPS THE RUN RC=8
        R1300-COUNT-WORKDAYS.
      * ---
           MOVE ZEROS TO WS-DAYS-TOTAL WS-DAYS-ACCRUED.
           MOVE WS-PER-START-8 TO WS-DT-WORK.
           PERFORM R1310-COUNT-ONE-DAY
              UNTIL WS-DT-WORK > WS-PER-END-8.

           DISPLAY 'WORKDAYS IN PERIOD ' WS-DAYS-TOTAL
              ' THROUGH MONTH END ' WS-DAYS-ACCRUED.

           IF WS-DAYS-TOTAL = 0
              DISPLAY '*** PAY PERIOD ' WS-PER-NO ' HAS NO '
                 'WORKDAYS - CHECK THE PAY CALENDAR - NO ACCRUAL '
                 'WRITTEN ***'
              MOVE 8 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              STOP RUN
           END-IF.
      * ---
        R1310-COUNT-ONE-DAY.
      * ---
           PERFORM R8100-CHECK-WORKDAY.
           IF WS-IS-WORKDAY
              ADD 1 TO WS-DAYS-TOTAL
              IF WS-DT-WORK <= WS-MONTH-END-8
                 ADD 1 TO WS-DAYS-ACCRUED
              END-IF
           END-IF.
           PERFORM R8200-NEXT-DAY.
      * ---
      * THE NEXT AUDIT RECORD, IN EMPLOYEE AND RUN DATE/TIME ORDER
        R1400-READ-AUDIT.
      * ---
           READ FILE-AUDITIN INTO AUDIT-COPYBOOK-RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-AUDITIN
                 MOVE HIGH-VALUES TO WS-AUD-KEY
              NOT AT END
                 ADD 1 TO WS-AUD-CNT
                 MOVE AUD-EMP-ID TO WS-AUD-KEY
           END-READ.
      * ---
      * THE NEXT EARNINGS DETAIL LINE, IN THE SAME ORDER
        R1500-READ-AUDEARN.
      * ---
           READ FILE-AUDEARN INTO AUDEARN-COPYBOOK-RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-AUDEARN
                 MOVE HIGH-VALUES TO WS-AUE-KEY
              NOT AT END
                 ADD 1 TO WS-AUE-CNT
                 MOVE AUE-EMP-ID TO WS-AUE-KEY
           END-READ.
      * ---
        R1600-READ-PEOPLE-ENTRY.
      * ---
           READ FILE-PEOPLE INTO NAMES-COPYBOOK-RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-PEOPLE
              NOT AT END
                 ADD 1 TO WS-READ-CNT
           END-READ.
      * ---
      * ONLY AN ACTIVE EMPLOYEE HIRED BY THE MONTH END ACCRUES. A
      * TERMINATED EMPLOYEE'S FINAL PAY WAS BOOKED BY THE FINAL-PAY
      * RUN, AND NOTHING IS EARNED ON LEAVE
        R2000-PROCESS-PEOPLE-ENTRY.
      * ---
           PERFORM R2050-MATCH-LAST-CYCLE.

           IF WS-EMP-ACTIVE
              AND (WS-HIRE-DT IS NOT NUMERIC
                   OR WS-HIRE-DT <= WS-MONTH-END-8)
              PERFORM R2100-PRICE-EMPLOYEE
           ELSE
              ADD 1 TO WS-SKIP-CNT
           END-IF.

      * NEXT ENTRY
           PERFORM R1600-READ-PEOPLE-ENTRY.
      * ---
      * THE EMPLOYEE'S MOST RECENT REGULAR-CYCLE PAY OFF THE AUDIT
      * TRAIL, AND THAT PAYCHECK'S EARNINGS DETAIL. BOTH TRAILS ARE
      * READ UP TO THE NEXT EMPLOYEE; RECORDS FOR AN EMPLOYEE NOT ON
      * THE MASTER SORT AHEAD OF IT AND ARE PASSED OVER
        R2050-MATCH-LAST-CYCLE.
      * ---
           MOVE ZEROS TO WS-LC-RUN-DATE WS-LC-RUN-TIME
                         WS-LC-GROSS WS-LC-HEALTH
                         WS-AE-CNT WS-AE-RUN-DATE WS-AE-RUN-TIME
                         WS-AE-TOTAL.
           MOVE 'N' TO WS-LC-FOUND-SW WS-AE-FOUND-SW WS-AE-USE-SW.

           PERFORM R2055-MATCH-AUDIT-ENTRY
              UNTIL WS-AUD-KEY > WS-EMP-ID.
           PERFORM R2060-MATCH-AUDEARN-ENTRY
              UNTIL WS-AUE-KEY > WS-EMP-ID.

      * THE EARNINGS DETAIL SPREADS THE ACCRUAL ONLY WHEN IT IS THE
      * SAME PAYCHECK AS THE LAST CYCLE - A CYCLE PAID BEFORE THE
      * DETAIL WAS KEPT HAS NONE
           IF WS-LC-FOUND AND WS-LC-GROSS > 0
              AND WS-AE-FOUND AND WS-AE-TOTAL > 0
              AND WS-AE-RUN-DATE = WS-LC-RUN-DATE
              AND WS-AE-RUN-TIME = WS-LC-RUN-TIME
              MOVE 'Y' TO WS-AE-USE-SW
           END-IF.
      * ---
      * SUPPLEMENTAL, ADJUSTMENT, FINAL-PAY AND REVERSAL RECORDS ARE
      * NOT A CYCLE AND ARE PASSED OVER - THE SAME RULE AS DIRECTDP'S
      * TRIAL VARIANCE
        R2055-MATCH-AUDIT-ENTRY.
      * ---
           IF WS-AUD-KEY = WS-EMP-ID
              AND AUD-REV-FLAG-SW = SPACE
              PERFORM R2056-POST-LAST-CYCLE
           END-IF.
           PERFORM R1400-READ-AUDIT.
      * ---
      * A LATER RUN DATE/TIME REPLACES THE LAST CYCLE, THE SAME RUN
      * DATE/TIME (THE OTHER HALF OF A SPLIT DEPOSIT) ADDS TO IT
        R2056-POST-LAST-CYCLE.
      * ---
           EVALUATE TRUE
              WHEN NOT WS-LC-FOUND
              WHEN AUD-RUN-DATE > WS-LC-RUN-DATE
              WHEN AUD-RUN-DATE = WS-LC-RUN-DATE
               AND AUD-RUN-TIME > WS-LC-RUN-TIME
                 MOVE 'Y'          TO WS-LC-FOUND-SW
                 MOVE AUD-RUN-DATE TO WS-LC-RUN-DATE
                 MOVE AUD-RUN-TIME TO WS-LC-RUN-TIME
                 MOVE AUD-GROSS    TO WS-LC-GROSS
                 MOVE AUD-HEALTH   TO WS-LC-HEALTH
              WHEN AUD-RUN-DATE = WS-LC-RUN-DATE
               AND AUD-RUN-TIME = WS-LC-RUN-TIME
                 ADD AUD-GROSS  TO WS-LC-GROSS
                 ADD AUD-HEALTH TO WS-LC-HEALTH
           END-EVALUATE.
      * ---
        R2060-MATCH-AUDEARN-ENTRY.
      * ---
           IF WS-AUE-KEY = WS-EMP-ID
              AND AUE-REV-FLAG-SW = SPACE
              PERFORM R2065-POST-EARN-LINE
           END-IF.
           PERFORM R1500-READ-AUDEARN.
      * ---
      * ONE EARNINGS LINE INTO THE PAYCHECK'S SHARES BY COST CENTER
      * AND WAGE ACCOUNT. A LATER PAYCHECK STARTS THE SHARES OVER.
      * NO COST CENTER IS THE (NONE) BUCKET AND NO ACCOUNT THE
      * GENERAL WAGE ACCOUNT, AS THE CYCLE POSTS THEM
        R2065-POST-EARN-LINE.
      * ---
           IF NOT WS-AE-FOUND
              OR AUE-RUN-DATE NOT = WS-AE-RUN-DATE
              OR AUE-RUN-TIME NOT = WS-AE-RUN-TIME
              MOVE 'Y'          TO WS-AE-FOUND-SW
              MOVE AUE-RUN-DATE TO WS-AE-RUN-DATE
              MOVE AUE-RUN-TIME TO WS-AE-RUN-TIME
              MOVE ZEROS        TO WS-AE-CNT WS-AE-TOTAL
           END-IF.

           IF AUE-AMOUNT IS NUMERIC
              AND AUE-AMOUNT > 0
              MOVE AUE-DEPT-CD TO WS-GLD-CUR-DEPT
              IF WS-GLD-CUR-DEPT = SPACES
                 MOVE '(NONE)' TO WS-GLD-CUR-DEPT
              END-IF
              MOVE AUE-GL-ACCT TO WS-GLD-CUR-ACCT
              IF WS-GLD-CUR-ACCT = SPACES
                 MOVE 'GL501000' TO WS-GLD-CUR-ACCT
              END-IF
              ADD AUE-AMOUNT TO WS-AE-TOTAL
              MOVE ZEROS TO WS-AE-HIT
              PERFORM R2066-MATCH-EARN-LINE
                 VARYING WS-AE-IDX FROM 1 BY 1
                 UNTIL WS-AE-IDX > WS-AE-CNT OR WS-AE-HIT > 0
              IF WS-AE-HIT > 0
                 ADD AUE-AMOUNT TO WS-AE-AMT(WS-AE-HIT)
              ELSE
                 IF WS-AE-CNT < WS-AE-MAX
                    ADD 1 TO WS-AE-CNT
                    MOVE WS-GLD-CUR-DEPT TO WS-AE-DEPT(WS-AE-CNT)
                    MOVE WS-GLD-CUR-ACCT TO WS-AE-GL-ACCT(WS-AE-CNT)
                    MOVE AUE-AMOUNT      TO WS-AE-AMT(WS-AE-CNT)
                 ELSE
                    ADD AUE-AMOUNT TO WS-AE-AMT(WS-AE-MAX)
                    DISPLAY 'EARNINGS SHARE TABLE FULL - '
                       AUE-EARN-CD ' ADDED TO LAST LINE FOR EMP ID '
                       WS-EMP-ID
                 END-IF
              END-IF
           END-IF.
      * ---
        R2066-MATCH-EARN-LINE.
      * ---
           IF WS-AE-DEPT(WS-AE-IDX)    = WS-GLD-CUR-DEPT
              AND WS-AE-GL-ACCT(WS-AE-IDX) = WS-GLD-CUR-ACCT
              MOVE WS-AE-IDX TO WS-AE-HIT
           END-IF.
      * ---
      * WHAT THE EMPLOYEE EARNS FOR THE WHOLE PERIOD, IN ORDER OF
      * PREFERENCE: A SALARIED EMPLOYEE'S CURRENT PERIOD SALARY OFF
      * THE RATE FILE; THE LAST REGULAR CYCLE'S GROSS OFF THE AUDIT
      * TRAIL; OR, FOR A NEW HOURLY EMPLOYEE NOT YET PAID, THE
      * CURRENT RATE FOR A STANDARD DAY ACROSS THE PERIOD. THE
      * ACCRUAL IS THE SHARE OF THAT FOR THE WORKDAYS THROUGH THE
      * MONTH END - COUNTED FROM THE HIRE DATE WHEN THE EMPLOYEE
      * STARTED PART WAY THROUGH THE PERIOD
        R2100-PRICE-EMPLOYEE.
      * ---
           MOVE ZEROS  TO WS-EMP-PERIOD-AMT WS-EMP-ACCRUED
                          WS-EMP-HEALTH-ACR WS-EMP-FICA-WAGES
                          WS-EMP-ER-SS WS-EMP-ER-MEDI
                          WS-EMP-ER-FUTA WS-EMP-ER-SUTA
                          WS-EMP-ER-TOTAL.
           MOVE SPACES TO WS-EMP-BASIS.

           MOVE WS-DAYS-ACCRUED TO WS-EMP-DAYS.
           IF WS-HIRE-DT IS NUMERIC
              AND WS-HIRE-DT > WS-PER-START-8
              PERFORM R2110-COUNT-HIRE-DAYS
           END-IF.

           MOVE 'N' TO WS-RATE-FOUND-SW.
           MOVE WS-EMP-ID TO FIL-RATES-KEY.
           READ FILE-RATES INTO RATES-COPYBOOK-RECORD
              INVALID KEY
                 MOVE SPACES TO RATES-COPYBOOK-RECORD
              NOT INVALID KEY
                 MOVE 'Y' TO WS-RATE-FOUND-SW
           END-READ.

           IF WS-LC-FOUND
              AND WS-LC-GROSS = 0
              MOVE 'N' TO WS-LC-FOUND-SW
           END-IF.

           EVALUATE TRUE
              WHEN WS-RATE-FOUND AND WS-PAY-SALARIED
               AND WS-SALARY-AMT IS NUMERIC
               AND WS-SALARY-AMT > 0
                 MOVE WS-SALARY-AMT TO WS-EMP-PERIOD-AMT
                 MOVE 'SALARY'      TO WS-EMP-BASIS
              WHEN WS-LC-FOUND
                 MOVE WS-LC-GROSS   TO WS-EMP-PERIOD-AMT
                 MOVE 'LAST CYCLE'  TO WS-EMP-BASIS
              WHEN WS-RATE-FOUND
               AND WS-HRLY-RATE IS NUMERIC
               AND WS-HRLY-RATE > 0
                 COMPUTE WS-EMP-PERIOD-AMT ROUNDED =
                         WS-HRLY-RATE * WS-STD-DAY-HOURS
                       * WS-DAYS-TOTAL
                 MOVE 'RATE'        TO WS-EMP-BASIS
           END-EVALUATE.

           IF WS-EMP-PERIOD-AMT = 0
              ADD 1 TO WS-NO-BASIS-CNT
              DISPLAY 'NO RATE OR LAST CYCLE TO PRICE EMP '
                 WS-EMP-ID ' - NOT ACCRUED'
              MOVE 'NOT PRICED' TO WS-EMP-BASIS
              MOVE SPACES TO WS-EMP-DEPT
              PERFORM R2500-WRITE-REPORT-LINE
           ELSE
              COMPUTE WS-EMP-ACCRUED ROUNDED =
                      WS-EMP-PERIOD-AMT * WS-EMP-DAYS
                    / WS-DAYS-TOTAL
      * THE SECTION 125 SHARE OF THE LAST CYCLE IS NOT FICA, FUTA
      * OR SUTA WAGES - PRORATED THE SAME WAY AND LEFT OUT
              IF WS-LC-FOUND
                 COMPUTE WS-EMP-HEALTH-ACR ROUNDED =
                         WS-LC-HEALTH * WS-EMP-DAYS
                       / WS-DAYS-TOTAL
              END-IF
              IF WS-EMP-HEALTH-ACR < WS-EMP-ACCRUED
                 COMPUTE WS-EMP-FICA-WAGES =
                         WS-EMP-ACCRUED - WS-EMP-HEALTH-ACR
              END-IF
              PERFORM R2200-LOOKUP-DEPT
              PERFORM R2300-COMPUTE-EMPLOYER-TAX
              PERFORM R2400-POST-ACCRUAL
              PERFORM R2500-WRITE-REPORT-LINE
              ADD 1 TO WS-ACCRUED-CNT
           END-IF.
      * ---
      * A MID-PERIOD HIRE ACCRUES ONLY THE WORKDAYS FROM THE HIRE
      * DATE THROUGH THE MONTH END
        R2110-COUNT-HIRE-DAYS.
      * ---
           MOVE ZEROS TO WS-EMP-DAYS.
           MOVE WS-HIRE-DT TO WS-DT-WORK.
           PERFORM R2115-COUNT-HIRE-DAY
              UNTIL WS-DT-WORK > WS-MONTH-END-8.
      * ---
        R2115-COUNT-HIRE-DAY.
      * ---
           PERFORM R8100-CHECK-WORKDAY.
           IF WS-IS-WORKDAY
              ADD 1 TO WS-EMP-DAYS
           END-IF.
           PERFORM R8200-NEXT-DAY.
      * ---
      * THE COST CENTER THE LISTING SHOWS - THAT OF THE LAST CYCLE'S
      * LARGEST EARNINGS LINE. NOTHING TO SPREAD BY FALLS INTO THE
      * (NONE) BUCKET AS ON THE CYCLE'S OWN WAGE DEBIT
        R2200-LOOKUP-DEPT.
      * ---
           MOVE '(NONE)' TO WS-EMP-DEPT.
           IF WS-AE-USABLE
              MOVE 1 TO WS-AE-HIT
              PERFORM R2210-FIND-LARGEST-LINE
                 VARYING WS-AE-IDX FROM 2 BY 1
                 UNTIL WS-AE-IDX > WS-AE-CNT
              MOVE WS-AE-DEPT(WS-AE-HIT) TO WS-EMP-DEPT
           END-IF.
      * ---
        R2210-FIND-LARGEST-LINE.
      * ---
           IF WS-AE-AMT(WS-AE-IDX) > WS-AE-AMT(WS-AE-HIT)
              MOVE WS-AE-IDX TO WS-AE-HIT
           END-IF.
      * ---
      * THE EMPLOYER'S SHARE ON THE ACCRUED WAGES, WITH THE WAGE
      * BASES MEASURED FROM THE YTD MASTER'S FICA WAGES SO FAR -
      * THE SAME RULES AS DIRECTDP'S R2560-COMPUTE-EMPLOYER-TAX
        R2300-COMPUTE-EMPLOYER-TAX.
      * ---
           MOVE ZEROS TO WS-EMP-PRIOR-WAGES.
           MOVE WS-EMP-ID TO FIL-YTD-KEY.
           READ FILE-YTD INTO YTD-COPYBOOK-RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF YTD-MEDI-WAGES IS NUMERIC
                    MOVE YTD-MEDI-WAGES TO WS-EMP-PRIOR-WAGES
                 END-IF
           END-READ.

      * SOCIAL SECURITY MATCH - ONLY THE ROOM LEFT UNDER THE BASE
           IF WS-EMP-PRIOR-WAGES < WS-SS-WAGE-BASE
              COMPUTE WS-EMP-ROOM =
                      WS-SS-WAGE-BASE - WS-EMP-PRIOR-WAGES
              IF WS-EMP-FICA-WAGES < WS-EMP-ROOM
                 MOVE WS-EMP-FICA-WAGES TO WS-EMP-TAXABLE
              ELSE
                 MOVE WS-EMP-ROOM TO WS-EMP-TAXABLE
              END-IF
              COMPUTE WS-EMP-ER-SS ROUNDED =
                      WS-EMP-TAXABLE * WS-SS-RATE
           END-IF.

      * MEDICARE MATCH - THE BASE RATE ONLY
           COMPUTE WS-EMP-ER-MEDI ROUNDED =
                   WS-EMP-FICA-WAGES * WS-MEDI-RATE.

      * FUTA
           IF WS-EMP-PRIOR-WAGES < WS-FUTA-WAGE-BASE
              COMPUTE WS-EMP-ROOM =
                      WS-FUTA-WAGE-BASE - WS-EMP-PRIOR-WAGES
              IF WS-EMP-FICA-WAGES < WS-EMP-ROOM
                 MOVE WS-EMP-FICA-WAGES TO WS-EMP-TAXABLE
              ELSE
                 MOVE WS-EMP-ROOM TO WS-EMP-TAXABLE
              END-IF
              COMPUTE WS-EMP-ER-FUTA ROUNDED =
                      WS-EMP-TAXABLE * WS-FUTA-RATE
           END-IF.

      * SUTA - THE WORK JURISDICTION'S RATE AND BASE. SPACES ON AN
      * OLD RECORD, OR NO RECORD, ACCRUE NOTHING
           MOVE ZEROS TO WS-EMP-SUTA-RATE WS-EMP-SUTA-BASE.
           IF WS-JURIS-OPEN
              MOVE WS-STATE-CD    TO FIL-JURIS-KEY(1:2)
              MOVE WS-LOCALITY-CD TO FIL-JURIS-KEY(3:4)
              READ FILE-JURIS INTO JURIS-COPYBOOK-RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF WS-JURIS-SUTA-RATE IS NUMERIC
                       AND WS-JURIS-SUTA-BASE IS NUMERIC
                       MOVE WS-JURIS-SUTA-RATE TO WS-EMP-SUTA-RATE
                       MOVE WS-JURIS-SUTA-BASE TO WS-EMP-SUTA-BASE
                    END-IF
              END-READ
           END-IF.

           IF WS-EMP-SUTA-RATE > 0
              AND WS-EMP-PRIOR-WAGES < WS-EMP-SUTA-BASE
              COMPUTE WS-EMP-ROOM =
                      WS-EMP-SUTA-BASE - WS-EMP-PRIOR-WAGES
              IF WS-EMP-FICA-WAGES < WS-EMP-ROOM
                 MOVE WS-EMP-FICA-WAGES TO WS-EMP-TAXABLE
              ELSE
                 MOVE WS-EMP-ROOM TO WS-EMP-TAXABLE
              END-IF
              COMPUTE WS-EMP-ER-SUTA ROUNDED =
                      WS-EMP-TAXABLE * WS-EMP-SUTA-RATE
           END-IF.

           COMPUTE WS-EMP-ER-TOTAL = WS-EMP-ER-SS + WS-EMP-ER-MEDI
                                   + WS-EMP-ER-FUTA + WS-EMP-ER-SUTA.
      * ---
      * ROLL THE EMPLOYEE INTO THEIR COMPANY'S TOTALS AND SPREAD
      * THE ACCRUED WAGES OVER THE COMPANY/COST CENTER/WAGE ACCOUNT
      * BUCKETS IN PROPORTION TO THE LAST CYCLE'S EARNINGS DETAIL -
      * WITH NONE, ALL OF IT TO THE (NONE) BUCKET AND THE GENERAL
      * WAGE ACCOUNT. A FULL TABLE IS NOTED AND BLOCKS THE JOURNAL -
      * IT WOULD COME UP SHORT
        R2400-POST-ACCRUAL.
      * ---
           MOVE 'N' TO WS-COMP-FOUND-SW.
           PERFORM R2410-MATCH-COMPANY
              VARYING WS-COMP-IDX FROM 1 BY 1
              UNTIL WS-COMP-IDX > WS-COMP-CNT OR WS-COMP-FOUND.

           IF NOT WS-COMP-FOUND
              IF WS-COMP-CNT < WS-COMP-MAX
                 ADD 1 TO WS-COMP-CNT
                 MOVE WS-COMP-CNT TO WS-COMP-HIT
                 MOVE WS-COMPANY-CD TO WS-COMP-TBL-CD(WS-COMP-HIT)
                 MOVE ZEROS TO WS-COMP-TBL-GROSS(WS-COMP-HIT)
                               WS-COMP-TBL-DEPT-AMT(WS-COMP-HIT)
                               WS-COMP-TBL-ER-SS(WS-COMP-HIT)
                               WS-COMP-TBL-ER-MEDI(WS-COMP-HIT)
                               WS-COMP-TBL-ER-FUTA(WS-COMP-HIT)
                               WS-COMP-TBL-ER-SUTA(WS-COMP-HIT)
                               WS-COMP-TBL-EMP-CNT(WS-COMP-HIT)
                 MOVE 'Y' TO WS-COMP-FOUND-SW
              ELSE
                 DISPLAY 'COMPANY TABLE FULL - COMPANY '
                    WS-COMPANY-CD ' NOT ACCRUED'
                 MOVE 'Y' TO WS-COMP-OVFL-SW
              END-IF
           END-IF.

           IF WS-COMP-FOUND
              ADD WS-EMP-ACCRUED TO WS-COMP-TBL-GROSS(WS-COMP-HIT)
              ADD WS-EMP-ER-SS   TO WS-COMP-TBL-ER-SS(WS-COMP-HIT)
              ADD WS-EMP-ER-MEDI TO WS-COMP-TBL-ER-MEDI(WS-COMP-HIT)
              ADD WS-EMP-ER-FUTA TO WS-COMP-TBL-ER-FUTA(WS-COMP-HIT)
              ADD WS-EMP-ER-SUTA TO WS-COMP-TBL-ER-SUTA(WS-COMP-HIT)
              ADD 1 TO WS-COMP-TBL-EMP-CNT(WS-COMP-HIT)
           END-IF.

           IF WS-AE-USABLE
              MOVE ZEROS TO WS-GLD-SPREAD-AMT
              PERFORM R2430-SPREAD-EARN-LINE
                 VARYING WS-AE-IDX FROM 1 BY 1
                 UNTIL WS-AE-IDX > WS-AE-CNT
           ELSE
              MOVE WS-EMP-DEPT    TO WS-GLD-CUR-DEPT
              MOVE 'GL501000'     TO WS-GLD-CUR-ACCT
              MOVE WS-EMP-ACCRUED TO WS-GLD-CUR-AMT
              IF WS-GLD-CUR-AMT > 0
                 PERFORM R2440-POST-WAGE-BUCKET
              END-IF
           END-IF.
      * ---
        R2410-MATCH-COMPANY.
      * ---
           IF WS-COMP-TBL-CD(WS-COMP-IDX) = WS-COMPANY-CD
              MOVE 'Y' TO WS-COMP-FOUND-SW
              MOVE WS-COMP-IDX TO WS-COMP-HIT
           END-IF.
      * ---
        R2420-MATCH-DEPT.
      * ---
           IF WS-GLD-COMP-CD(WS-GLD-IDX) = WS-COMPANY-CD
              AND WS-GLD-DEPT-CD(WS-GLD-IDX) = WS-GLD-CUR-DEPT
              AND WS-GLD-GL-ACCT(WS-GLD-IDX) = WS-GLD-CUR-ACCT
              MOVE 'Y' TO WS-GLD-FOUND-SW
              ADD WS-GLD-CUR-AMT TO WS-GLD-GROSS(WS-GLD-IDX)
           END-IF.
      * ---
      * ONE EARNINGS LINE'S SHARE OF THE ACCRUAL, CUT DOWN TO THE
      * CENT. THE LAST LINE TAKES WHAT IS LEFT, SO THE SHARES ADD
      * BACK TO THE EMPLOYEE'S ACCRUAL EXACTLY
        R2430-SPREAD-EARN-LINE.
      * ---
           IF WS-AE-IDX = WS-AE-CNT
              COMPUTE WS-GLD-CUR-AMT =
                      WS-EMP-ACCRUED - WS-GLD-SPREAD-AMT
           ELSE
              COMPUTE WS-GLD-CUR-AMT =
                      WS-EMP-ACCRUED * WS-AE-AMT(WS-AE-IDX)
                    / WS-AE-TOTAL
              ADD WS-GLD-CUR-AMT TO WS-GLD-SPREAD-AMT
           END-IF.

           MOVE WS-AE-DEPT(WS-AE-IDX)    TO WS-GLD-CUR-DEPT.
           MOVE WS-AE-GL-ACCT(WS-AE-IDX) TO WS-GLD-CUR-ACCT.
           IF WS-GLD-CUR-AMT > 0
              PERFORM R2440-POST-WAGE-BUCKET
           END-IF.
      * ---
        R2440-POST-WAGE-BUCKET.
      * ---
           MOVE 'N' TO WS-GLD-FOUND-SW.
           PERFORM R2420-MATCH-DEPT
              VARYING WS-GLD-IDX FROM 1 BY 1
              UNTIL WS-GLD-IDX > WS-GLD-CNT OR WS-GLD-FOUND.

           IF NOT WS-GLD-FOUND
              IF WS-GLD-CNT < WS-GLD-MAX
                 ADD 1 TO WS-GLD-CNT
                 MOVE WS-COMPANY-CD   TO WS-GLD-COMP-CD(WS-GLD-CNT)
                 MOVE WS-GLD-CUR-DEPT TO WS-GLD-DEPT-CD(WS-GLD-CNT)
                 MOVE WS-GLD-CUR-ACCT TO WS-GLD-GL-ACCT(WS-GLD-CNT)
                 MOVE WS-GLD-CUR-AMT  TO WS-GLD-GROSS(WS-GLD-CNT)
              ELSE
                 DISPLAY 'COST CENTER TABLE FULL - '
                    WS-COMPANY-CD '/' WS-GLD-CUR-DEPT '/'
                    WS-GLD-CUR-ACCT ' NOT BROKEN OUT'
                 MOVE 'Y' TO WS-GLD-OVFL-SW
              END-IF
           END-IF.
      * ---
        R2500-WRITE-REPORT-LINE.
      * ---
           MOVE WS-EMP-ID         TO WS-RPT-D-EMP-ID.
           MOVE WS-PERSON-NM      TO WS-RPT-D-NAME.
           MOVE WS-COMPANY-CD     TO WS-RPT-D-COMP.
           MOVE WS-EMP-DEPT       TO WS-RPT-D-DEPT.
           MOVE WS-EMP-BASIS      TO WS-RPT-D-BASIS.
           MOVE WS-EMP-DAYS       TO WS-RPT-D-DAYS.
           MOVE WS-EMP-PERIOD-AMT TO WS-RPT-D-PERIOD.
           MOVE WS-EMP-ACCRUED    TO WS-RPT-D-ACCRUED.
           MOVE WS-EMP-ER-TOTAL   TO WS-RPT-D-ER-TAX.
           WRITE FIL-ACRPT FROM WS-RPT-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
      * ---
      * THE JOURNAL - EVERY COMPANY'S ACCRUAL IS PROVED FIRST. AN
      * OVERFLOWED TABLE OR AN OUT-OF-BALANCE COMPANY WRITES NOTHING
      * AND FLAGS THE RUN RC=8 FOR ACCOUNTING TO BOOK BY HAND FROM
      * THE LISTING. OTHERWISE EVERY COMPANY'S ACCRUAL IS WRITTEN
      * DATED THE MONTH END, THEN EVERY COMPANY'S REVERSAL DATED THE
      * FIRST OF THE NEXT MONTH
        R3000-WRITE-JOURNAL.
      * ---
           EVALUATE TRUE
              WHEN WS-COMP-OVERFLOWED
                 DISPLAY '*** ACCRUAL JOURNAL NOT WRITTEN - THE '
                    'COMPANY TABLE OVERFLOWED ***'
                 MOVE 8 TO RETURN-CODE

              WHEN WS-GLD-OVERFLOWED
                 DISPLAY '*** ACCRUAL JOURNAL NOT WRITTEN - THE COST '
                    'CENTER TABLE OVERFLOWED AND THE WAGE DEBIT '
                    'BREAKOUT IS INCOMPLETE ***'
                 MOVE 8 TO RETURN-CODE

              WHEN OTHER
                 MOVE 'N' TO WS-GL-OOB-SW
                 PERFORM R3010-CHECK-COMP-BALANCE
                    VARYING WS-COMP-IDX FROM 1 BY 1
                    UNTIL WS-COMP-IDX > WS-COMP-CNT

                 IF WS-GL-OUT-OF-BALANCE
                    DISPLAY '*** ACCRUAL JOURNAL NOT WRITTEN - SEE '
                       'THE OUT-OF-BALANCE COMPANIES ABOVE ***'
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    MOVE 'A' TO WS-JE-PASS-SW
                    PERFORM R3100-WRITE-COMP-ENTRY
                       VARYING WS-COMP-IDX FROM 1 BY 1
                       UNTIL WS-COMP-IDX > WS-COMP-CNT
                    MOVE 'V' TO WS-JE-PASS-SW
                    PERFORM R3100-WRITE-COMP-ENTRY
                       VARYING WS-COMP-IDX FROM 1 BY 1
                       UNTIL WS-COMP-IDX > WS-COMP-CNT
                    DISPLAY 'ACCRUAL JOURNAL AND REVERSAL WRITTEN - '
                       'EVERY COMPANY BALANCED'
                    DISPLAY 'JOURNAL DEBITS ' WS-GL-RUN-DR
                       ' CREDITS ' WS-GL-RUN-CR
                 END-IF
           END-EVALUATE.
      * ---
      * THE COST CENTER DEBITS MUST ADD BACK TO THE COMPANY'S WAGE
      * PAYABLE CREDIT, AND THE TAX EXPENSE DEBIT TO ITS LIABILITY
      * CREDITS
        R3010-CHECK-COMP-BALANCE.
      * ---
           MOVE ZEROS TO WS-COMP-TBL-DEPT-AMT(WS-COMP-IDX).
           PERFORM R3015-SUM-COMP-DEPT
              VARYING WS-GLD-IDX FROM 1 BY 1
              UNTIL WS-GLD-IDX > WS-GLD-CNT.

           COMPUTE WS-GL-TOT-DR =
                     WS-COMP-TBL-DEPT-AMT(WS-COMP-IDX)
                   + WS-COMP-TBL-ER-SS(WS-COMP-IDX)
                   + WS-COMP-TBL-ER-MEDI(WS-COMP-IDX)
                   + WS-COMP-TBL-ER-FUTA(WS-COMP-IDX)
                   + WS-COMP-TBL-ER-SUTA(WS-COMP-IDX).
           COMPUTE WS-GL-TOT-CR =
                     WS-COMP-TBL-GROSS(WS-COMP-IDX)
                   + WS-COMP-TBL-ER-SS(WS-COMP-IDX)
                   + WS-COMP-TBL-ER-MEDI(WS-COMP-IDX)
                   + WS-COMP-TBL-ER-FUTA(WS-COMP-IDX)
                   + WS-COMP-TBL-ER-SUTA(WS-COMP-IDX).
           IF WS-GL-TOT-DR NOT = WS-GL-TOT-CR
              DISPLAY '*** COMPANY ' WS-COMP-TBL-CD(WS-COMP-IDX)
                 ' DEBITS ' WS-GL-TOT-DR
                 ' CREDITS ' WS-GL-TOT-CR
                 ' DO NOT NET TO ZERO ***'
              MOVE 'Y' TO WS-GL-OOB-SW
           END-IF.
      * ---
        R3015-SUM-COMP-DEPT.
      * ---
           IF WS-GLD-COMP-CD(WS-GLD-IDX) = WS-COMP-TBL-CD(WS-COMP-IDX)
              ADD WS-GLD-GROSS(WS-GLD-IDX)
                 TO WS-COMP-TBL-DEPT-AMT(WS-COMP-IDX)
           END-IF.
      * ---
      * ONE COMPANY'S ENTRY - A WAGE EXPENSE DEBIT PER COST CENTER
      * AND WAGE ACCOUNT (THE ACCOUNTS THE CYCLE ITSELF DEBITS)
      * AGAINST ONE ACCRUED WAGES PAYABLE CREDIT, THEN ONE EMPLOYER
      * TAX EXPENSE DEBIT AGAINST THE SAME TAX LIABILITY ACCOUNTS
      * THE CYCLE'S OWN ENTRY CREDITS, SO THE REVERSAL NETS THE
      * ACCRUAL OUT OF THEM WHEN THAT CYCLE POSTS
        R3100-WRITE-COMP-ENTRY.
      * ---
           IF WS-COMP-TBL-GROSS(WS-COMP-IDX) > 0
              PERFORM R3110-WRITE-WAGE-DEBIT
                 VARYING WS-GLD-IDX FROM 1 BY 1
                 UNTIL WS-GLD-IDX > WS-GLD-CNT

              MOVE 'GL215000'   TO WS-JE-ACCOUNT
              MOVE 'CR'         TO WS-JE-DRCR
              MOVE WS-COMP-TBL-GROSS(WS-COMP-IDX) TO WS-JE-AMOUNT
              MOVE 'ACCRUED WAGES PAYABLE' TO WS-JE-DESC
              PERFORM R3900-WRITE-GL-LINE

              IF WS-COMP-TBL-ER-SS(WS-COMP-IDX) > 0
                 OR WS-COMP-TBL-ER-MEDI(WS-COMP-IDX) > 0
                 OR WS-COMP-TBL-ER-FUTA(WS-COMP-IDX) > 0
                 OR WS-COMP-TBL-ER-SUTA(WS-COMP-IDX) > 0
                 MOVE 'GL502000' TO WS-JE-ACCOUNT
                 MOVE 'DR'       TO WS-JE-DRCR
                 COMPUTE WS-JE-AMOUNT =
                           WS-COMP-TBL-ER-SS(WS-COMP-IDX)
                         + WS-COMP-TBL-ER-MEDI(WS-COMP-IDX)
                         + WS-COMP-TBL-ER-FUTA(WS-COMP-IDX)
                         + WS-COMP-TBL-ER-SUTA(WS-COMP-IDX)
                 MOVE 'ACCRUED ER PAYROLL TAX' TO WS-JE-DESC
                 PERFORM R3900-WRITE-GL-LINE
              END-IF

              IF WS-COMP-TBL-ER-SS(WS-COMP-IDX) > 0
                 OR WS-COMP-TBL-ER-MEDI(WS-COMP-IDX) > 0
                 MOVE 'GL210600' TO WS-JE-ACCOUNT
                 MOVE 'CR'       TO WS-JE-DRCR
                 ADD WS-COMP-TBL-ER-SS(WS-COMP-IDX)
                     WS-COMP-TBL-ER-MEDI(WS-COMP-IDX)
                     GIVING WS-JE-AMOUNT
                 MOVE 'ACCRUED EMPLOYER FICA' TO WS-JE-DESC
                 PERFORM R3900-WRITE-GL-LINE
              END-IF

              IF WS-COMP-TBL-ER-FUTA(WS-COMP-IDX) > 0
                 MOVE 'GL210700' TO WS-JE-ACCOUNT
                 MOVE 'CR'       TO WS-JE-DRCR
                 MOVE WS-COMP-TBL-ER-FUTA(WS-COMP-IDX)
                    TO WS-JE-AMOUNT
                 MOVE 'ACCRUED FUTA' TO WS-JE-DESC
                 PERFORM R3900-WRITE-GL-LINE
              END-IF

              IF WS-COMP-TBL-ER-SUTA(WS-COMP-IDX) > 0
                 MOVE 'GL210800' TO WS-JE-ACCOUNT
                 MOVE 'CR'       TO WS-JE-DRCR
                 MOVE WS-COMP-TBL-ER-SUTA(WS-COMP-IDX)
                    TO WS-JE-AMOUNT
                 MOVE 'ACCRUED SUTA' TO WS-JE-DESC
                 PERFORM R3900-WRITE-GL-LINE
              END-IF
           END-IF.
      * ---
        R3110-WRITE-WAGE-DEBIT.
      * ---
           IF WS-GLD-COMP-CD(WS-GLD-IDX) = WS-COMP-TBL-CD(WS-COMP-IDX)
              AND WS-GLD-GROSS(WS-GLD-IDX) > 0
              MOVE WS-GLD-GL-ACCT(WS-GLD-IDX) TO WS-JE-ACCOUNT
              MOVE 'DR'       TO WS-JE-DRCR
              MOVE WS-GLD-GROSS(WS-GLD-IDX) TO WS-JE-AMOUNT
              MOVE SPACES     TO WS-JE-DESC
              STRING 'ACCRUED WAGES DEPT '
                     WS-GLD-DEPT-CD(WS-GLD-IDX)
                 DELIMITED BY SIZE INTO WS-JE-DESC
              PERFORM R3900-WRITE-GL-LINE
           END-IF.
      * ---
      * WRITE ONE JOURNAL LINE FOR THE COMPANY BEING WRITTEN. THE
      * ACCRUAL PASS BOOKS IT AS BUILT, DATED THE MONTH END; THE
      * REVERSAL PASS SWAPS DEBIT AND CREDIT, DATES IT THE FIRST OF
      * THE NEXT MONTH, AND MARKS THE DESCRIPTION
        R3900-WRITE-GL-LINE.
      * ---
           MOVE SPACES        TO WS-GL-DETAIL-LINE.
           MOVE WS-JE-ACCOUNT TO WS-GL-ACCOUNT.
           MOVE WS-COMP-TBL-CD(WS-COMP-IDX) TO WS-GL-COMP-CD.
           MOVE WS-JE-AMOUNT  TO WS-GL-AMOUNT.

           IF WS-JE-ACCRUAL-PASS
              MOVE WS-MONTH-END-8 TO WS-GL-ENTRY-DT
              MOVE 'A'            TO WS-GL-ENTRY-TYPE
              MOVE WS-JE-DRCR     TO WS-GL-DRCR
              MOVE WS-JE-DESC     TO WS-GL-DESC
           ELSE
              MOVE WS-REVERSE-DT-8 TO WS-GL-ENTRY-DT
              MOVE 'V'             TO WS-GL-ENTRY-TYPE
              IF WS-JE-DRCR = 'DR'
                 MOVE 'CR' TO WS-GL-DRCR
              ELSE
                 MOVE 'DR' TO WS-GL-DRCR
              END-IF
              STRING 'REV ' WS-JE-DESC
                 DELIMITED BY SIZE INTO WS-GL-DESC
           END-IF.

           IF WS-GL-DRCR = 'DR'
              ADD WS-GL-AMOUNT TO WS-GL-RUN-DR
           ELSE
              ADD WS-GL-AMOUNT TO WS-GL-RUN-CR
           END-IF.

           WRITE FIL-GL FROM WS-GL-DETAIL-LINE.
           ADD 1 TO WS-GL-LINE-CNT.
      * ---
      * EACH COMPANY'S ACCRUAL TOTALS, THEN THE RUN COUNTS
        R3500-WRITE-TOTALS.
      * ---
           PERFORM R3510-WRITE-COMP-TOTALS
              VARYING WS-COMP-IDX FROM 1 BY 1
              UNTIL WS-COMP-IDX > WS-COMP-CNT.

           MOVE 'EMPLOYEES READ'                TO WS-RPT-S-LABEL.
           MOVE WS-READ-CNT                     TO WS-RPT-S-TOT.
           WRITE FIL-ACRPT FROM WS-RPT-SUM-LINE
              AFTER ADVANCING 2 LINES.
           MOVE 'ACCRUED'                       TO WS-RPT-S-LABEL.
           MOVE WS-ACCRUED-CNT                  TO WS-RPT-S-TOT.
           WRITE FIL-ACRPT FROM WS-RPT-SUM-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'NOT ACTIVE OR NOT YET HIRED'   TO WS-RPT-S-LABEL.
           MOVE WS-SKIP-CNT                     TO WS-RPT-S-TOT.
           WRITE FIL-ACRPT FROM WS-RPT-SUM-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'NOTHING TO PRICE FROM - NOT ACCRUED'
                                                TO WS-RPT-S-LABEL.
           MOVE WS-NO-BASIS-CNT                 TO WS-RPT-S-TOT.
           WRITE FIL-ACRPT FROM WS-RPT-SUM-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'JOURNAL LINES (ACCRUAL + REVERSAL)'
                                                TO WS-RPT-S-LABEL.
           MOVE WS-GL-LINE-CNT                  TO WS-RPT-S-TOT.
           WRITE FIL-ACRPT FROM WS-RPT-SUM-LINE
              AFTER ADVANCING 1 LINE.
      * ---
        R3510-WRITE-COMP-TOTALS.
      * ---
           MOVE WS-COMP-TBL-CD(WS-COMP-IDX) TO WS-RPT-C-COMP.
           MOVE 'ACCRUED WAGES'             TO WS-RPT-C-LABEL.
           MOVE WS-COMP-TBL-GROSS(WS-COMP-IDX) TO WS-RPT-C-AMT.
           WRITE FIL-ACRPT FROM WS-RPT-COMP-LINE
              AFTER ADVANCING 2 LINES.
           MOVE 'ACCRUED EMPLOYER FICA'     TO WS-RPT-C-LABEL.
           ADD WS-COMP-TBL-ER-SS(WS-COMP-IDX)
               WS-COMP-TBL-ER-MEDI(WS-COMP-IDX)
               GIVING WS-RPT-C-AMT.
           WRITE FIL-ACRPT FROM WS-RPT-COMP-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'ACCRUED FUTA'              TO WS-RPT-C-LABEL.
           MOVE WS-COMP-TBL-ER-FUTA(WS-COMP-IDX) TO WS-RPT-C-AMT.
           WRITE FIL-ACRPT FROM WS-RPT-COMP-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'ACCRUED SUTA'              TO WS-RPT-C-LABEL.
           MOVE WS-COMP-TBL-ER-SUTA(WS-COMP-IDX) TO WS-RPT-C-AMT.
           WRITE FIL-ACRPT FROM WS-RPT-COMP-LINE
              AFTER ADVANCING 1 LINE.
      * ---
      * IS WS-DT-WORK A WORKDAY - NOT A SATURDAY OR SUNDAY (ZELLER
      * CONGRUENCE: 0=SATURDAY 1=SUNDAY) AND NOT ON THE HOLIDAY
      * TABLE. THE SAME TEST AS DIRECTDP'S BANKING DAY
        R8100-CHECK-WORKDAY.
      * ---
           MOVE WS-DT-YYYY TO WS-ZEL-Y.
           MOVE WS-DT-MM   TO WS-ZEL-M.
           IF WS-ZEL-M < 3
              ADD 12 TO WS-ZEL-M
              SUBTRACT 1 FROM WS-ZEL-Y
           END-IF.

           DIVIDE WS-ZEL-Y BY 100 GIVING WS-ZEL-J
              REMAINDER WS-ZEL-K.
           COMPUTE WS-ZEL-T1 = 13 * (WS-ZEL-M + 1).
           DIVIDE WS-ZEL-T1 BY 5 GIVING WS-ZEL-T1.
           DIVIDE WS-ZEL-K BY 4 GIVING WS-ZEL-T2.
           DIVIDE WS-ZEL-J BY 4 GIVING WS-ZEL-T3.
           COMPUTE WS-ZEL-SUM = WS-DT-DD + WS-ZEL-T1 + WS-ZEL-K
                              + WS-ZEL-T2 + WS-ZEL-T3
                              + (5 * WS-ZEL-J).
           DIVIDE WS-ZEL-SUM BY 7 GIVING WS-ZEL-Q
              REMAINDER WS-DOW.

           IF WS-DOW = 0 OR WS-DOW = 1
              MOVE 'N' TO WS-WORKDAY-SW
           ELSE
              MOVE 'Y' TO WS-WORKDAY-SW
              PERFORM R8110-SCAN-HOLIDAY
                 VARYING WS-HOL-IDX FROM 1 BY 1
                 UNTIL WS-HOL-IDX > WS-HOL-CNT
           END-IF.
      * ---
        R8110-SCAN-HOLIDAY.
      * ---
           IF WS-HOL-DT(WS-HOL-IDX) = WS-DT-WORK
              MOVE 'N' TO WS-WORKDAY-SW
           END-IF.
      * ---
      * ADVANCE WS-DT-WORK ONE CALENDAR DAY
        R8200-NEXT-DAY.
      * ---
           PERFORM R8300-DAYS-IN-MONTH.

           IF WS-DT-DD < WS-DT-DIM
              ADD 1 TO WS-DT-DD
           ELSE
              MOVE 01 TO WS-DT-DD
              IF WS-DT-MM < 12
                 ADD 1 TO WS-DT-MM
              ELSE
                 MOVE 01 TO WS-DT-MM
                 ADD 1 TO WS-DT-YYYY
              END-IF
           END-IF.
      * ---
      * THE NUMBER OF DAYS IN WS-DT-WORK'S MONTH. THE LEAP TEST IS
      * THE DIVISIBLE-BY-FOUR RULE, WHICH HOLDS FOR EVERY YEAR THIS
      * SYSTEM WILL SEE BETWEEN 1901 AND 2099
        R8300-DAYS-IN-MONTH.
      * ---
           EVALUATE WS-DT-MM
              WHEN 01
              WHEN 03
              WHEN 05
              WHEN 07
              WHEN 08
              WHEN 10
              WHEN 12
                 MOVE 31 TO WS-DT-DIM
              WHEN 04
              WHEN 06
              WHEN 09
              WHEN 11
                 MOVE 30 TO WS-DT-DIM
              WHEN OTHER
                 DIVIDE WS-DT-YYYY BY 4 GIVING WS-DT-LEAP-Q
                    REMAINDER WS-DT-LEAP-R
                 IF WS-DT-LEAP-R = 0
                    MOVE 29 TO WS-DT-DIM
                 ELSE
                    MOVE 28 TO WS-DT-DIM
                 END-IF
           END-EVALUATE.
      * ---
        R4000-CLOSE-DATASETS.
      * ---
           CLOSE FILE-ACCTL.
           CLOSE FILE-PAYCAL.
           CLOSE FILE-AUDITIN.
           CLOSE FILE-AUDEARN.
           CLOSE FILE-PEOPLE.
           CLOSE FILE-GL.
           CLOSE FILE-ACRPT.
           CLOSE FILE-RATES.
           CLOSE FILE-YTD.
           IF WS-JURIS-OPEN
              CLOSE FILE-JURIS
           END-IF.
