      ************************************************************
      *
      *  PROGRAM ID ESCHEAT
      *  DATE CREATED:  15OCT2026
      *
      *  UNCLAIMED PROPERTY (ESCHEATMENT) FOR STALE PAYROLL CHECKS -
      *  WALKS THE CHECK REGISTER FOR CHECKS STILL OUTSTANDING AND
      *  WORKS OUT, FROM THE OWNER'S STATE RULES, WHICH ONES WILL BE
      *  DORMANT AT THAT STATE'S NEXT REPORTING CUTOFF. EACH ONE GETS
      *  A DUE-DILIGENCE LETTER AT THE DEMOGRAPHIC MASTER'S HOME
      *  ADDRESS IN THE LETTER WINDOW AHEAD OF THE REPORT DUE DATE,
      *  AND THE LETTER DATE AND THE EMPLOYEE'S RESPONSE ARE KEPT ON
      *  THE KEYED TRACKING FILE. A REPORT RUN TURNS EVERY DORMANT
      *  CHECK NOBODY CLAIMED OVER TO THE STATE: A NAUPA STANDARD
      *  HOLDER REPORT RECORD (THE JOB SPLITS THEM INTO ONE FILE PER
      *  STATE), REGISTER STATUS 'E', A POSITIVE-PAY STOP, AND A GL
      *  ENTRY MOVING THE AMOUNT FROM CASH TO THE UNCLAIMED PROPERTY
      *  LIABILITY. A CLAIMED CHECK IS NEVER REPORTED - IT IS LISTED
      *  FOR PAYROLL TO VOID AND REISSUE IN CHKVOID. RC=4 WHEN THE
      *  LISTING CARRIES WARNINGS. IN THE MOLD OF NEWHIRE
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      * ---------   ------    -------------------------------------
      *  DAN BIEG   15OCT2026 CODE PROG
      *  DAN BIEG   15OCT2026 A CHECK IS TURNED OVER ONLY ONCE ITS
      *                       CUTOFF HAS PASSED; A REPORT RUN RERUN
      *                       WITH THE SAME CARD REBUILDS THE HOLDER
      *                       REPORT AND GL FROM THE CHECKS ALREADY
      *                       TURNED OVER AS OF THAT DATE
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************

       PROGRAM-ID. ESCHEAT.

      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FILE-ESCHCTL ASSIGN TO UT-S-ESCHCTL.

           SELECT FILE-ESCHST ASSIGN TO UT-S-ESCHST.

           SELECT FILE-ESCHRSP ASSIGN TO UT-S-ESCHRSP.

           SELECT FILE-CHKREG ASSIGN TO UT-S-CHKREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIL-CHKREG-KEY
               FILE STATUS IS WS-CHKREG-STATUS.

           SELECT FILE-DEMO ASSIGN TO UT-S-DEMO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIL-DEMO-KEY
               FILE STATUS IS WS-DEMO-STATUS.

           SELECT FILE-COMPANY ASSIGN TO UT-S-COMPANY.

           SELECT FILE-ESCHTRK ASSIGN TO UT-S-ESCHTRK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIL-ESCHTRK-KEY
               FILE STATUS IS WS-ESCHTRK-STATUS.

           SELECT FILE-ESCHLTR ASSIGN TO UT-S-ESCHLTR.

           SELECT FILE-ESCHALL ASSIGN TO UT-S-ESCHALL.

           SELECT FILE-GL ASSIGN TO UT-S-ESCHGL.

           SELECT FILE-POSPAY ASSIGN TO UT-S-POSPAY.

           SELECT FILE-ESCHRPT ASSIGN TO UT-S-ESCHRPT.

      **************************************************************
       DATA DIVISION.
      **************************************************************

       FILE SECTION.
      * THE RUN CARD - COLS 1-8 THE AS-OF DATE (YYYYMMDD, BLANK =
      * TODAY), COL 10 'L' FOR A LETTER RUN OR 'R' FOR A REPORT
      * RUN (BLANK = 'L'), COLS 12-13 THE ONE STATE A REPORT RUN
      * FILES FOR (BLANK = EVERY STATE WITH A CHECK DUE)
       FD     FILE-ESCHCTL
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-ESCHCTL.

       01  FIL-ESCHCTL.
           02  FIL-EC-AS-OF-DATE    PIC X(08).
           02  FILLER               PIC X(01).
           02  FIL-EC-RUN-TYPE      PIC X(01).
           02  FILLER               PIC X(01).
           02  FIL-EC-STATE         PIC X(02).
           02  FILLER               PIC X(67).

      *   ------------

      * THE STATE RULES - ONE CARD PER STATE: COLS 1-2 THE STATE,
      * COL 4 THE DORMANCY PERIOD FOR WAGES IN YEARS, COLS 6-9 THE
      * CUTOFF (MMDD) DORMANCY IS MEASURED TO, COLS 11-14 THE
      * REPORT DUE DATE (MMDD). A STATE WITH NO CARD TAKES THE
      * DEFAULT RULE IN WORKING STORAGE
       FD     FILE-ESCHST
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-ESCHST.

       01  FIL-ESCHST.
           02  FIL-ES-STATE         PIC X(02).
           02  FILLER               PIC X(01).
           02  FIL-ES-DORM-YRS      PIC X(01).
           02  FILLER               PIC X(01).
           02  FIL-ES-CUT-MMDD      PIC X(04).
           02  FILLER               PIC X(01).
           02  FIL-ES-DUE-MMDD      PIC X(04).
           02  FILLER               PIC X(66).

      *   ------------

      * THE EMPLOYEES' ANSWERS TO THE LETTERS, KEYED BY PAYROLL -
      * COLS 1-8 THE CHECK NUMBER, COL 10 'C' (CLAIMED) OR 'U'
      * (LETTER CAME BACK UNDELIVERABLE), COLS 12-19 THE DATE OF
      * THE RESPONSE (BLANK = TODAY)
       FD     FILE-ESCHRSP
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-ESCHRSP.

       01  FIL-ESCHRSP.
           02  FIL-ER-CHECK-NO      PIC X(08).
           02  FILLER               PIC X(01).
           02  FIL-ER-RESP-CD       PIC X(01).
           02  FILLER               PIC X(01).
           02  FIL-ER-RESP-DT       PIC X(08).
           02  FILLER               PIC X(61).

      *   ------------

       FD     FILE-CHKREG
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-CHKREG.

       01  FIL-CHKREG.
           02  FIL-CHKREG-KEY       PIC X(08).
           02  FILLER               PIC X(72).

      *   ------------

       FD     FILE-DEMO
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-DEMO.

       01  FIL-DEMO.
           02  FIL-DEMO-KEY         PIC X(06).
           02  FILLER               PIC X(94).

      *   ------------

       FD     FILE-COMPANY
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-COMPANY.

       01  FIL-COMPANY PIC X(160).

      *   ------------

      * THE TRACKING FILE (SEE ESCHTRKC)
       FD     FILE-ESCHTRK
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-ESCHTRK.

       01  FIL-ESCHTRK.
           02  FIL-ESCHTRK-KEY      PIC X(08).
           02  FILLER               PIC X(72).

      *   ------------

      * THE DUE-DILIGENCE LETTERS, ONE PER PAGE, READY TO MAIL
       FD     FILE-ESCHLTR
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-ESCHLTR.

       01  FIL-ESCHLTR PIC X(132).

      *   ------------

      * EVERY STATE'S HOLDER REPORT RECORDS (SEE NAUPAC), EACH
      * BEHIND A FOUR-BYTE STATE/COMPANY PREFIX THE SPLIT STEP
      * SORTS ON AND STRIPS
       FD     FILE-ESCHALL
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-ESCHALL.

       01  FIL-ESCHALL PIC X(529).

      *   ------------

      * THE ESCHEATMENT JOURNAL (SEE GLEXTC)
       FD     FILE-GL
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-GL.

       01  FIL-GL PIC X(80).

      *   ------------

       FD     FILE-POSPAY
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-POSPAY.

       01  FIL-POSPAY PIC X(80).

      *   ------------

       FD     FILE-ESCHRPT
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-ESCHRPT.

       01  FIL-ESCHRPT PIC X(132).


       WORKING-STORAGE SECTION.
      * USE THE COPYBOOKS
       COPY CHKREGC.
       COPY DEMOC.
       COPY COMPC.
       COPY ESCHTRKC.
       COPY NAUPAC.
       COPY GLEXTC.

      * THE RULE FOR A STATE WITH NO CARD ON THE STATE RULES FILE -
      * MOST STATES HOLD WAGES DORMANT AFTER ONE YEAR, MEASURED TO
      * JUNE 30, WITH THE REPORT DUE NOVEMBER 1
       01  WS-DFLT-DORM-YRS     PIC 9(01) VALUE 1.
       01  WS-DFLT-CUT-MMDD     PIC 9(04) VALUE 0630.
       01  WS-DFLT-DUE-MMDD     PIC 9(04) VALUE 1101.

      * LETTERS GO OUT NO MORE THAN 120 DAYS BEFORE THE REPORT IS
      * DUE AND SHOULD BE OUT AT LEAST 60 DAYS BEFORE - ONE MAILED
      * INSIDE 60 DAYS IS FLAGGED LATE. A CHECK UNDER THE LETTER
      * MINIMUM IS REPORTED WITHOUT ONE
       01  WS-LETTER-LEAD-DAYS  PIC 9(03) VALUE 120.
       01  WS-LETTER-LATE-DAYS  PIC 9(03) VALUE 060.
       01  WS-LETTER-MIN        PIC 9(05)V99 VALUE 50.00.

      * THE ESCHEATMENT ENTRY - CASH COMES BACK FOR THE CHECK THAT
      * WILL NEVER CLEAR, AND THE STATE IS OWED IT INSTEAD
       01  WS-GL-CASH-ACCT      PIC X(08) VALUE 'GL100200'.
       01  WS-GL-UNCLAIMED-ACCT PIC X(08) VALUE 'GL216000'.

      * THE RUN DATE, THE AS-OF DATE, AND THE 30/360-STYLE SERIAL
      * DATES THE LETTER WINDOW USES - BANKING-CONVENTION DAY
      * COUNTS, THE SAME AS CHKRECN'S CHECK AGING
       01  WS-RUN-DATE-8        PIC 9(08) VALUE ZEROS.
       01  WS-AS-OF-8           PIC 9(08) VALUE ZEROS.
       01  WS-DT-WORK           PIC 9(08) VALUE ZEROS.
       01  WS-DT-WORK-R REDEFINES WS-DT-WORK.
           02 WS-DT-YYYY        PIC 9(04).
           02 WS-DT-MM          PIC 9(02).
           02 WS-DT-DD          PIC 9(02).
       01  WS-DT-SERIAL         PIC 9(07) VALUE ZEROS.
       01  WS-AS-OF-SERIAL      PIC 9(07) VALUE ZEROS.
       01  WS-DUE-SERIAL        PIC 9(07) VALUE ZEROS.
       01  WS-DAYS-TO-DUE       PIC S9(05) VALUE ZEROS.

      * THE RUN CARD
       01  WS-RUN-TYPE-SW       PIC X VALUE 'L'.
           88 WS-LETTER-RUN           VALUE 'L'.
           88 WS-REPORT-RUN           VALUE 'R'.
       01  WS-CTL-STATE         PIC X(02) VALUE SPACES.

      * THE CHECK IN HAND - ITS OWNER'S STATE, THAT STATE'S RULE,
      * AND THE NEXT REPORT IT FALLS DUE ON
       01  WS-OWN-STATE         PIC X(02) VALUE SPACES.
       01  WS-DORM-YRS          PIC 9(01) VALUE ZEROS.
       01  WS-CUT-MMDD          PIC 9(04) VALUE ZEROS.
       01  WS-DUE-MMDD          PIC 9(04) VALUE ZEROS.
       01  WS-DUE-8             PIC 9(08) VALUE ZEROS.
       01  WS-DUE-YYYY          PIC 9(04) VALUE ZEROS.
       01  WS-CUTOFF-8          PIC 9(08) VALUE ZEROS.
       01  WS-DORMANT-8         PIC 9(08) VALUE ZEROS.
       01  WS-RESPOND-8         PIC 9(08) VALUE ZEROS.

      * THE COMPANIES ON FILE, WITH WHAT EACH ESCHEATS THIS RUN
       01  WS-COMP-TABLE.
           02 WS-COMP-ENTRY OCCURS 10 TIMES.
              03 WS-COMP-TBL-CD       PIC X(02).
              03 WS-COMP-TBL-NAME     PIC X(16).
              03 WS-COMP-TBL-FEIN     PIC 9(09).
              03 WS-COMP-TBL-ADDR-1   PIC X(22).
              03 WS-COMP-TBL-CITY     PIC X(22).
              03 WS-COMP-TBL-STATE    PIC X(02).
              03 WS-COMP-TBL-ZIP      PIC X(09).
              03 WS-COMP-TBL-ESCH-CNT PIC 9(05).
              03 WS-COMP-TBL-ESCH-AMT PIC 9(09)V99.
       01  WS-COMP-CNT          PIC 9(02) VALUE ZEROS.
       01  WS-COMP-MAX          PIC 9(02) VALUE 10.
       01  WS-COMP-IDX          PIC 9(02) VALUE ZEROS.
       01  WS-COMP-HIT          PIC 9(02) VALUE ZEROS.
       01  WS-COMP-FOUND-SW     PIC X VALUE 'N'.
           88 WS-COMP-FOUND           VALUE 'Y'.

      * THE STATE RULES
       01  WS-RULE-TABLE.
           02 WS-RULE-ENTRY OCCURS 60 TIMES.
              03 WS-RULE-TBL-STATE    PIC X(02).
              03 WS-RULE-TBL-DORM-YRS PIC 9(01).
              03 WS-RULE-TBL-CUT-MMDD PIC 9(04).
              03 WS-RULE-TBL-DUE-MMDD PIC 9(04).
       01  WS-RULE-CNT          PIC 9(02) VALUE ZEROS.
       01  WS-RULE-MAX          PIC 9(02) VALUE 60.
       01  WS-RULE-IDX          PIC 9(02) VALUE ZEROS.
       01  WS-RULE-FOUND-SW     PIC X VALUE 'N'.
           88 WS-RULE-FOUND           VALUE 'Y'.

      * ONE HOLDER REPORT PER STATE AND COMPANY - THE PROPERTY
      * COUNT AND AMOUNT ITS SUMMARY RECORD CARRIES
       01  WS-HLD-TABLE.
           02 WS-HLD-ENTRY OCCURS 200 TIMES.
              03 WS-HLD-TBL-STATE     PIC X(02).
              03 WS-HLD-TBL-COMP-IDX  PIC 9(02).
              03 WS-HLD-TBL-RPT-YR    PIC 9(04).
              03 WS-HLD-TBL-CNT       PIC 9(06).
              03 WS-HLD-TBL-AMT       PIC 9(10)V99.
       01  WS-HLD-CNT           PIC 9(03) VALUE ZEROS.
       01  WS-HLD-MAX           PIC 9(03) VALUE 200.
       01  WS-HLD-IDX           PIC 9(03) VALUE ZEROS.
       01  WS-HLD-HIT           PIC 9(03) VALUE ZEROS.
       01  WS-HLD-FOUND-SW      PIC X VALUE 'N'.
           88 WS-HLD-FOUND            VALUE 'Y'.

      * NAME SPLIT WORK FIELDS - THE REGISTER CARRIES ONE 20-BYTE
      * NAME, EITHER 'LAST, FIRST MIDDLE' OR 'FIRST [MIDDLE] LAST'
       01  WS-NAME-WORK.
           02 WS-NM-COMMA-CNT        PIC 9(02) VALUE ZEROS.
           02 WS-NM-REST             PIC X(20) VALUE SPACES.
           02 WS-NM-PART-1           PIC X(20) VALUE SPACES.
           02 WS-NM-PART-2           PIC X(20) VALUE SPACES.
           02 WS-NM-PART-3           PIC X(20) VALUE SPACES.
           02 WS-NM-FIRST            PIC X(20) VALUE SPACES.
           02 WS-NM-MIDDLE           PIC X(10) VALUE SPACES.
           02 WS-NM-LAST             PIC X(30) VALUE SPACES.

      * A HOLDER REPORT RECORD BEHIND ITS SPLIT/SORT PREFIX
       01  WS-ESA-RECORD.
           02 WS-ESA-STATE          PIC X(02).
           02 WS-ESA-COMP-CD        PIC X(02).
           02 WS-ESA-NAUPA          PIC X(525).

      * POSITIVE-PAY RECORD - THE BANK'S FIXED LAYOUT, SAME AS THE
      * ISSUE FILE DIRECTDP TRANSMITS. AN ESCHEATED CHECK GOES AS A
      * TYPE 'V' STOP, THE SAME AS A VOID
       01  WS-POSPAY-DETAIL-LINE.
           02 WS-PP-REC-TYPE    PIC X(01).
           02 WS-PP-COMP-CD     PIC X(02).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-PP-CHECK-NO    PIC 9(08).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-PP-DATE        PIC 9(08).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-PP-AMOUNT      PIC 9(07)V99.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-PP-PAYEE       PIC X(20).
           02 FILLER            PIC X(28) VALUE SPACES.

      * DUE-DILIGENCE LETTER LINE LAYOUTS
       01  WS-LTR-LINE.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 WS-LTR-TEXT       PIC X(75).
           02 FILLER            PIC X(52) VALUE SPACES.

       01  WS-LTR-CITY-LINE.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 WS-LTR-CITY       PIC X(22).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-LTR-ST         PIC X(02).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-LTR-ZIP        PIC X(09).
           02 FILLER            PIC X(90) VALUE SPACES.

       01  WS-LTR-DATE-LINE.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(06) VALUE 'DATE: '.
           02 WS-LTR-DATE       PIC 9(08).
           02 FILLER            PIC X(113) VALUE SPACES.

       01  WS-LTR-STATE-LINE.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(44) VALUE
                    'REQUIRES US TO TURN IT OVER TO THE STATE OF '.
           02 WS-LTR-STATE      PIC X(02).
           02 FILLER            PIC X(23) VALUE
                    ' AS UNCLAIMED PROPERTY.'.
           02 FILLER            PIC X(58) VALUE SPACES.

       01  WS-LTR-CHECK-LINE.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(14) VALUE 'CHECK NUMBER: '.
           02 WS-LTR-CHECK-NO   PIC 9(08).
           02 FILLER            PIC X(09) VALUE '   DATED '.
           02 WS-LTR-CHECK-DT   PIC 9(08).
           02 FILLER            PIC X(10) VALUE '   AMOUNT '.
           02 WS-LTR-AMOUNT     PIC $$$,$$9.99.
           02 FILLER            PIC X(68) VALUE SPACES.

       01  WS-LTR-RESPOND-LINE.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(26) VALUE
                    'PAYROLL DEPARTMENT BEFORE '.
           02 WS-LTR-RESPOND-DT PIC 9(08).
           02 FILLER            PIC X(32) VALUE
                    ' AND A REPLACEMENT CHECK WILL BE'.
           02 FILLER            PIC X(61) VALUE SPACES.

      * LISTING LINE LAYOUTS
       01  WS-RPT-HEADING-1.
           02 FILLER            PIC X(01) VALUE '1'.
           02 FILLER            PIC X(40) VALUE
                    '*** UNCLAIMED PROPERTY - ESCHEATMENT ***'.
           02 WS-RPT-H1-TYPE    PIC X(12).
           02 FILLER            PIC X(07) VALUE 'AS OF '.
           02 WS-RPT-H1-AS-OF   PIC 9(08).
           02 FILLER            PIC X(12) VALUE '   RUN DATE '.
           02 WS-RPT-H1-RUN     PIC 9(08).
           02 FILLER            PIC X(08) VALUE '  STATE '.
           02 WS-RPT-H1-STATE   PIC X(03).
           02 FILLER            PIC X(33) VALUE SPACES.

       01  WS-RPT-HEADING-2.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(10) VALUE 'CHECK NO'.
           02 FILLER            PIC X(08) VALUE 'EMP ID'.
           02 FILLER            PIC X(22) VALUE 'PAYEE'.
           02 FILLER            PIC X(04) VALUE 'CO'.
           02 FILLER            PIC X(10) VALUE 'CHK DATE'.
           02 FILLER            PIC X(14) VALUE '       AMOUNT'.
           02 FILLER            PIC X(04) VALUE 'ST'.
           02 FILLER            PIC X(10) VALUE 'DUE DATE'.
           02 FILLER            PIC X(42) VALUE 'ACTION'.
           02 FILLER            PIC X(07) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-RPT-D-CHECK-NO PIC 9(08).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-RPT-D-EMP-ID   PIC X(08).
           02 WS-RPT-D-NAME     PIC X(22).
           02 WS-RPT-D-COMP     PIC X(04).
           02 WS-RPT-D-CHECK-DT PIC 9(08).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-RPT-D-AMOUNT   PIC Z,ZZZ,ZZ9.99.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-RPT-D-STATE    PIC X(04).
           02 WS-RPT-D-DUE-DT   PIC 9(08).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-RPT-D-ACTION   PIC X(42).
           02 FILLER            PIC X(07) VALUE SPACES.

       01  WS-RPT-HLD-HEADING.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(50) VALUE
                    'HOLDER REPORTS WRITTEN - ONE FILE PER STATE'.
           02 FILLER            PIC X(81) VALUE SPACES.

       01  WS-RPT-HLD-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 WS-RPT-L-STATE    PIC X(02).
           02 FILLER            PIC X(04) VALUE SPACES.
           02 WS-RPT-L-COMP     PIC X(02).
           02 FILLER            PIC X(04) VALUE SPACES.
           02 WS-RPT-L-YEAR     PIC 9(04).
           02 FILLER            PIC X(04) VALUE SPACES.
           02 WS-RPT-L-CNT      PIC ZZ,ZZ9.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 WS-RPT-L-AMT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(80) VALUE SPACES.

       01  WS-RPT-SUM-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-RPT-S-LABEL    PIC X(40).
           02 WS-RPT-S-TOT      PIC ZZ,ZZ9.
           02 FILLER            PIC X(85) VALUE SPACES.

       01  WS-RPT-AMT-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-RPT-A-LABEL    PIC X(40).
           02 WS-RPT-A-TOT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(74) VALUE SPACES.

      * FLAGS
       01  WS-VAL.
           02 WS-EOF-COMPANY         PIC X VALUE 'N'.
           02 WS-EOF-ESCHST          PIC X VALUE 'N'.
           02 WS-EOF-ESCHRSP         PIC X VALUE 'N'.
           02 WS-EOF-CHKREG          PIC X VALUE 'N'.
           02 WS-REG-FOUND-SW        PIC X VALUE 'N'.
              88 WS-REG-FOUND              VALUE 'Y'.
           02 WS-DEMO-FOUND-SW       PIC X VALUE 'N'.
              88 WS-DEMO-FOUND             VALUE 'Y'.
           02 WS-TRK-FOUND-SW        PIC X VALUE 'N'.
              88 WS-TRK-FOUND              VALUE 'Y'.
           02 WS-ADDR-OK-SW          PIC X VALUE 'N'.
              88 WS-ADDR-OK                VALUE 'Y'.

      * FILE STATUS CODES FOR THE KEYED FILES
       01  WS-FILE-STATUSES.
           02 WS-CHKREG-STATUS       PIC X(02) VALUE '00'.
           02 WS-DEMO-STATUS         PIC X(02) VALUE '00'.
           02 WS-ESCHTRK-STATUS      PIC X(02) VALUE '00'.

      * RUN COUNTERS
       01  WS-RESP-CNT          PIC 9(05) VALUE ZEROS.
       01  WS-OUTST-CNT         PIC 9(05) VALUE ZEROS.
       01  WS-DORMANT-CNT       PIC 9(05) VALUE ZEROS.
       01  WS-LETTER-CNT        PIC 9(05) VALUE ZEROS.
       01  WS-LATE-LTR-CNT      PIC 9(05) VALUE ZEROS.
       01  WS-CLAIM-CNT         PIC 9(05) VALUE ZEROS.
       01  WS-ESCH-CNT          PIC 9(05) VALUE ZEROS.
       01  WS-ESCH-AMT          PIC 9(09)V99 VALUE ZEROS.
       01  WS-REBUILT-CNT       PIC 9(05) VALUE ZEROS.
       01  WS-GL-CNT            PIC 9(05) VALUE ZEROS.
       01  WS-WARN-CNT          PIC 9(05) VALUE ZEROS.

       01  WS-BREAKPT   PIC X(23) VALUE '-=-=-=-=-=-=-=-=-=-=-=-'.
       01  WS-MESSAGE   PIC X(23) VALUE 'UNCLAIMED PROPERTY RUN '.
       01  WS-FULL-LINE PIC X(50) VALUE ALL '*'.


      **************************************************************
       PROCEDURE DIVISION.
      **************************************************************

           PERFORM R1000-OPEN-DATASETS.

           DISPLAY WS-FULL-LINE.
           DISPLAY WS-MESSAGE.
           DISPLAY WS-FULL-LINE.

           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.

           PERFORM R1100-READ-CONTROL-CARD.
           PERFORM R1200-LOAD-COMPANIES.
           PERFORM R1300-LOAD-STATE-RULES.

           IF WS-REPORT-RUN
              MOVE 'REPORT RUN'  TO WS-RPT-H1-TYPE
           ELSE
              MOVE 'LETTER RUN'  TO WS-RPT-H1-TYPE
           END-IF.
           MOVE WS-AS-OF-8    TO WS-RPT-H1-AS-OF.
           MOVE WS-RUN-DATE-8 TO WS-RPT-H1-RUN.
           IF WS-CTL-STATE = SPACES
              MOVE 'ALL'        TO WS-RPT-H1-STATE
           ELSE
              MOVE WS-CTL-STATE TO WS-RPT-H1-STATE
           END-IF.
           WRITE FIL-ESCHRPT FROM WS-RPT-HEADING-1
              AFTER ADVANCING PAGE.
           WRITE FIL-ESCHRPT FROM WS-RPT-HEADING-2
              AFTER ADVANCING 2 LINES.

      * THE RESPONSES GO ON FIRST, SO A CHECK CLAIMED SINCE THE
      * LAST RUN IS HELD BACK FROM THIS RUN'S REPORT
           PERFORM R1500-READ-RESPONSE.
           PERFORM R1600-APPLY-RESPONSE
              UNTIL WS-EOF-ESCHRSP = 'Y'.

      * EVERY CHECK ON THE REGISTER - KEY ZEROS IS THE CONTROL
      * RECORD, AND ONLY 'I' CHECKS ARE STILL OUTSTANDING. A REPORT
      * RUN ALSO PICKS UP THE 'E' CHECKS TURNED OVER AS OF THE SAME
      * DATE, SO A RERUN WITH THE SAME CARD REBUILDS THE WHOLE
      * HOLDER REPORT AND GL ENTRY
           MOVE LOW-VALUES TO FIL-CHKREG-KEY.
           START FILE-CHKREG KEY NOT LESS THAN FIL-CHKREG-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF-CHKREG
           END-START.
           PERFORM R2000-SCAN-REGISTER-ENTRY
              UNTIL WS-EOF-CHKREG = 'Y'.

           PERFORM R3000-WRITE-HOLDER-RECORDS.
           PERFORM R3500-WRITE-GL-ENTRY.
           PERFORM R3800-WRITE-TOTALS.

           DISPLAY WS-FULL-LINE.
           DISPLAY ' -- UNCLAIMED PROPERTY RUN COMPLETE -- '.
           DISPLAY 'RESPONSES RECORDED:   ' WS-RESP-CNT.
           DISPLAY 'CHECKS OUTSTANDING:   ' WS-OUTST-CNT.
           DISPLAY 'DORMANT AT CUTOFF:    ' WS-DORMANT-CNT.
           DISPLAY 'LETTERS MAILED:       ' WS-LETTER-CNT.
           DISPLAY 'CLAIMED - REISSUE:    ' WS-CLAIM-CNT.
           DISPLAY 'CHECKS ESCHEATED:     ' WS-ESCH-CNT.
           DISPLAY 'AMOUNT ESCHEATED:     ' WS-ESCH-AMT.
           DISPLAY '  REBUILT ON A RERUN: ' WS-REBUILT-CNT.
           DISPLAY 'WARNINGS:             ' WS-WARN-CNT.
           DISPLAY WS-FULL-LINE.

      * RC=4 - SOMETHING ON THE LISTING NEEDS PAYROLL'S ATTENTION
           IF WS-WARN-CNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM R4000-CLOSE-DATASETS.
           STOP RUN.

      * ---
      * THE TRACKING FILE IS CREATED EMPTY THE FIRST TIME THE JOB
      * RUNS, THEN HELD OPEN I-O. WITHOUT THE REGISTER THERE IS
      * NOTHING TO WORK, AND WITHOUT THE DEMOGRAPHIC MASTER THERE
      * IS NO ADDRESS TO MAIL OR REPORT, SO EITHER STOPS THE RUN
      * RC=8
        R1000-OPEN-DATASETS.
      * ---
           OPEN INPUT FILE-ESCHCTL.
           OPEN INPUT FILE-ESCHST.
           OPEN INPUT FILE-ESCHRSP.
           OPEN INPUT FILE-COMPANY.
           OPEN OUTPUT FILE-ESCHLTR.
           OPEN OUTPUT FILE-ESCHALL.
           OPEN OUTPUT FILE-GL.
           OPEN EXTEND FILE-POSPAY.
           OPEN OUTPUT FILE-ESCHRPT.

           OPEN I-O FILE-CHKREG.
           IF WS-CHKREG-STATUS NOT = '00'
              DISPLAY '*** CHECK REGISTER COULD NOT BE OPENED - '
                 'STATUS ' WS-CHKREG-STATUS ' ***'
              MOVE 8 TO RETURN-CODE
              CLOSE FILE-ESCHCTL FILE-ESCHST FILE-ESCHRSP
                    FILE-COMPANY FILE-ESCHLTR FILE-ESCHALL FILE-GL
                    FILE-POSPAY FILE-ESCHRPT
              STOP RUN
           END-IF.

           OPEN I-O FILE-ESCHTRK.
           IF WS-ESCHTRK-STATUS = '35'
              OPEN OUTPUT FILE-ESCHTRK
              CLOSE FILE-ESCHTRK
              OPEN I-O FILE-ESCHTRK
           END-IF.
           IF WS-ESCHTRK-STATUS NOT = '00'
              DISPLAY '*** ESCHEAT TRACKING FILE COULD NOT BE OPENED '
                 '- STATUS ' WS-ESCHTRK-STATUS ' ***'
              MOVE 8 TO RETURN-CODE
              CLOSE FILE-ESCHCTL FILE-ESCHST FILE-ESCHRSP
                    FILE-COMPANY FILE-ESCHLTR FILE-ESCHALL FILE-GL
                    FILE-POSPAY FILE-ESCHRPT FILE-CHKREG
              STOP RUN
           END-IF.

           OPEN INPUT FILE-DEMO.
           IF WS-DEMO-STATUS NOT = '00'
              DISPLAY '*** DEMOGRAPHIC MASTER NOT AVAILABLE - STATUS '
                 WS-DEMO-STATUS ' - NOTHING MAILED OR REPORTED ***'
              MOVE 8 TO RETURN-CODE
              CLOSE FILE-ESCHCTL FILE-ESCHST FILE-ESCHRSP
                    FILE-COMPANY FILE-ESCHLTR FILE-ESCHALL FILE-GL
                    FILE-POSPAY FILE-ESCHRPT FILE-CHKREG
                    FILE-ESCHTRK
              STOP RUN
           END-IF.
      * ---
      * A BAD AS-OF DATE, RUN TYPE, OR STATE STOPS THE RUN BEFORE
      * ANYTHING IS MAILED, MARKED, OR REPORTED
        R1100-READ-CONTROL-CARD.
      * ---
           MOVE SPACES TO FIL-ESCHCTL.
           READ FILE-ESCHCTL
              AT END
                 MOVE SPACES TO FIL-ESCHCTL
           END-READ.

           EVALUATE TRUE
              WHEN FIL-EC-AS-OF-DATE = SPACES
                 MOVE WS-RUN-DATE-8 TO WS-AS-OF-8
              WHEN FIL-EC-AS-OF-DATE IS NUMERIC
                 AND FIL-EC-AS-OF-DATE > '19000000'
                 MOVE FIL-EC-AS-OF-DATE TO WS-AS-OF-8
              WHEN OTHER
                 DISPLAY '*** AS-OF DATE ON THE CONTROL CARD IS NOT '
                    'VALID - NOTHING MAILED OR REPORTED ***'
                 MOVE 8 TO RETURN-CODE
                 PERFORM R4000-CLOSE-DATASETS
                 STOP RUN
           END-EVALUATE.

           EVALUATE FIL-EC-RUN-TYPE
              WHEN SPACE
                 MOVE 'L' TO WS-RUN-TYPE-SW
              WHEN 'L'
              WHEN 'R'
                 MOVE FIL-EC-RUN-TYPE TO WS-RUN-TYPE-SW
              WHEN OTHER
                 DISPLAY '*** RUN TYPE ON THE CONTROL CARD IS NOT '
                    'L OR R - NOTHING MAILED OR REPORTED ***'
                 MOVE 8 TO RETURN-CODE
                 PERFORM R4000-CLOSE-DATASETS
                 STOP RUN
           END-EVALUATE.

           IF FIL-EC-STATE NOT = SPACES
              AND FIL-EC-STATE IS NOT ALPHABETIC
              DISPLAY '*** REPORT STATE ON THE CONTROL CARD IS NOT '
                 'VALID - NOTHING MAILED OR REPORTED ***'
              MOVE 8 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              STOP RUN
           END-IF.
           MOVE FIL-EC-STATE TO WS-CTL-STATE.

           MOVE WS-AS-OF-8 TO WS-DT-WORK.
           PERFORM R8000-DATE-TO-SERIAL.
           MOVE WS-DT-SERIAL TO WS-AS-OF-SERIAL.

           DISPLAY 'AS-OF DATE: ' WS-AS-OF-8 '  RUN TYPE: '
              WS-RUN-TYPE-SW '  STATE: ' WS-CTL-STATE.
      * ---
        R1200-LOAD-COMPANIES.
      * ---
           PERFORM R1210-LOAD-COMPANY-ENTRY
              UNTIL WS-EOF-COMPANY = 'Y'.
           DISPLAY 'COMPANIES ON FILE: ' WS-COMP-CNT.
      * ---
        R1210-LOAD-COMPANY-ENTRY.
      * ---
           READ FILE-COMPANY INTO COMP-COPYBOOK-RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-COMPANY
              NOT AT END
                 IF WS-COMP-CNT < WS-COMP-MAX
                    ADD 1 TO WS-COMP-CNT
                    MOVE COMP-CD     TO WS-COMP-TBL-CD(WS-COMP-CNT)
                    MOVE COMP-NAME   TO WS-COMP-TBL-NAME(WS-COMP-CNT)
                    IF COMP-FEIN IS NUMERIC
                       MOVE COMP-FEIN
                          TO WS-COMP-TBL-FEIN(WS-COMP-CNT)
                    ELSE
                       MOVE ZEROS TO WS-COMP-TBL-FEIN(WS-COMP-CNT)
                    END-IF
                    MOVE COMP-ADDR-1 TO WS-COMP-TBL-ADDR-1(WS-COMP-CNT)
                    MOVE COMP-CITY   TO WS-COMP-TBL-CITY(WS-COMP-CNT)
                    MOVE COMP-STATE  TO WS-COMP-TBL-STATE(WS-COMP-CNT)
                    MOVE COMP-ZIP    TO WS-COMP-TBL-ZIP(WS-COMP-CNT)
                    MOVE ZEROS TO WS-COMP-TBL-ESCH-CNT(WS-COMP-CNT)
                                  WS-COMP-TBL-ESCH-AMT(WS-COMP-CNT)
                 ELSE
                    DISPLAY 'COMPANY TABLE FULL - COMPANY '
                       COMP-CD ' NOT LOADED'
                 END-IF
           END-READ.
      * ---
      * A CARD THAT DOES NOT READ CLEANLY IS SKIPPED, SO ITS STATE
      * FALLS BACK TO THE DEFAULT RULE - SAID ON THE JOB LOG
        R1300-LOAD-STATE-RULES.
      * ---
           PERFORM R1310-LOAD-STATE-RULE
              UNTIL WS-EOF-ESCHST = 'Y'.
           DISPLAY 'STATE RULES ON FILE: ' WS-RULE-CNT.
      * ---
        R1310-LOAD-STATE-RULE.
      * ---
           READ FILE-ESCHST
              AT END
                 MOVE 'Y' TO WS-EOF-ESCHST
              NOT AT END
                 IF FIL-ES-STATE = SPACES
                    OR FIL-ES-DORM-YRS IS NOT NUMERIC
                    OR FIL-ES-DORM-YRS = '0'
                    OR FIL-ES-CUT-MMDD IS NOT NUMERIC
                    OR FIL-ES-DUE-MMDD IS NOT NUMERIC
                    DISPLAY 'STATE RULE CARD NOT VALID - ' FIL-ESCHST
                 ELSE
                    IF WS-RULE-CNT < WS-RULE-MAX
                       ADD 1 TO WS-RULE-CNT
                       MOVE FIL-ES-STATE
                          TO WS-RULE-TBL-STATE(WS-RULE-CNT)
                       MOVE FIL-ES-DORM-YRS
                          TO WS-RULE-TBL-DORM-YRS(WS-RULE-CNT)
                       MOVE FIL-ES-CUT-MMDD
                          TO WS-RULE-TBL-CUT-MMDD(WS-RULE-CNT)
                       MOVE FIL-ES-DUE-MMDD
                          TO WS-RULE-TBL-DUE-MMDD(WS-RULE-CNT)
                    ELSE
                       DISPLAY 'STATE RULE TABLE FULL - '
                          FIL-ES-STATE ' TAKES THE DEFAULT RULE'
                    END-IF
                 END-IF
           END-READ.
      * ---
        R1500-READ-RESPONSE.
      * ---
           READ FILE-ESCHRSP
              AT END
                 MOVE 'Y' TO WS-EOF-ESCHRSP
           END-READ.
      * ---
      * AN ANSWER TO A LETTER - OR AN EMPLOYEE WHO CALLED IN BEFORE
      * ONE WENT OUT - GOES ON THE TRACKING RECORD. ONLY A CHECK
      * STILL OUTSTANDING CAN TAKE ONE
        R1600-APPLY-RESPONSE.
      * ---
           MOVE SPACES TO CHKREG-COPYBOOK-RECORD.
           MOVE ZEROS  TO CHK-NO CHK-AMOUNT CHK-DATE.
           MOVE 'N' TO WS-REG-FOUND-SW.
           IF FIL-ER-CHECK-NO IS NUMERIC
              MOVE FIL-ER-CHECK-NO TO FIL-CHKREG-KEY
              READ FILE-CHKREG INTO CHKREG-COPYBOOK-RECORD
                 KEY IS FIL-CHKREG-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-REG-FOUND-SW
              END-READ
           END-IF.
           IF NOT WS-REG-FOUND AND FIL-ER-CHECK-NO IS NUMERIC
              MOVE FIL-ER-CHECK-NO TO CHK-NO
           END-IF.
           MOVE SPACES TO WS-OWN-STATE.
           MOVE ZEROS  TO WS-DUE-8.

           EVALUATE TRUE
              WHEN NOT WS-REG-FOUND
                 MOVE 'RESPONSE - CHECK NOT ON THE REGISTER'
                    TO WS-RPT-D-ACTION
                 ADD 1 TO WS-WARN-CNT
              WHEN FIL-ER-RESP-CD NOT = 'C'
                 AND FIL-ER-RESP-CD NOT = 'U'
                 MOVE 'RESPONSE CODE NOT C OR U - IGNORED'
                    TO WS-RPT-D-ACTION
                 ADD 1 TO WS-WARN-CNT
              WHEN CHK-ESCHEATED
                 MOVE 'RESPONSE - ALREADY ESCHEATED, CLAIM AT STATE'
                    TO WS-RPT-D-ACTION
                 ADD 1 TO WS-WARN-CNT
              WHEN NOT CHK-ISSUED
                 MOVE 'RESPONSE - CHECK NO LONGER OUTSTANDING'
                    TO WS-RPT-D-ACTION
              WHEN OTHER
                 PERFORM R1610-RECORD-RESPONSE
           END-EVALUATE.

           PERFORM R2900-WRITE-LISTING-LINE.

      * NEXT RESPONSE
           PERFORM R1500-READ-RESPONSE.
      * ---
        R1610-RECORD-RESPONSE.
      * ---
           PERFORM R2110-READ-TRACKING.
           IF NOT WS-TRK-FOUND
              MOVE SPACES     TO ESCHTRK-COPYBOOK-RECORD
              MOVE CHK-NO     TO ETK-CHECK-NO
              MOVE CHK-EMP-ID TO ETK-EMP-ID
              MOVE ZEROS      TO ETK-LETTER-DT ETK-ESCH-DT
           END-IF.

           MOVE FIL-ER-RESP-CD TO ETK-RESP-SW.
           IF FIL-ER-RESP-DT IS NUMERIC
              AND FIL-ER-RESP-DT > '19000000'
              MOVE FIL-ER-RESP-DT TO ETK-RESP-DT
           ELSE
              MOVE WS-RUN-DATE-8  TO ETK-RESP-DT
           END-IF.
           PERFORM R2120-SAVE-TRACKING.
           ADD 1 TO WS-RESP-CNT.

           IF ETK-CLAIMED
              MOVE 'RESPONSE - CLAIMED, HELD FROM REPORTING'
                 TO WS-RPT-D-ACTION
           ELSE
              MOVE 'RESPONSE - LETTER RETURNED UNDELIVERABLE'
                 TO WS-RPT-D-ACTION
           END-IF.
      * ---
        R2000-SCAN-REGISTER-ENTRY.
      * ---
           READ FILE-CHKREG NEXT RECORD INTO CHKREG-COPYBOOK-RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-CHKREG
              NOT AT END
                 EVALUATE TRUE
                    WHEN CHK-ISSUED
                       PERFORM R2100-REVIEW-CHECK
                    WHEN CHK-ESCHEATED AND WS-REPORT-RUN
                       PERFORM R2150-REBUILD-ESCHEATED
                 END-EVALUATE
           END-READ.
      * ---
      * A CLAIMED CHECK WAITS FOR CHKVOID. ANY OTHER CHECK THAT WILL
      * BE DORMANT BY ITS STATE'S NEXT CUTOFF IS EITHER TURNED OVER
      * OR WORKED FOR ITS DUE-DILIGENCE LETTER. IT IS TURNED OVER
      * ONLY ON A REPORT RUN FOR ITS STATE, AND ONLY ONCE THAT
      * CUTOFF HAS PASSED AND THE REPORT IS NOT YET PAST DUE -
      * UNTIL THE CUTOFF THE CHECK IS NOT DORMANT YET, SO EVEN A
      * REPORT RUN ONLY WORKS IT FOR ITS LETTER
        R2100-REVIEW-CHECK.
      * ---
           ADD 1 TO WS-OUTST-CNT.
           MOVE SPACES TO WS-OWN-STATE.
           MOVE ZEROS  TO WS-DUE-8.
           PERFORM R2110-READ-TRACKING.

           IF WS-TRK-FOUND AND ETK-CLAIMED
              ADD 1 TO WS-CLAIM-CNT
              ADD 1 TO WS-WARN-CNT
              MOVE 'CLAIMED - VOID AND REISSUE IN CHKVOID'
                 TO WS-RPT-D-ACTION
              PERFORM R2900-WRITE-LISTING-LINE
           ELSE
              PERFORM R2200-FIND-OWNER
              PERFORM R2300-FIND-DEADLINE
              IF WS-DORMANT-8 NOT > WS-CUTOFF-8
                 ADD 1 TO WS-DORMANT-CNT
                 IF WS-REPORT-RUN
                    AND WS-CUTOFF-8 < WS-AS-OF-8
                    AND WS-AS-OF-8 NOT > WS-DUE-8
                    AND (WS-CTL-STATE = SPACES
                         OR WS-CTL-STATE = WS-OWN-STATE)
                    PERFORM R2500-ESCHEAT-CHECK
                 ELSE
                    PERFORM R2400-DUE-DILIGENCE
                 END-IF
              END-IF
           END-IF.
      * ---
      * A CHECK ALREADY TURNED OVER AS OF THIS SAME DATE - THE REPORT
      * RUN IS BEING RERUN WITH THE SAME CARD. ITS REGISTER STATUS,
      * TRACKING DATE AND BANK STOP WERE COMMITTED THE FIRST TIME,
      * SO ONLY ITS PROPERTY RECORD AND ITS SHARE OF THE HOLDER
      * REPORT AND GL ENTRY ARE BUILT AGAIN - UNDER THE STATE IT
      * WAS TURNED OVER TO, WHATEVER ITS ADDRESS SAYS NOW
        R2150-REBUILD-ESCHEATED.
      * ---
           MOVE SPACES TO WS-OWN-STATE.
           MOVE ZEROS  TO WS-DUE-8.
           PERFORM R2110-READ-TRACKING.

           IF WS-TRK-FOUND AND ETK-ESCH-DT = WS-AS-OF-8
              AND (WS-CTL-STATE = SPACES
                   OR WS-CTL-STATE = ETK-STATE-CD)
              PERFORM R2200-FIND-OWNER
              MOVE ETK-STATE-CD TO WS-OWN-STATE
              PERFORM R2300-FIND-DEADLINE
              MOVE 'N' TO WS-HLD-FOUND-SW
              IF WS-COMP-FOUND
                 PERFORM R2510-FIND-HOLDER-REPORT
              END-IF
              IF WS-HLD-FOUND
                 PERFORM R2520-SPLIT-NAME
                 PERFORM R2530-WRITE-PROPERTY-REC
                 PERFORM R2545-COUNT-ESCHEATED
                 PERFORM R2550-SET-ESCHEAT-ACTION
                 ADD 1 TO WS-REBUILT-CNT
              ELSE
                 ADD 1 TO WS-WARN-CNT
                 MOVE 'ESCHEATED - HOLDER REPORT NOT REBUILT'
                    TO WS-RPT-D-ACTION
              END-IF
              PERFORM R2900-WRITE-LISTING-LINE
           END-IF.
      * ---
        R2110-READ-TRACKING.
      * ---
           MOVE 'N' TO WS-TRK-FOUND-SW.
           MOVE CHK-NO TO FIL-ESCHTRK-KEY.
           READ FILE-ESCHTRK INTO ESCHTRK-COPYBOOK-RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-TRK-FOUND-SW
           END-READ.
      * ---
        R2120-SAVE-TRACKING.
      * ---
           MOVE ETK-CHECK-NO TO FIL-ESCHTRK-KEY.
           IF WS-TRK-FOUND
              REWRITE FIL-ESCHTRK FROM ESCHTRK-COPYBOOK-RECORD
                 INVALID KEY
                    DISPLAY 'TRACKING REWRITE FAILED FOR CHECK: '
                       ETK-CHECK-NO ' STATUS ' WS-ESCHTRK-STATUS
              END-REWRITE
           ELSE
              WRITE FIL-ESCHTRK FROM ESCHTRK-COPYBOOK-RECORD
                 INVALID KEY
                    DISPLAY 'TRACKING WRITE FAILED FOR CHECK: '
                       ETK-CHECK-NO ' STATUS ' WS-ESCHTRK-STATUS
              END-WRITE
              MOVE 'Y' TO WS-TRK-FOUND-SW
           END-IF.
      * ---
      * THE OWNER'S LAST KNOWN ADDRESS DECIDES THE STATE. WITH NO
      * USABLE ADDRESS THE CHECK GOES TO THE HOLDER'S STATE - THE
      * COMPANY'S, OFF THE COMPANY FILE
        R2200-FIND-OWNER.
      * ---
           MOVE 'N' TO WS-DEMO-FOUND-SW.
           MOVE CHK-EMP-ID TO FIL-DEMO-KEY.
           READ FILE-DEMO INTO DEMO-COPYBOOK-RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-DEMO-FOUND-SW
           END-READ.

           MOVE 'N' TO WS-COMP-FOUND-SW.
           MOVE ZEROS TO WS-COMP-HIT.
           PERFORM R2210-MATCH-COMPANY
              VARYING WS-COMP-IDX FROM 1 BY 1
              UNTIL WS-COMP-IDX > WS-COMP-CNT
                 OR WS-COMP-FOUND.

           MOVE 'N' TO WS-ADDR-OK-SW.
           IF WS-DEMO-FOUND
              AND DEMO-ADDR-1 NOT = SPACES AND DEMO-CITY NOT = SPACES
              AND DEMO-STATE NOT = SPACES AND DEMO-ZIP NOT = SPACES
              MOVE 'Y' TO WS-ADDR-OK-SW
              MOVE DEMO-STATE TO WS-OWN-STATE
           ELSE
              IF WS-COMP-FOUND
                 MOVE WS-COMP-TBL-STATE(WS-COMP-HIT) TO WS-OWN-STATE
              END-IF
           END-IF.
      * ---
        R2210-MATCH-COMPANY.
      * ---
           IF WS-COMP-TBL-CD(WS-COMP-IDX) = CHK-COMPANY-CD
              MOVE 'Y' TO WS-COMP-FOUND-SW
              MOVE WS-COMP-IDX TO WS-COMP-HIT
           END-IF.
      * ---
      * THE NEXT REPORT DUE ON OR AFTER THE AS-OF DATE, THE CUTOFF
      * THAT REPORT COVERS (THE LAST CUTOFF BEFORE IT IS DUE), AND
      * THE DATE THIS CHECK GOES DORMANT. THE OWNER IS ASKED TO
      * ANSWER A MONTH AHEAD OF THE DUE DATE, SO THE REPORT RUN HAS
      * THAT LAST MONTH
        R2300-FIND-DEADLINE.
      * ---
           MOVE 'N' TO WS-RULE-FOUND-SW.
           MOVE WS-DFLT-DORM-YRS TO WS-DORM-YRS.
           MOVE WS-DFLT-CUT-MMDD TO WS-CUT-MMDD.
           MOVE WS-DFLT-DUE-MMDD TO WS-DUE-MMDD.
           PERFORM R2310-MATCH-STATE-RULE
              VARYING WS-RULE-IDX FROM 1 BY 1
              UNTIL WS-RULE-IDX > WS-RULE-CNT
                 OR WS-RULE-FOUND.

           MOVE WS-AS-OF-8 TO WS-DT-WORK.
           COMPUTE WS-DUE-8 = (WS-DT-YYYY * 10000) + WS-DUE-MMDD.
           IF WS-DUE-8 < WS-AS-OF-8
              ADD 10000 TO WS-DUE-8
           END-IF.

           MOVE WS-DUE-8 TO WS-DT-WORK.
           MOVE WS-DT-YYYY TO WS-DUE-YYYY.
           PERFORM R8000-DATE-TO-SERIAL.
           MOVE WS-DT-SERIAL TO WS-DUE-SERIAL.
           COMPUTE WS-CUTOFF-8 = (WS-DT-YYYY * 10000) + WS-CUT-MMDD.
           IF WS-CUT-MMDD NOT < WS-DUE-MMDD
              SUBTRACT 10000 FROM WS-CUTOFF-8
           END-IF.

           IF WS-DT-MM = 01
              SUBTRACT 1 FROM WS-DT-YYYY
              MOVE 12 TO WS-DT-MM
           ELSE
              SUBTRACT 1 FROM WS-DT-MM
           END-IF.
           IF WS-DT-DD > 28
              MOVE 28 TO WS-DT-DD
           END-IF.
           MOVE WS-DT-WORK TO WS-RESPOND-8.

           COMPUTE WS-DORMANT-8 = CHK-DATE + (WS-DORM-YRS * 10000).
      * ---
        R2310-MATCH-STATE-RULE.
      * ---
           IF WS-RULE-TBL-STATE(WS-RULE-IDX) = WS-OWN-STATE
              MOVE 'Y' TO WS-RULE-FOUND-SW
              MOVE WS-RULE-TBL-DORM-YRS(WS-RULE-IDX) TO WS-DORM-YRS
              MOVE WS-RULE-TBL-CUT-MMDD(WS-RULE-IDX) TO WS-CUT-MMDD
              MOVE WS-RULE-TBL-DUE-MMDD(WS-RULE-IDX) TO WS-DUE-MMDD
           END-IF.
      * ---
      * ONE LETTER PER CHECK, ONCE IT IS INSIDE THE LETTER WINDOW
      * AHEAD OF ITS REPORT. A CHECK ALREADY WRITTEN TO, UNDER THE
      * MINIMUM, OR NOT YET IN THE WINDOW IS LEFT OFF THE LISTING
        R2400-DUE-DILIGENCE.
      * ---
           COMPUTE WS-DAYS-TO-DUE = WS-DUE-SERIAL - WS-AS-OF-SERIAL.

           EVALUATE TRUE
              WHEN WS-TRK-FOUND AND ETK-LETTER-DT > 0
                 CONTINUE
              WHEN CHK-AMOUNT < WS-LETTER-MIN
                 CONTINUE
              WHEN WS-DAYS-TO-DUE > WS-LETTER-LEAD-DAYS
                 CONTINUE
              WHEN NOT WS-ADDR-OK
                 ADD 1 TO WS-WARN-CNT
                 MOVE 'NO HOME ADDRESS - LETTER NOT MAILED'
                    TO WS-RPT-D-ACTION
                 PERFORM R2900-WRITE-LISTING-LINE
              WHEN OTHER
                 PERFORM R2410-PRINT-LETTER
                 PERFORM R2420-LOG-LETTER
                 ADD 1 TO WS-LETTER-CNT
                 IF WS-DAYS-TO-DUE < WS-LETTER-LATE-DAYS
                    ADD 1 TO WS-LATE-LTR-CNT
                    ADD 1 TO WS-WARN-CNT
                    MOVE 'LETTER MAILED LATE - UNDER 60 DAYS TO DUE'
                       TO WS-RPT-D-ACTION
                 ELSE
                    MOVE 'DUE-DILIGENCE LETTER MAILED'
                       TO WS-RPT-D-ACTION
                 END-IF
                 PERFORM R2900-WRITE-LISTING-LINE
           END-EVALUATE.
      * ---
      * ONE PAGE PER LETTER - THE COMPANY'S RETURN ADDRESS, THE
      * OWNER'S HOME ADDRESS FOR A WINDOW ENVELOPE, THE CHECK, AND
      * WHAT THE OWNER HAS TO DO TO KEEP IT FROM GOING TO THE STATE
        R2410-PRINT-LETTER.
      * ---
           MOVE SPACES TO WS-LTR-TEXT.
           IF WS-COMP-FOUND
              MOVE WS-COMP-TBL-NAME(WS-COMP-HIT) TO WS-LTR-TEXT
           END-IF.
           WRITE FIL-ESCHLTR FROM WS-LTR-LINE
              AFTER ADVANCING PAGE.
           IF WS-COMP-FOUND
              MOVE WS-COMP-TBL-ADDR-1(WS-COMP-HIT) TO WS-LTR-TEXT
              WRITE FIL-ESCHLTR FROM WS-LTR-LINE
                 AFTER ADVANCING 1 LINE
              MOVE WS-COMP-TBL-CITY(WS-COMP-HIT)   TO WS-LTR-CITY
              MOVE WS-COMP-TBL-STATE(WS-COMP-HIT)  TO WS-LTR-ST
              MOVE WS-COMP-TBL-ZIP(WS-COMP-HIT)    TO WS-LTR-ZIP
              WRITE FIL-ESCHLTR FROM WS-LTR-CITY-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.

           MOVE WS-AS-OF-8 TO WS-LTR-DATE.
           WRITE FIL-ESCHLTR FROM WS-LTR-DATE-LINE
              AFTER ADVANCING 3 LINES.

           MOVE CHK-NAME TO WS-LTR-TEXT.
           WRITE FIL-ESCHLTR FROM WS-LTR-LINE
              AFTER ADVANCING 3 LINES.
           MOVE DEMO-ADDR-1 TO WS-LTR-TEXT.
           WRITE FIL-ESCHLTR FROM WS-LTR-LINE
              AFTER ADVANCING 1 LINE.
           IF DEMO-ADDR-2 NOT = SPACES
              MOVE DEMO-ADDR-2 TO WS-LTR-TEXT
              WRITE FIL-ESCHLTR FROM WS-LTR-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
           MOVE DEMO-CITY  TO WS-LTR-CITY.
           MOVE DEMO-STATE TO WS-LTR-ST.
           MOVE DEMO-ZIP   TO WS-LTR-ZIP.
           WRITE FIL-ESCHLTR FROM WS-LTR-CITY-LINE
              AFTER ADVANCING 1 LINE.

           MOVE 'RE: UNCASHED PAYROLL CHECK' TO WS-LTR-TEXT.
           WRITE FIL-ESCHLTR FROM WS-LTR-LINE
              AFTER ADVANCING 3 LINES.

           MOVE 'OUR RECORDS SHOW THAT THE PAYROLL CHECK BELOW HAS'
              TO WS-LTR-TEXT.
           WRITE FIL-ESCHLTR FROM WS-LTR-LINE
              AFTER ADVANCING 2 LINES.
           MOVE 'NOT BEEN CASHED. IF IT STAYS UNCLAIMED, THE LAW'
              TO WS-LTR-TEXT.
           WRITE FIL-ESCHLTR FROM WS-LTR-LINE
              AFTER ADVANCING 1 LINE.
           MOVE WS-OWN-STATE TO WS-LTR-STATE.
           WRITE FIL-ESCHLTR FROM WS-LTR-STATE-LINE
              AFTER ADVANCING 1 LINE.

           MOVE CHK-NO     TO WS-LTR-CHECK-NO.
           MOVE CHK-DATE   TO WS-LTR-CHECK-DT.
           MOVE CHK-AMOUNT TO WS-LTR-AMOUNT.
           WRITE FIL-ESCHLTR FROM WS-LTR-CHECK-LINE
              AFTER ADVANCING 2 LINES.

           MOVE 'TO CLAIM IT, SIGN AND RETURN THIS LETTER OR CALL THE'
              TO WS-LTR-TEXT.
           WRITE FIL-ESCHLTR FROM WS-LTR-LINE
              AFTER ADVANCING 2 LINES.
           MOVE WS-RESPOND-8 TO WS-LTR-RESPOND-DT.
           WRITE FIL-ESCHLTR FROM WS-LTR-RESPOND-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'ISSUED. AFTER THAT DATE IT CAN ONLY BE CLAIMED FROM'
              TO WS-LTR-TEXT.
           WRITE FIL-ESCHLTR FROM WS-LTR-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'THE STATE.' TO WS-LTR-TEXT.
           WRITE FIL-ESCHLTR FROM WS-LTR-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'IF YOUR ADDRESS HAS CHANGED, PLEASE CORRECT IT ABOVE.'
              TO WS-LTR-TEXT.
           WRITE FIL-ESCHLTR FROM WS-LTR-LINE
              AFTER ADVANCING 2 LINES.
           MOVE 'SIGNATURE: _________________________  DATE: ________'
              TO WS-LTR-TEXT.
           WRITE FIL-ESCHLTR FROM WS-LTR-LINE
              AFTER ADVANCING 3 LINES.
      * ---
        R2420-LOG-LETTER.
      * ---
           IF NOT WS-TRK-FOUND
              MOVE SPACES     TO ESCHTRK-COPYBOOK-RECORD
              MOVE CHK-NO     TO ETK-CHECK-NO
              MOVE CHK-EMP-ID TO ETK-EMP-ID
              MOVE ZEROS      TO ETK-RESP-DT ETK-ESCH-DT
           END-IF.
           MOVE WS-OWN-STATE TO ETK-STATE-CD.
           MOVE WS-AS-OF-8   TO ETK-LETTER-DT.
           PERFORM R2120-SAVE-TRACKING.
      * ---
      * TURN THE CHECK OVER - ONTO ITS STATE'S HOLDER REPORT, OFF
      * THE OUTSTANDING LIST AS 'E', STOPPED AT THE BANK, AND INTO
      * THE COMPANY'S ESCHEATMENT ENTRY. A CHECK WHOSE COMPANY IS
      * NOT ON FILE HAS NO HOLDER TO REPORT UNDER AND IS HELD
        R2500-ESCHEAT-CHECK.
      * ---
           MOVE 'N' TO WS-HLD-FOUND-SW.
           IF WS-COMP-FOUND
              PERFORM R2510-FIND-HOLDER-REPORT
           END-IF.

           EVALUATE TRUE
              WHEN NOT WS-COMP-FOUND
                 ADD 1 TO WS-WARN-CNT
                 MOVE 'COMPANY NOT ON FILE - NOT ESCHEATED'
                    TO WS-RPT-D-ACTION
              WHEN NOT WS-HLD-FOUND
                 ADD 1 TO WS-WARN-CNT
                 MOVE 'HOLDER REPORT TABLE FULL - NOT ESCHEATED'
                    TO WS-RPT-D-ACTION
              WHEN OTHER
                 PERFORM R2520-SPLIT-NAME
                 PERFORM R2530-WRITE-PROPERTY-REC
                 PERFORM R2540-MARK-ESCHEATED
                 PERFORM R2550-SET-ESCHEAT-ACTION
           END-EVALUATE.

           PERFORM R2900-WRITE-LISTING-LINE.
      * ---
        R2510-FIND-HOLDER-REPORT.
      * ---
           PERFORM R2515-MATCH-HOLDER-REPORT
              VARYING WS-HLD-IDX FROM 1 BY 1
              UNTIL WS-HLD-IDX > WS-HLD-CNT
                 OR WS-HLD-FOUND.

           IF NOT WS-HLD-FOUND
              AND WS-HLD-CNT < WS-HLD-MAX
              ADD 1 TO WS-HLD-CNT
              MOVE WS-HLD-CNT   TO WS-HLD-HIT
              MOVE WS-OWN-STATE TO WS-HLD-TBL-STATE(WS-HLD-HIT)
              MOVE WS-COMP-HIT  TO WS-HLD-TBL-COMP-IDX(WS-HLD-HIT)
              MOVE WS-DUE-YYYY  TO WS-HLD-TBL-RPT-YR(WS-HLD-HIT)
              MOVE ZEROS TO WS-HLD-TBL-CNT(WS-HLD-HIT)
                            WS-HLD-TBL-AMT(WS-HLD-HIT)
              MOVE 'Y' TO WS-HLD-FOUND-SW
           END-IF.
      * ---
        R2515-MATCH-HOLDER-REPORT.
      * ---
           IF WS-HLD-TBL-STATE(WS-HLD-IDX) = WS-OWN-STATE
              AND WS-HLD-TBL-COMP-IDX(WS-HLD-IDX) = WS-COMP-HIT
              MOVE 'Y' TO WS-HLD-FOUND-SW
              MOVE WS-HLD-IDX TO WS-HLD-HIT
           END-IF.
      * ---
      * 'LAST, FIRST MIDDLE' SPLITS AT THE COMMA; OTHERWISE THE
      * LAST WORD OF 'FIRST [MIDDLE] LAST' IS THE SURNAME
        R2520-SPLIT-NAME.
      * ---
           MOVE ZEROS  TO WS-NM-COMMA-CNT.
           MOVE SPACES TO WS-NM-REST WS-NM-PART-1 WS-NM-PART-2
                          WS-NM-PART-3 WS-NM-FIRST WS-NM-MIDDLE
                          WS-NM-LAST.
           INSPECT CHK-NAME TALLYING WS-NM-COMMA-CNT
              FOR ALL ','.

           IF WS-NM-COMMA-CNT > 0
              UNSTRING CHK-NAME DELIMITED BY ','
                 INTO WS-NM-LAST WS-NM-REST
              END-UNSTRING
              UNSTRING WS-NM-REST DELIMITED BY ALL SPACE
                 INTO WS-NM-PART-1 WS-NM-PART-2 WS-NM-PART-3
              END-UNSTRING
      * THE SPACE AFTER THE COMMA LEAVES THE FIRST PIECE EMPTY
              IF WS-NM-PART-1 = SPACES
                 MOVE WS-NM-PART-2 TO WS-NM-FIRST
                 MOVE WS-NM-PART-3 TO WS-NM-MIDDLE
              ELSE
                 MOVE WS-NM-PART-1 TO WS-NM-FIRST
                 MOVE WS-NM-PART-2 TO WS-NM-MIDDLE
              END-IF
           ELSE
              UNSTRING CHK-NAME DELIMITED BY ALL SPACE
                 INTO WS-NM-PART-1 WS-NM-PART-2 WS-NM-PART-3
              END-UNSTRING
              MOVE WS-NM-PART-1 TO WS-NM-FIRST
              IF WS-NM-PART-3 = SPACES
                 MOVE WS-NM-PART-2 TO WS-NM-LAST
              ELSE
                 MOVE WS-NM-PART-2 TO WS-NM-MIDDLE
                 MOVE WS-NM-PART-3 TO WS-NM-LAST
              END-IF
           END-IF.
      * ---
      * THE OWNER'S LAST KNOWN ADDRESS GOES ON THE PROPERTY RECORD
      * EVEN WHEN THE LETTER CAME BACK - THE STATE SEARCHES FROM IT
        R2530-WRITE-PROPERTY-REC.
      * ---
           ADD 1          TO WS-HLD-TBL-CNT(WS-HLD-HIT).
           ADD CHK-AMOUNT TO WS-HLD-TBL-AMT(WS-HLD-HIT).

           MOVE SPACES TO NAUPA-COPYBOOK-RECORD.
           MOVE '2'    TO NAU-REC-TYPE.
           MOVE WS-HLD-TBL-CNT(WS-HLD-HIT) TO NAU-P-SEQ.
           MOVE WS-NM-LAST   TO NAU-P-LAST.
           MOVE WS-NM-FIRST  TO NAU-P-FIRST.
           MOVE WS-NM-MIDDLE TO NAU-P-MIDDLE.
           IF WS-ADDR-OK
              MOVE DEMO-ADDR-1 TO NAU-P-ADDR-1
              MOVE DEMO-ADDR-2 TO NAU-P-ADDR-2
              MOVE DEMO-CITY   TO NAU-P-CITY
              MOVE DEMO-STATE  TO NAU-P-STATE
              MOVE DEMO-ZIP    TO NAU-P-ZIP
              MOVE 'USA'       TO NAU-P-COUNTRY
           END-IF.
           IF WS-DEMO-FOUND AND DEMO-SSN IS NUMERIC
              MOVE DEMO-SSN TO NAU-P-SSN
           ELSE
              MOVE ZEROS    TO NAU-P-SSN
           END-IF.
           MOVE ZEROS        TO NAU-P-DOB.
           MOVE 'PR01'       TO NAU-P-PROP-TYPE.
           MOVE CHK-AMOUNT   TO NAU-P-AMT-REPORTED NAU-P-AMT-REMITTED.
           MOVE ZEROS        TO NAU-P-DEDUCT-AMT.
           MOVE CHK-DATE     TO NAU-P-LAST-TRANS-DT.
           MOVE CHK-NO       TO NAU-P-CHECK-NO.
           IF WS-TRK-FOUND
              MOVE ETK-LETTER-DT TO NAU-P-LAST-CONTACT-DT
           ELSE
              MOVE ZEROS         TO NAU-P-LAST-CONTACT-DT
           END-IF.
           MOVE 'SO'         TO NAU-P-OWNER-REL.

           MOVE WS-OWN-STATE          TO WS-ESA-STATE.
           MOVE CHK-COMPANY-CD        TO WS-ESA-COMP-CD.
           MOVE NAUPA-COPYBOOK-RECORD TO WS-ESA-NAUPA.
           WRITE FIL-ESCHALL FROM WS-ESA-RECORD.
      * ---
      * AN 'E' CHECK IS NO LONGER OUTSTANDING; IF IT IS EVER
      * PRESENTED, CHKRECN TREATS IT AS PAID AGAINST A STOP
        R2540-MARK-ESCHEATED.
      * ---
           MOVE 'E' TO CHK-STATUS-SW.
           REWRITE FIL-CHKREG FROM CHKREG-COPYBOOK-RECORD
              INVALID KEY
                 DISPLAY 'REGISTER REWRITE FAILED FOR CHECK: '
                    CHK-NO ' STATUS ' WS-CHKREG-STATUS
           END-REWRITE.

           MOVE 'V'            TO WS-PP-REC-TYPE.
           MOVE CHK-COMPANY-CD TO WS-PP-COMP-CD.
           MOVE CHK-NO         TO WS-PP-CHECK-NO.
           MOVE WS-AS-OF-8     TO WS-PP-DATE.
           MOVE CHK-AMOUNT     TO WS-PP-AMOUNT.
           MOVE CHK-NAME       TO WS-PP-PAYEE.
           WRITE FIL-POSPAY FROM WS-POSPAY-DETAIL-LINE.

           PERFORM R2545-COUNT-ESCHEATED.

           IF NOT WS-TRK-FOUND
              MOVE SPACES     TO ESCHTRK-COPYBOOK-RECORD
              MOVE CHK-NO     TO ETK-CHECK-NO
              MOVE CHK-EMP-ID TO ETK-EMP-ID
              MOVE ZEROS      TO ETK-LETTER-DT ETK-RESP-DT
           END-IF.
           MOVE WS-OWN-STATE TO ETK-STATE-CD.
           MOVE WS-AS-OF-8   TO ETK-ESCH-DT.
           PERFORM R2120-SAVE-TRACKING.
      * ---
      * THE CHECK'S SHARE OF ITS COMPANY'S GL ENTRY AND THE TOTALS
        R2545-COUNT-ESCHEATED.
      * ---
           ADD 1          TO WS-COMP-TBL-ESCH-CNT(WS-COMP-HIT).
           ADD CHK-AMOUNT TO WS-COMP-TBL-ESCH-AMT(WS-COMP-HIT).
           ADD 1          TO WS-ESCH-CNT.
           ADD CHK-AMOUNT TO WS-ESCH-AMT.
      * ---
      * A CHECK OVER THE LETTER MINIMUM REPORTED WITHOUT A LETTER
      * ON FILE, OR WITH NO ADDRESS TO REPORT, IS A WARNING - THE
      * STATE MAY ASK FOR THE DUE-DILIGENCE RECORD
        R2550-SET-ESCHEAT-ACTION.
      * ---
           EVALUATE TRUE
              WHEN NOT WS-ADDR-OK
                 ADD 1 TO WS-WARN-CNT
                 MOVE 'ESCHEATED - NO ADDRESS, TO HOLDER STATE'
                    TO WS-RPT-D-ACTION
              WHEN ETK-LETTER-DT = 0
                 AND CHK-AMOUNT NOT < WS-LETTER-MIN
                 ADD 1 TO WS-WARN-CNT
                 MOVE 'ESCHEATED - NO LETTER ON FILE'
                    TO WS-RPT-D-ACTION
              WHEN ETK-UNDELIVERABLE
                 MOVE 'ESCHEATED - LETTER CAME BACK'
                    TO WS-RPT-D-ACTION
              WHEN OTHER
                 MOVE 'ESCHEATED' TO WS-RPT-D-ACTION
           END-EVALUATE.
      * ---
        R2900-WRITE-LISTING-LINE.
      * ---
           MOVE CHK-NO         TO WS-RPT-D-CHECK-NO.
           MOVE CHK-EMP-ID     TO WS-RPT-D-EMP-ID.
           MOVE CHK-NAME       TO WS-RPT-D-NAME.
           MOVE CHK-COMPANY-CD TO WS-RPT-D-COMP.
           MOVE CHK-DATE       TO WS-RPT-D-CHECK-DT.
           MOVE CHK-AMOUNT     TO WS-RPT-D-AMOUNT.
           MOVE WS-OWN-STATE   TO WS-RPT-D-STATE.
           MOVE WS-DUE-8       TO WS-RPT-D-DUE-DT.
           WRITE FIL-ESCHRPT FROM WS-RPT-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
      * ---
      * EACH HOLDER REPORT'S HOLDER AND SUMMARY RECORDS, WRITTEN
      * ONCE ITS PROPERTY IS ALL KNOWN - THE SPLIT STEP SORTS THEM
      * INTO PLACE AROUND THE PROPERTY RECORDS
        R3000-WRITE-HOLDER-RECORDS.
      * ---
           IF WS-HLD-CNT > 0
              WRITE FIL-ESCHRPT FROM WS-RPT-HLD-HEADING
                 AFTER ADVANCING 3 LINES
           END-IF.
           PERFORM R3010-WRITE-HOLDER-REPORT
              VARYING WS-HLD-IDX FROM 1 BY 1
              UNTIL WS-HLD-IDX > WS-HLD-CNT.
      * ---
        R3010-WRITE-HOLDER-REPORT.
      * ---
           MOVE WS-HLD-TBL-COMP-IDX(WS-HLD-IDX) TO WS-COMP-IDX.

           MOVE SPACES TO NAUPA-COPYBOOK-RECORD.
           MOVE '1'    TO NAU-REC-TYPE.
           MOVE WS-COMP-TBL-FEIN(WS-COMP-IDX)   TO NAU-H-TAX-ID.
           MOVE WS-HLD-TBL-RPT-YR(WS-HLD-IDX)   TO NAU-H-REPORT-YR.
           MOVE 01                              TO NAU-H-REPORT-NO.
           MOVE WS-COMP-TBL-NAME(WS-COMP-IDX)   TO NAU-H-NAME.
           MOVE WS-COMP-TBL-CITY(WS-COMP-IDX)   TO NAU-H-CITY.
           MOVE WS-COMP-TBL-STATE(WS-COMP-IDX)  TO NAU-H-STATE
                                                   NAU-H-INCORP-STATE.
           MOVE WS-COMP-TBL-ADDR-1(WS-COMP-IDX) TO NAU-H-ADDR-1.
           MOVE WS-COMP-TBL-ZIP(WS-COMP-IDX)    TO NAU-H-ZIP.
           MOVE 'N'                             TO NAU-H-NEG-REPORT.
           MOVE WS-HLD-TBL-STATE(WS-HLD-IDX)    TO WS-ESA-STATE.
           MOVE WS-COMP-TBL-CD(WS-COMP-IDX)     TO WS-ESA-COMP-CD.
           MOVE NAUPA-COPYBOOK-RECORD           TO WS-ESA-NAUPA.
           WRITE FIL-ESCHALL FROM WS-ESA-RECORD.

           MOVE SPACES TO NAUPA-COPYBOOK-RECORD.
           MOVE '9'    TO NAU-REC-TYPE.
           MOVE WS-HLD-TBL-CNT(WS-HLD-IDX) TO NAU-S-PROP-CNT.
           MOVE WS-HLD-TBL-AMT(WS-HLD-IDX) TO NAU-S-AMT-REPORTED
                                              NAU-S-AMT-REMITTED.
           MOVE ZEROS                      TO NAU-S-DEDUCT-AMT.
           MOVE NAUPA-COPYBOOK-RECORD      TO WS-ESA-NAUPA.
           WRITE FIL-ESCHALL FROM WS-ESA-RECORD.

           IF WS-COMP-TBL-FEIN(WS-COMP-IDX) = ZEROS
              ADD 1 TO WS-WARN-CNT
              DISPLAY '*** NO EMPLOYER EIN ON THE COMPANY FILE FOR '
                 WS-COMP-TBL-CD(WS-COMP-IDX) ' - THE '
                 WS-HLD-TBL-STATE(WS-HLD-IDX)
                 ' HOLDER REPORT WILL BE REJECTED ***'
           END-IF.

           MOVE WS-HLD-TBL-STATE(WS-HLD-IDX)  TO WS-RPT-L-STATE.
           MOVE WS-COMP-TBL-CD(WS-COMP-IDX)   TO WS-RPT-L-COMP.
           MOVE WS-HLD-TBL-RPT-YR(WS-HLD-IDX) TO WS-RPT-L-YEAR.
           MOVE WS-HLD-TBL-CNT(WS-HLD-IDX)    TO WS-RPT-L-CNT.
           MOVE WS-HLD-TBL-AMT(WS-HLD-IDX)    TO WS-RPT-L-AMT.
           WRITE FIL-ESCHRPT FROM WS-RPT-HLD-LINE
              AFTER ADVANCING 1 LINE.
      * ---
      * ONE ENTRY PER COMPANY THAT ESCHEATED ANYTHING, DATED THE
      * AS-OF DATE: DEBIT CASH - PAYROLL CHECKS FOR THE CHECKS THAT
      * WILL NEVER CLEAR, CREDIT THE UNCLAIMED PROPERTY LIABILITY
      * UNTIL THE REMITTANCE GOES TO THE STATES
        R3500-WRITE-GL-ENTRY.
      * ---
           PERFORM R3510-WRITE-COMPANY-ENTRY
              VARYING WS-COMP-IDX FROM 1 BY 1
              UNTIL WS-COMP-IDX > WS-COMP-CNT.
      * ---
        R3510-WRITE-COMPANY-ENTRY.
      * ---
           IF WS-COMP-TBL-ESCH-AMT(WS-COMP-IDX) > 0
              MOVE SPACES                TO WS-GL-DETAIL-LINE
              MOVE WS-GL-CASH-ACCT       TO WS-GL-ACCOUNT
              MOVE WS-COMP-TBL-CD(WS-COMP-IDX) TO WS-GL-COMP-CD
              MOVE 'DR'                  TO WS-GL-DRCR
              MOVE WS-COMP-TBL-ESCH-AMT(WS-COMP-IDX) TO WS-GL-AMOUNT
              MOVE 'CASH - PAYROLL CHECKS' TO WS-GL-DESC
              MOVE WS-AS-OF-8            TO WS-GL-ENTRY-DT
              MOVE 'E'                   TO WS-GL-ENTRY-TYPE
              WRITE FIL-GL FROM WS-GL-DETAIL-LINE

              MOVE SPACES                TO WS-GL-DETAIL-LINE
              MOVE WS-GL-UNCLAIMED-ACCT  TO WS-GL-ACCOUNT
              MOVE WS-COMP-TBL-CD(WS-COMP-IDX) TO WS-GL-COMP-CD
              MOVE 'CR'                  TO WS-GL-DRCR
              MOVE WS-COMP-TBL-ESCH-AMT(WS-COMP-IDX) TO WS-GL-AMOUNT
              MOVE 'UNCLAIMED PROPERTY PAYABLE' TO WS-GL-DESC
              MOVE WS-AS-OF-8            TO WS-GL-ENTRY-DT
              MOVE 'E'                   TO WS-GL-ENTRY-TYPE
              WRITE FIL-GL FROM WS-GL-DETAIL-LINE
              ADD 2 TO WS-GL-CNT
           END-IF.
      * ---
        R3800-WRITE-TOTALS.
      * ---
           MOVE 'RESPONSES RECORDED'            TO WS-RPT-S-LABEL.
           MOVE WS-RESP-CNT                     TO WS-RPT-S-TOT.
           WRITE FIL-ESCHRPT FROM WS-RPT-SUM-LINE
              AFTER ADVANCING 3 LINES.
           MOVE 'CHECKS OUTSTANDING'            TO WS-RPT-S-LABEL.
           MOVE WS-OUTST-CNT                    TO WS-RPT-S-TOT.
           WRITE FIL-ESCHRPT FROM WS-RPT-SUM-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'DORMANT AT THEIR NEXT CUTOFF'  TO WS-RPT-S-LABEL.
           MOVE WS-DORMANT-CNT                  TO WS-RPT-S-TOT.
           WRITE FIL-ESCHRPT FROM WS-RPT-SUM-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'DUE-DILIGENCE LETTERS MAILED'  TO WS-RPT-S-LABEL.
           MOVE WS-LETTER-CNT                   TO WS-RPT-S-TOT.
           WRITE FIL-ESCHRPT FROM WS-RPT-SUM-LINE
              AFTER ADVANCING 1 LINE.
           MOVE '  OF WHICH LATE'               TO WS-RPT-S-LABEL.
           MOVE WS-LATE-LTR-CNT                 TO WS-RPT-S-TOT.
           WRITE FIL-ESCHRPT FROM WS-RPT-SUM-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'CLAIMED - AWAITING VOID AND REISSUE' TO WS-RPT-S-LABEL.
           MOVE WS-CLAIM-CNT                    TO WS-RPT-S-TOT.
           WRITE FIL-ESCHRPT FROM WS-RPT-SUM-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'CHECKS ESCHEATED'              TO WS-RPT-S-LABEL.
           MOVE WS-ESCH-CNT                     TO WS-RPT-S-TOT.
           WRITE FIL-ESCHRPT FROM WS-RPT-SUM-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'AMOUNT ESCHEATED'              TO WS-RPT-A-LABEL.
           MOVE WS-ESCH-AMT                     TO WS-RPT-A-TOT.
           WRITE FIL-ESCHRPT FROM WS-RPT-AMT-LINE
              AFTER ADVANCING 1 LINE.
           MOVE '  OF WHICH REBUILT ON A RERUN'  TO WS-RPT-S-LABEL.
           MOVE WS-REBUILT-CNT                  TO WS-RPT-S-TOT.
           WRITE FIL-ESCHRPT FROM WS-RPT-SUM-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'GL LINES WRITTEN'              TO WS-RPT-S-LABEL.
           MOVE WS-GL-CNT                       TO WS-RPT-S-TOT.
           WRITE FIL-ESCHRPT FROM WS-RPT-SUM-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'WARNINGS ON THIS LISTING'      TO WS-RPT-S-LABEL.
           MOVE WS-WARN-CNT                     TO WS-RPT-S-TOT.
           WRITE FIL-ESCHRPT FROM WS-RPT-SUM-LINE
              AFTER ADVANCING 1 LINE.
      * ---
      * WS-DT-WORK (YYYYMMDD) TO A 30/360 SERIAL DAY COUNT IN
      * WS-DT-SERIAL - WITHIN A DAY OR TWO OF CALENDAR-EXACT, WHICH
      * IS ALL THE LETTER WINDOW NEEDS
        R8000-DATE-TO-SERIAL.
      * ---
           COMPUTE WS-DT-SERIAL = (WS-DT-YYYY * 360)
                                + (WS-DT-MM * 30)
                                + WS-DT-DD.
      * ---
        R4000-CLOSE-DATASETS.
      * ---
           CLOSE FILE-ESCHCTL.
           CLOSE FILE-ESCHST.
           CLOSE FILE-ESCHRSP.
           CLOSE FILE-CHKREG.
           CLOSE FILE-DEMO.
           CLOSE FILE-COMPANY.
           CLOSE FILE-ESCHTRK.
           CLOSE FILE-ESCHLTR.
           CLOSE FILE-ESCHALL.
           CLOSE FILE-GL.
           CLOSE FILE-POSPAY.
           CLOSE FILE-ESCHRPT.
