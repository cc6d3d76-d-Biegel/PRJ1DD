      ************************************************************
      *
      *  PROGRAM ID NEWHIRE
      *  DATE CREATED:  15OCT2026
      *
      *  STATE NEW-HIRE REPORTING - READS THE EMPLOYEE MASTER AND
      *  PICKS UP EVERY EMPLOYEE WHOSE HIRE DATE FALLS IN THE
      *  REPORTING WINDOW, WHETHER ADDED THROUGH PAYMNT OR
      *  REACTIVATED FROM TERMINATED STATUS WITH A NEW HIRE DATE.
      *  EACH HIRE IS JOINED TO THE DEMOGRAPHIC MASTER FOR THE SSN
      *  AND HOME ADDRESS AND TO THE COMPANY FILE FOR THE EMPLOYER
      *  EIN AND ADDRESS, AND WRITTEN IN THE NATIONAL STANDARD
      *  NEW-HIRE (W4) LAYOUT THE STATE AGENCIES ACCEPT. THE JOB
      *  SPLITS THE OUTPUT INTO ONE FILE PER STATE OF HIRE. EVERY
      *  HIRE REPORTED GOES ON THE KEYED SENT LOG SO IT IS NEVER
      *  REPORTED TWICE; A HIRE MISSING ITS SSN, ADDRESS, WORK
      *  STATE, OR EMPLOYER EIN IS LISTED AS AN EXCEPTION INSTEAD
      *  AND PICKED UP BY THE NEXT RUN ONCE CORRECTED. RC=4 WHEN
      *  THERE ARE EXCEPTIONS. IN THE MOLD OF QTRRPT
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      * ---------   ------    -------------------------------------
      *  DAN BIEG   15OCT2026 CODE PROG
      *  DAN BIEG   15OCT2026 EMPLOYEE MASTER GREW 134 -> 170 FOR
      *                       17-CHARACTER ACCOUNT NUMBERS
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************

       PROGRAM-ID. NEWHIRE.

      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FILE-NHCTL ASSIGN TO UT-S-NHCTL.

           SELECT FILE-PEOPLE ASSIGN TO UT-S-NAMES.

           SELECT FILE-DEMO ASSIGN TO UT-S-DEMO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIL-DEMO-KEY
               FILE STATUS IS WS-DEMO-STATUS.

           SELECT FILE-COMPANY ASSIGN TO UT-S-COMPANY.

           SELECT FILE-NHLOG ASSIGN TO UT-S-NHLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIL-NHLOG-KEY
               FILE STATUS IS WS-NHLOG-STATUS.

           SELECT FILE-NHALL ASSIGN TO UT-S-NHALL.

           SELECT FILE-NHRPT ASSIGN TO UT-S-NHRPT.

           SELECT FILE-NHEXC ASSIGN TO UT-S-NHEXC.

      **************************************************************
       DATA DIVISION.
      **************************************************************

       FILE SECTION.
      * THE WINDOW CONTROL CARD - COLS 1-8 FROM DATE AND 10-17 TO
      * DATE (YYYYMMDD), OR BOTH BLANK FOR THE LOOKBACK WINDOW:
      * THE LAST NNN DAYS (COLS 19-21, BLANK = 60) UP TO TODAY.
      * THE SENT LOG KEEPS AN OVERLAPPING WINDOW FROM REPORTING
      * ANYONE TWICE, SO ERR ON THE WIDE SIDE
       FD     FILE-NHCTL
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-NHCTL.

       01  FIL-NHCTL.
           02  FIL-NC-FROM-DATE     PIC X(08).
           02  FILLER               PIC X(01).
           02  FIL-NC-TO-DATE       PIC X(08).
           02  FILLER               PIC X(01).
           02  FIL-NC-LOOKBACK      PIC X(03).
           02  FILLER               PIC X(59).

      *   ------------

       FD     FILE-PEOPLE
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-PEOPLE.

       01  FIL-PEOPLE PIC X(170).

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

      * THE SENT LOG (SEE NHLOGC)
       FD     FILE-NHLOG
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-NHLOG.

       01  FIL-NHLOG.
           02  FIL-NHLOG-KEY        PIC X(14).
           02  FILLER               PIC X(66).

      *   ------------

      * EVERY STATE'S NEW-HIRE RECORDS - THE STATE OF HIRE SITS IN
      * COLUMNS 288-289 FOR THE SORT THAT SPLITS THEM BY STATE
       FD     FILE-NHALL
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-NHALL.

       01  FIL-NHALL PIC X(800).

      *   ------------

       FD     FILE-NHRPT
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-NHRPT.

       01  FIL-NHRPT PIC X(132).

      *   ------------

       FD     FILE-NHEXC
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-NHEXC.

       01  FIL-NHEXC PIC X(132).


       WORKING-STORAGE SECTION.
      * USE THE COPYBOOKS
       COPY NAMESC.
       COPY DEMOC.
       COPY COMPC.
       COPY NHLOGC.

      * A HIRE IS DUE AT THE STATE WITHIN THIS MANY DAYS OF THE
      * HIRE DATE - ANYTHING OLDER IS FLAGGED LATE ON THE LISTING
       01  WS-DUE-DAYS          PIC 9(03) VALUE 20.

      * LOOKBACK WHEN THE CARD CARRIES NO DATES
       01  WS-LOOKBACK-DAYS     PIC 9(03) VALUE 60.

      * THE RUN DATE, THE WINDOW, AND THE 30/360-STYLE SERIAL DATES
      * THE WINDOW AND LATE TESTS USE - BANKING-CONVENTION DAY
      * COUNTS, THE SAME AS CHKRECN'S CHECK AGING
       01  WS-RUN-DATE-8        PIC 9(08) VALUE ZEROS.
       01  WS-WIN-FROM-8        PIC 9(08) VALUE ZEROS.
       01  WS-WIN-TO-8          PIC 9(08) VALUE ZEROS.
       01  WS-DT-WORK           PIC 9(08) VALUE ZEROS.
       01  WS-DT-WORK-R REDEFINES WS-DT-WORK.
           02 WS-DT-YYYY        PIC 9(04).
           02 WS-DT-MM          PIC 9(02).
           02 WS-DT-DD          PIC 9(02).
       01  WS-DT-SERIAL         PIC 9(07) VALUE ZEROS.
       01  WS-RUN-SERIAL        PIC 9(07) VALUE ZEROS.
       01  WS-WIN-FROM-SERIAL   PIC 9(07) VALUE ZEROS.
       01  WS-WIN-TO-SERIAL     PIC 9(07) VALUE ZEROS.
       01  WS-HIRE-SERIAL       PIC 9(07) VALUE ZEROS.
       01  WS-AGE-DAYS          PIC S9(05) VALUE ZEROS.

      * THE COMPANIES ON FILE
       01  WS-COMP-TABLE.
           02 WS-COMP-ENTRY OCCURS 10 TIMES.
              03 WS-COMP-TBL-CD       PIC X(02).
              03 WS-COMP-TBL-NAME     PIC X(16).
              03 WS-COMP-TBL-FEIN     PIC 9(09).
              03 WS-COMP-TBL-ADDR-1   PIC X(22).
              03 WS-COMP-TBL-CITY     PIC X(22).
              03 WS-COMP-TBL-STATE    PIC X(02).
              03 WS-COMP-TBL-ZIP      PIC X(09).
       01  WS-COMP-CNT          PIC 9(02) VALUE ZEROS.
       01  WS-COMP-MAX          PIC 9(02) VALUE 10.
       01  WS-COMP-IDX          PIC 9(02) VALUE ZEROS.
       01  WS-COMP-HIT          PIC 9(02) VALUE ZEROS.
       01  WS-COMP-FOUND-SW     PIC X VALUE 'N'.
           88 WS-COMP-FOUND           VALUE 'Y'.

      * HIRES REPORTED THIS RUN, BY STATE OF HIRE - THE COUNTS
      * EACH STATE'S SPLIT FILE SHOULD CARRY
       01  WS-STATE-TABLE.
           02 WS-ST-ENTRY OCCURS 60 TIMES.
              03 WS-ST-TBL-CD         PIC X(02).
              03 WS-ST-TBL-CNT        PIC 9(05).
       01  WS-ST-CNT            PIC 9(02) VALUE ZEROS.
       01  WS-ST-MAX            PIC 9(02) VALUE 60.
       01  WS-ST-IDX            PIC 9(02) VALUE ZEROS.
       01  WS-ST-FOUND-SW       PIC X VALUE 'N'.
           88 WS-ST-FOUND             VALUE 'Y'.

      * NAME SPLIT WORK FIELDS - THE MASTER CARRIES ONE 20-BYTE
      * NAME, EITHER 'LAST, FIRST MIDDLE' OR 'FIRST [MIDDLE] LAST'
       01  WS-NAME-WORK.
           02 WS-NM-COMMA-CNT        PIC 9(02) VALUE ZEROS.
           02 WS-NM-REST             PIC X(20) VALUE SPACES.
           02 WS-NM-PART-1           PIC X(20) VALUE SPACES.
           02 WS-NM-PART-2           PIC X(20) VALUE SPACES.
           02 WS-NM-PART-3           PIC X(20) VALUE SPACES.
           02 WS-NM-FIRST            PIC X(16) VALUE SPACES.
           02 WS-NM-MIDDLE           PIC X(16) VALUE SPACES.
           02 WS-NM-LAST             PIC X(30) VALUE SPACES.

      * ------------------------------------------------------------
      * NATIONAL STANDARD NEW-HIRE (W4) RECORD - ONE PER HIRE, 800
      * BYTES, EMPLOYEE AND EMPLOYER DATA ON THE SAME RECORD. DATES
      * ARE CCYYMMDD
      * ------------------------------------------------------------
       01  WS-NH-RECORD.
           02 FILLER                 PIC X(02) VALUE 'W4'.
           02 WS-NH-SSN              PIC 9(09).
           02 WS-NH-FIRST            PIC X(16).
           02 WS-NH-MIDDLE           PIC X(16).
           02 WS-NH-LAST             PIC X(30).
           02 WS-NH-ADDR-1           PIC X(40).
           02 WS-NH-ADDR-2           PIC X(40).
           02 FILLER                 PIC X(40) VALUE SPACES.
      *       EMPLOYEE ADDRESS LINE 3
           02 WS-NH-CITY             PIC X(25).
           02 WS-NH-STATE            PIC X(02).
           02 WS-NH-ZIP              PIC X(05).
           02 WS-NH-ZIP-EXT          PIC X(04).
           02 FILLER                 PIC X(42) VALUE SPACES.
      *       COUNTRY CODE, FOREIGN COUNTRY NAME, FOREIGN POSTAL CODE
           02 WS-NH-BIRTH-DT         PIC 9(08).
           02 WS-NH-HIRE-DT          PIC 9(08).
           02 WS-NH-HIRE-STATE       PIC X(02).
           02 WS-NH-FEIN             PIC 9(09).
           02 FILLER                 PIC X(12) VALUE SPACES.
      *       STATE EMPLOYER ID - ONLY THE FEIN IS REQUIRED
           02 WS-NH-ER-NAME          PIC X(45).
           02 WS-NH-ER-ADDR-1        PIC X(40).
           02 FILLER                 PIC X(80) VALUE SPACES.
      *       EMPLOYER ADDRESS LINES 2 AND 3
           02 WS-NH-ER-CITY          PIC X(25).
           02 WS-NH-ER-STATE         PIC X(02).
           02 WS-NH-ER-ZIP           PIC X(05).
           02 WS-NH-ER-ZIP-EXT       PIC X(04).
           02 FILLER                 PIC X(42) VALUE SPACES.
      *       EMPLOYER COUNTRY CODE, COUNTRY NAME, FOREIGN POSTAL
           02 FILLER                 PIC X(247) VALUE SPACES.
      *       OPTIONAL PAYROLL ADDRESS AND STATE-USE FIELDS

      * REPORT LINE LAYOUTS
       01  WS-RPT-HEADING-1.
           02 FILLER            PIC X(01) VALUE '1'.
           02 FILLER            PIC X(36) VALUE
                    '*** STATE NEW-HIRE REPORTING ***'.
           02 FILLER            PIC X(08) VALUE 'WINDOW: '.
           02 WS-RPT-H1-FROM    PIC 9(08).
           02 FILLER            PIC X(04) VALUE ' TO '.
           02 WS-RPT-H1-TO      PIC 9(08).
           02 FILLER            PIC X(12) VALUE '   RUN DATE '.
           02 WS-RPT-H1-RUN     PIC 9(08).
           02 FILLER            PIC X(47) VALUE SPACES.

       01  WS-RPT-HEADING-2.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(07) VALUE 'STATE'.
           02 FILLER            PIC X(08) VALUE 'EMP ID'.
           02 FILLER            PIC X(22) VALUE 'EMPLOYEE NAME'.
           02 FILLER            PIC X(05) VALUE 'CO'.
           02 FILLER            PIC X(10) VALUE 'HIRE DATE'.
           02 FILLER            PIC X(09) VALUE 'TYPE'.
           02 FILLER            PIC X(06) VALUE 'DAYS'.
           02 FILLER            PIC X(64) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-RPT-D-STATE    PIC X(07).
           02 WS-RPT-D-EMP-ID   PIC X(08).
           02 WS-RPT-D-NAME     PIC X(22).
           02 WS-RPT-D-COMP     PIC X(05).
           02 WS-RPT-D-HIRE-DT  PIC 9(08).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-RPT-D-TYPE     PIC X(09).
           02 WS-RPT-D-DAYS     PIC ZZZ9-.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-RPT-D-LATE     PIC X(20).
           02 FILLER            PIC X(44) VALUE SPACES.

       01  WS-RPT-ST-HEADING.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(50) VALUE
                    'HIRES REPORTED BY STATE - ONE FILE PER STATE'.
           02 FILLER            PIC X(81) VALUE SPACES.

       01  WS-RPT-ST-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 WS-RPT-S-STATE    PIC X(02).
           02 FILLER            PIC X(04) VALUE SPACES.
           02 WS-RPT-S-CNT      PIC ZZ,ZZ9.
           02 FILLER            PIC X(115) VALUE SPACES.

       01  WS-RPT-SUM-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-RPT-S-LABEL    PIC X(40).
           02 WS-RPT-S-TOT      PIC ZZ,ZZ9.
           02 FILLER            PIC X(85) VALUE SPACES.

       01  WS-EXC-HEADING-1.
           02 FILLER            PIC X(01) VALUE '1'.
           02 FILLER            PIC X(50) VALUE
                    '*** NEW-HIRE EXCEPTIONS - NOT REPORTED ***'.
           02 FILLER            PIC X(10) VALUE 'RUN DATE '.
           02 WS-EXC-H1-RUN     PIC 9(08).
           02 FILLER            PIC X(63) VALUE SPACES.

       01  WS-EXC-HEADING-2.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(08) VALUE 'EMP ID'.
           02 FILLER            PIC X(22) VALUE 'EMPLOYEE NAME'.
           02 FILLER            PIC X(10) VALUE 'HIRE DATE'.
           02 FILLER            PIC X(50) VALUE 'REASON'.
           02 FILLER            PIC X(41) VALUE SPACES.

       01  WS-EXC-DETAIL-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-EXC-D-EMP-ID   PIC X(08).
           02 WS-EXC-D-NAME     PIC X(22).
           02 WS-EXC-D-HIRE-DT  PIC 9(08).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-EXC-D-REASON   PIC X(50).
           02 FILLER            PIC X(41) VALUE SPACES.

      * FLAGS
       01  WS-VAL.
           02 WS-EOF-PEOPLE          PIC X VALUE 'N'.
           02 WS-EOF-COMPANY         PIC X VALUE 'N'.
           02 WS-DEMO-FOUND-SW       PIC X VALUE 'N'.
              88 WS-DEMO-FOUND             VALUE 'Y'.
           02 WS-LOGGED-SW           PIC X VALUE 'N'.
              88 WS-ALREADY-LOGGED         VALUE 'Y'.
           02 WS-HIRE-OK-SW          PIC X VALUE 'Y'.
              88 WS-HIRE-OK                VALUE 'Y'.
           02 WS-REHIRE-SW           PIC X VALUE 'N'.
              88 WS-IS-REHIRE              VALUE 'Y'.

      * FILE STATUS CODES FOR THE KEYED FILES
       01  WS-FILE-STATUSES.
           02 WS-DEMO-STATUS         PIC X(02) VALUE '00'.
           02 WS-NHLOG-STATUS        PIC X(02) VALUE '00'.

      * RUN COUNTERS
       01  WS-READ-CNT          PIC 9(05) VALUE ZEROS.
       01  WS-IN-WINDOW-CNT     PIC 9(05) VALUE ZEROS.
       01  WS-SENT-CNT          PIC 9(05) VALUE ZEROS.
       01  WS-REHIRE-CNT        PIC 9(05) VALUE ZEROS.
       01  WS-PRIOR-CNT         PIC 9(05) VALUE ZEROS.
       01  WS-EXC-CNT           PIC 9(05) VALUE ZEROS.
       01  WS-LATE-CNT          PIC 9(05) VALUE ZEROS.

       01  WS-BREAKPT   PIC X(23) VALUE '-=-=-=-=-=-=-=-=-=-=-=-'.
       01  WS-MESSAGE   PIC X(23) VALUE 'STATE NEW-HIRE REPORT  '.
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

           PERFORM R1100-READ-WINDOW-CARD.
           PERFORM R1200-LOAD-COMPANIES.

           MOVE WS-WIN-FROM-8 TO WS-RPT-H1-FROM.
           MOVE WS-WIN-TO-8   TO WS-RPT-H1-TO.
           MOVE WS-RUN-DATE-8 TO WS-RPT-H1-RUN WS-EXC-H1-RUN.
           WRITE FIL-NHRPT FROM WS-RPT-HEADING-1
              AFTER ADVANCING PAGE.
           WRITE FIL-NHRPT FROM WS-RPT-HEADING-2
              AFTER ADVANCING 2 LINES.
           WRITE FIL-NHEXC FROM WS-EXC-HEADING-1
              AFTER ADVANCING PAGE.
           WRITE FIL-NHEXC FROM WS-EXC-HEADING-2
              AFTER ADVANCING 2 LINES.

      * EVERY EMPLOYEE ON THE MASTER - ADDS AND REHIRES ALIKE ARE
      * FOUND BY THEIR HIRE DATE
           PERFORM R1500-READ-PEOPLE-ENTRY.
           PERFORM R2000-PROCESS-PEOPLE-ENTRY
              UNTIL WS-EOF-PEOPLE = 'Y'.

           PERFORM R3000-WRITE-TOTALS.

           DISPLAY WS-FULL-LINE.
           DISPLAY ' -- NEW-HIRE RUN COMPLETE -- '.
           DISPLAY 'HIRES IN WINDOW:      ' WS-IN-WINDOW-CNT.
           DISPLAY 'REPORTED THIS RUN:    ' WS-SENT-CNT.
           DISPLAY 'ALREADY REPORTED:     ' WS-PRIOR-CNT.
           DISPLAY 'EXCEPTIONS:           ' WS-EXC-CNT.
           DISPLAY WS-FULL-LINE.

      * RC=4 - SOMEONE HIRED IN THE WINDOW COULD NOT BE REPORTED
           IF WS-EXC-CNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM R4000-CLOSE-DATASETS.
           STOP RUN.

      * ---
      * THE SENT LOG IS CREATED EMPTY THE FIRST TIME THE JOB RUNS,
      * THEN HELD OPEN I-O. WITHOUT THE DEMOGRAPHIC MASTER THERE IS
      * NO SSN OR ADDRESS TO REPORT, SO THE RUN STOPS RC=8
        R1000-OPEN-DATASETS.
      * ---
           OPEN INPUT FILE-NHCTL.
           OPEN INPUT FILE-PEOPLE.
           OPEN INPUT FILE-COMPANY.
           OPEN OUTPUT FILE-NHALL.
           OPEN OUTPUT FILE-NHRPT.
           OPEN OUTPUT FILE-NHEXC.

           OPEN I-O FILE-NHLOG.
           IF WS-NHLOG-STATUS = '35'
              OPEN OUTPUT FILE-NHLOG
              CLOSE FILE-NHLOG
              OPEN I-O FILE-NHLOG
           END-IF.
           IF WS-NHLOG-STATUS NOT = '00'
              DISPLAY '*** NEW-HIRE SENT LOG COULD NOT BE OPENED - '
                 'STATUS ' WS-NHLOG-STATUS ' ***'
              MOVE 8 TO RETURN-CODE
              CLOSE FILE-NHCTL FILE-PEOPLE FILE-COMPANY
                    FILE-NHALL FILE-NHRPT FILE-NHEXC
              STOP RUN
           END-IF.

           OPEN INPUT FILE-DEMO.
           IF WS-DEMO-STATUS NOT = '00'
              DISPLAY '*** DEMOGRAPHIC MASTER NOT AVAILABLE - STATUS '
                 WS-DEMO-STATUS ' - NO NEW HIRES REPORTED ***'
              MOVE 8 TO RETURN-CODE
              CLOSE FILE-NHCTL FILE-PEOPLE FILE-COMPANY
                    FILE-NHALL FILE-NHRPT FILE-NHEXC FILE-NHLOG
              STOP RUN
           END-IF.
      * ---
      * EXPLICIT DATES ON THE CARD WIN; OTHERWISE THE WINDOW IS THE
      * LOOKBACK DAYS UP TO TODAY. A HIRE DATED AFTER THE WINDOW IS
      * LEFT FOR A LATER RUN
        R1100-READ-WINDOW-CARD.
      * ---
           MOVE SPACES TO FIL-NHCTL.
           READ FILE-NHCTL
              AT END
                 MOVE SPACES TO FIL-NHCTL
           END-READ.

           IF FIL-NC-LOOKBACK IS NUMERIC
              AND FIL-NC-LOOKBACK > '000'
              MOVE FIL-NC-LOOKBACK TO WS-LOOKBACK-DAYS
           END-IF.

           IF FIL-NC-FROM-DATE IS NUMERIC
              AND FIL-NC-TO-DATE IS NUMERIC
              AND FIL-NC-FROM-DATE > '19000000'
              AND FIL-NC-TO-DATE NOT < FIL-NC-FROM-DATE
              MOVE FIL-NC-FROM-DATE TO WS-WIN-FROM-8
              MOVE FIL-NC-TO-DATE   TO WS-WIN-TO-8
              MOVE WS-WIN-FROM-8 TO WS-DT-WORK
              PERFORM R8000-DATE-TO-SERIAL
              MOVE WS-DT-SERIAL TO WS-WIN-FROM-SERIAL
              MOVE WS-WIN-TO-8 TO WS-DT-WORK
              PERFORM R8000-DATE-TO-SERIAL
              MOVE WS-DT-SERIAL TO WS-WIN-TO-SERIAL
           ELSE
              IF FIL-NC-FROM-DATE NOT = SPACES
                 OR FIL-NC-TO-DATE NOT = SPACES
                 DISPLAY '*** WINDOW DATES ON THE CONTROL CARD ARE '
                    'NOT VALID - NO NEW HIRES REPORTED ***'
                 MOVE 8 TO RETURN-CODE
                 PERFORM R4000-CLOSE-DATASETS
                 STOP RUN
              END-IF
              MOVE ZEROS         TO WS-WIN-FROM-8
              MOVE WS-RUN-DATE-8 TO WS-WIN-TO-8
              MOVE WS-RUN-SERIAL TO WS-WIN-TO-SERIAL
              COMPUTE WS-WIN-FROM-SERIAL =
                 WS-RUN-SERIAL - WS-LOOKBACK-DAYS
              DISPLAY 'LOOKBACK WINDOW: ' WS-LOOKBACK-DAYS
                 ' DAYS TO ' WS-RUN-DATE-8
           END-IF.

           DISPLAY 'REPORTING WINDOW: ' WS-WIN-FROM-8 ' TO '
              WS-WIN-TO-8.
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
                 ELSE
                    DISPLAY 'COMPANY TABLE FULL - COMPANY '
                       COMP-CD ' NOT LOADED'
                 END-IF
           END-READ.
      * ---
        R1500-READ-PEOPLE-ENTRY.
      * ---
           READ FILE-PEOPLE INTO NAMES-COPYBOOK-RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-PEOPLE
              NOT AT END
                 ADD 1 TO WS-READ-CNT
           END-READ.
      * ---
      * A HIRE DATE INSIDE THE WINDOW MAKES THE EMPLOYEE A NEW HIRE
      * (OR A REHIRE - A PRIOR TERMINATION DATE EARLIER THAN THE
      * HIRE DATE). THE STATES WANT THEM EVEN IF ALREADY GONE AGAIN,
      * SO THE CURRENT STATUS DOES NOT MATTER
        R2000-PROCESS-PEOPLE-ENTRY.
      * ---
           IF WS-HIRE-DT IS NUMERIC AND WS-HIRE-DT > 0
              MOVE WS-HIRE-DT TO WS-DT-WORK
              PERFORM R8000-DATE-TO-SERIAL
              MOVE WS-DT-SERIAL TO WS-HIRE-SERIAL
              IF WS-HIRE-SERIAL NOT < WS-WIN-FROM-SERIAL
                 AND WS-HIRE-SERIAL NOT > WS-WIN-TO-SERIAL
                 ADD 1 TO WS-IN-WINDOW-CNT
                 PERFORM R2100-CHECK-SENT-LOG
                 IF WS-ALREADY-LOGGED
                    ADD 1 TO WS-PRIOR-CNT
                 ELSE
                    PERFORM R2200-BUILD-HIRE
                 END-IF
              END-IF
           END-IF.

      * NEXT ENTRY
           PERFORM R1500-READ-PEOPLE-ENTRY.
      * ---
        R2100-CHECK-SENT-LOG.
      * ---
           MOVE 'N' TO WS-LOGGED-SW.
           MOVE WS-EMP-ID  TO NHL-EMP-ID.
           MOVE WS-HIRE-DT TO NHL-HIRE-DT.
           MOVE NHL-KEY    TO FIL-NHLOG-KEY.
           READ FILE-NHLOG
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-LOGGED-SW
           END-READ.
      * ---
      * JOIN THE HIRE TO ITS DEMOGRAPHICS AND EMPLOYER. ANY GAP
      * SENDS IT TO THE EXCEPTION LIST UNLOGGED, SO THE NEXT RUN
      * TRIES AGAIN ONCE HR HAS FIXED IT
        R2200-BUILD-HIRE.
      * ---
           MOVE 'Y' TO WS-HIRE-OK-SW.

           MOVE 'N' TO WS-DEMO-FOUND-SW.
           MOVE WS-EMP-ID TO FIL-DEMO-KEY.
           READ FILE-DEMO INTO DEMO-COPYBOOK-RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-DEMO-FOUND-SW
           END-READ.

           IF NOT WS-DEMO-FOUND
              MOVE 'NO DEMOGRAPHIC RECORD - NO SSN OR ADDRESS'
                 TO WS-EXC-D-REASON
              PERFORM R2900-WRITE-EXCEPTION
           ELSE
              IF DEMO-SSN IS NOT NUMERIC OR DEMO-SSN = ZEROS
                 MOVE 'NO SSN ON THE DEMOGRAPHIC MASTER'
                    TO WS-EXC-D-REASON
                 PERFORM R2900-WRITE-EXCEPTION
              END-IF
              IF DEMO-ADDR-1 = SPACES OR DEMO-CITY = SPACES
                 OR DEMO-STATE = SPACES OR DEMO-ZIP = SPACES
                 MOVE 'INCOMPLETE HOME ADDRESS ON THE DEMOGRAPHIC'
                    TO WS-EXC-D-REASON
                 PERFORM R2900-WRITE-EXCEPTION
              END-IF
           END-IF.

           IF WS-STATE-CD = SPACES
              MOVE 'NO WORK STATE ON THE EMPLOYEE MASTER'
                 TO WS-EXC-D-REASON
              PERFORM R2900-WRITE-EXCEPTION
           END-IF.

           MOVE 'N' TO WS-COMP-FOUND-SW.
           PERFORM R2210-MATCH-COMPANY
              VARYING WS-COMP-IDX FROM 1 BY 1
              UNTIL WS-COMP-IDX > WS-COMP-CNT
                 OR WS-COMP-FOUND.
           IF NOT WS-COMP-FOUND
              MOVE 'COMPANY CODE NOT ON THE COMPANY FILE'
                 TO WS-EXC-D-REASON
              PERFORM R2900-WRITE-EXCEPTION
           ELSE
              IF WS-COMP-TBL-FEIN(WS-COMP-HIT) = ZEROS
                 MOVE 'NO EMPLOYER EIN ON THE COMPANY FILE'
                    TO WS-EXC-D-REASON
                 PERFORM R2900-WRITE-EXCEPTION
              END-IF
           END-IF.

           IF WS-HIRE-OK
              PERFORM R2300-SPLIT-NAME
              PERFORM R2400-WRITE-NH-RECORD
              PERFORM R2500-WRITE-SENT-LOG
              PERFORM R2600-WRITE-REPORT-LINE
              PERFORM R2700-COUNT-STATE
           ELSE
              ADD 1 TO WS-EXC-CNT
           END-IF.
      * ---
        R2210-MATCH-COMPANY.
      * ---
           IF WS-COMP-TBL-CD(WS-COMP-IDX) = WS-COMPANY-CD
              MOVE 'Y' TO WS-COMP-FOUND-SW
              MOVE WS-COMP-IDX TO WS-COMP-HIT
           END-IF.
      * ---
      * 'LAST, FIRST MIDDLE' SPLITS AT THE COMMA; OTHERWISE THE
      * LAST WORD OF 'FIRST [MIDDLE] LAST' IS THE SURNAME
        R2300-SPLIT-NAME.
      * ---
           MOVE ZEROS  TO WS-NM-COMMA-CNT.
           MOVE SPACES TO WS-NM-REST WS-NM-PART-1 WS-NM-PART-2
                          WS-NM-PART-3 WS-NM-FIRST WS-NM-MIDDLE
                          WS-NM-LAST.
           INSPECT WS-PERSON-NM TALLYING WS-NM-COMMA-CNT
              FOR ALL ','.

           IF WS-NM-COMMA-CNT > 0
              UNSTRING WS-PERSON-NM DELIMITED BY ','
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
              UNSTRING WS-PERSON-NM DELIMITED BY ALL SPACE
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
        R2400-WRITE-NH-RECORD.
      * ---
           MOVE DEMO-SSN         TO WS-NH-SSN.
           MOVE WS-NM-FIRST      TO WS-NH-FIRST.
           MOVE WS-NM-MIDDLE     TO WS-NH-MIDDLE.
           MOVE WS-NM-LAST       TO WS-NH-LAST.
           MOVE DEMO-ADDR-1      TO WS-NH-ADDR-1.
           MOVE DEMO-ADDR-2      TO WS-NH-ADDR-2.
           MOVE DEMO-CITY        TO WS-NH-CITY.
           MOVE DEMO-STATE       TO WS-NH-STATE.
           MOVE DEMO-ZIP(1:5)    TO WS-NH-ZIP.
           MOVE DEMO-ZIP(6:4)    TO WS-NH-ZIP-EXT.

      * THE MASTER HOLDS THE BIRTH DATE AS YYYY-MM-DD
           IF WS-BRTH-DT-YR IS NUMERIC AND WS-BRTH-DT-MM IS NUMERIC
              AND WS-BRTH-DT-DD IS NUMERIC
              MOVE WS-BRTH-DT-YR TO WS-DT-YYYY
              MOVE WS-BRTH-DT-MM TO WS-DT-MM
              MOVE WS-BRTH-DT-DD TO WS-DT-DD
              MOVE WS-DT-WORK    TO WS-NH-BIRTH-DT
           ELSE
              MOVE ZEROS         TO WS-NH-BIRTH-DT
           END-IF.

           MOVE WS-HIRE-DT       TO WS-NH-HIRE-DT.
           MOVE WS-STATE-CD      TO WS-NH-HIRE-STATE.

           MOVE WS-COMP-TBL-FEIN(WS-COMP-HIT)     TO WS-NH-FEIN.
           MOVE WS-COMP-TBL-NAME(WS-COMP-HIT)     TO WS-NH-ER-NAME.
           MOVE WS-COMP-TBL-ADDR-1(WS-COMP-HIT)   TO WS-NH-ER-ADDR-1.
           MOVE WS-COMP-TBL-CITY(WS-COMP-HIT)     TO WS-NH-ER-CITY.
           MOVE WS-COMP-TBL-STATE(WS-COMP-HIT)    TO WS-NH-ER-STATE.
           MOVE WS-COMP-TBL-ZIP(WS-COMP-HIT)(1:5) TO WS-NH-ER-ZIP.
           MOVE WS-COMP-TBL-ZIP(WS-COMP-HIT)(6:4) TO WS-NH-ER-ZIP-EXT.

           WRITE FIL-NHALL FROM WS-NH-RECORD.
           ADD 1 TO WS-SENT-CNT.
      * ---
      * A PRIOR TERMINATION DATED BEFORE THIS HIRE MEANS THE
      * EMPLOYEE CAME BACK - LOGGED AND LISTED AS A REHIRE
        R2500-WRITE-SENT-LOG.
      * ---
           MOVE 'N' TO WS-REHIRE-SW.
           IF WS-TERM-DT IS NUMERIC AND WS-TERM-DT > 0
              AND WS-TERM-DT < WS-HIRE-DT
              MOVE 'Y' TO WS-REHIRE-SW
              ADD 1 TO WS-REHIRE-CNT
           END-IF.

           MOVE SPACES        TO NHLOG-COPYBOOK-RECORD.
           MOVE WS-EMP-ID     TO NHL-EMP-ID.
           MOVE WS-HIRE-DT    TO NHL-HIRE-DT.
           MOVE WS-STATE-CD   TO NHL-STATE-CD.
           MOVE WS-COMPANY-CD TO NHL-COMPANY-CD.
           MOVE WS-RUN-DATE-8 TO NHL-SENT-DT.
           IF WS-IS-REHIRE
              MOVE 'Y' TO NHL-REHIRE-SW
           ELSE
              MOVE 'N' TO NHL-REHIRE-SW
           END-IF.

           WRITE FIL-NHLOG FROM NHLOG-COPYBOOK-RECORD
              INVALID KEY
                 DISPLAY 'SENT LOG WRITE FAILED FOR EMP ID: '
                    WS-EMP-ID ' STATUS ' WS-NHLOG-STATUS
           END-WRITE.
      * ---
        R2600-WRITE-REPORT-LINE.
      * ---
           MOVE WS-STATE-CD   TO WS-RPT-D-STATE.
           MOVE WS-EMP-ID     TO WS-RPT-D-EMP-ID.
           MOVE WS-PERSON-NM  TO WS-RPT-D-NAME.
           MOVE WS-COMPANY-CD TO WS-RPT-D-COMP.
           MOVE WS-HIRE-DT    TO WS-RPT-D-HIRE-DT.
           IF WS-IS-REHIRE
              MOVE 'REHIRE'   TO WS-RPT-D-TYPE
           ELSE
              MOVE 'NEW HIRE' TO WS-RPT-D-TYPE
           END-IF.

           COMPUTE WS-AGE-DAYS = WS-RUN-SERIAL - WS-HIRE-SERIAL.
           MOVE WS-AGE-DAYS TO WS-RPT-D-DAYS.
           IF WS-AGE-DAYS > WS-DUE-DAYS
              MOVE '*** PAST DUE ***' TO WS-RPT-D-LATE
              ADD 1 TO WS-LATE-CNT
           ELSE
              MOVE SPACES TO WS-RPT-D-LATE
           END-IF.

           WRITE FIL-NHRPT FROM WS-RPT-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
      * ---
        R2700-COUNT-STATE.
      * ---
           MOVE 'N' TO WS-ST-FOUND-SW.

           PERFORM R2710-MATCH-STATE
              VARYING WS-ST-IDX FROM 1 BY 1
              UNTIL WS-ST-IDX > WS-ST-CNT
                 OR WS-ST-FOUND.

           IF NOT WS-ST-FOUND
              IF WS-ST-CNT < WS-ST-MAX
                 ADD 1 TO WS-ST-CNT
                 MOVE WS-STATE-CD TO WS-ST-TBL-CD(WS-ST-CNT)
                 MOVE 1 TO WS-ST-TBL-CNT(WS-ST-CNT)
              ELSE
                 DISPLAY 'STATE TABLE FULL - ' WS-STATE-CD
                    ' LEFT OFF THE STATE COUNTS'
              END-IF
           END-IF.
      * ---
        R2710-MATCH-STATE.
      * ---
           IF WS-ST-TBL-CD(WS-ST-IDX) = WS-STATE-CD
              MOVE 'Y' TO WS-ST-FOUND-SW
              ADD 1 TO WS-ST-TBL-CNT(WS-ST-IDX)
           END-IF.
      * ---
      * ONE LINE PER REASON - A HIRE MISSING SEVERAL THINGS LISTS
      * THEM ALL SO HR CAN FIX THEM IN ONE PASS
        R2900-WRITE-EXCEPTION.
      * ---
           MOVE 'N' TO WS-HIRE-OK-SW.
           MOVE WS-EMP-ID    TO WS-EXC-D-EMP-ID.
           MOVE WS-PERSON-NM TO WS-EXC-D-NAME.
           MOVE WS-HIRE-DT   TO WS-EXC-D-HIRE-DT.
           WRITE FIL-NHEXC FROM WS-EXC-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
      * ---
        R3000-WRITE-TOTALS.
      * ---
           WRITE FIL-NHRPT FROM WS-RPT-ST-HEADING
              AFTER ADVANCING 3 LINES.
           PERFORM R3010-WRITE-STATE-LINE
              VARYING WS-ST-IDX FROM 1 BY 1
              UNTIL WS-ST-IDX > WS-ST-CNT.

           MOVE 'EMPLOYEES READ'                TO WS-RPT-S-LABEL.
           MOVE WS-READ-CNT                     TO WS-RPT-S-TOT.
           WRITE FIL-NHRPT FROM WS-RPT-SUM-LINE
              AFTER ADVANCING 2 LINES.
           MOVE 'HIRED IN THE WINDOW'           TO WS-RPT-S-LABEL.
           MOVE WS-IN-WINDOW-CNT                TO WS-RPT-S-TOT.
           WRITE FIL-NHRPT FROM WS-RPT-SUM-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'ALREADY REPORTED (ON THE SENT LOG)' TO WS-RPT-S-LABEL.
           MOVE WS-PRIOR-CNT                    TO WS-RPT-S-TOT.
           WRITE FIL-NHRPT FROM WS-RPT-SUM-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'REPORTED THIS RUN'             TO WS-RPT-S-LABEL.
           MOVE WS-SENT-CNT                     TO WS-RPT-S-TOT.
           WRITE FIL-NHRPT FROM WS-RPT-SUM-LINE
              AFTER ADVANCING 1 LINE.
           MOVE '  OF WHICH REHIRES'            TO WS-RPT-S-LABEL.
           MOVE WS-REHIRE-CNT                   TO WS-RPT-S-TOT.
           WRITE FIL-NHRPT FROM WS-RPT-SUM-LINE
              AFTER ADVANCING 1 LINE.
           MOVE '  OF WHICH PAST DUE'           TO WS-RPT-S-LABEL.
           MOVE WS-LATE-CNT                     TO WS-RPT-S-TOT.
           WRITE FIL-NHRPT FROM WS-RPT-SUM-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'NOT REPORTED - SEE EXCEPTIONS' TO WS-RPT-S-LABEL.
           MOVE WS-EXC-CNT                      TO WS-RPT-S-TOT.
           WRITE FIL-NHRPT FROM WS-RPT-SUM-LINE
              AFTER ADVANCING 1 LINE.
      * ---
        R3010-WRITE-STATE-LINE.
      * ---
           MOVE WS-ST-TBL-CD(WS-ST-IDX)  TO WS-RPT-S-STATE.
           MOVE WS-ST-TBL-CNT(WS-ST-IDX) TO WS-RPT-S-CNT.
           WRITE FIL-NHRPT FROM WS-RPT-ST-LINE
              AFTER ADVANCING 1 LINE.
      * ---
      * WS-DT-WORK (YYYYMMDD) TO A 30/360 SERIAL DAY COUNT IN
      * WS-DT-SERIAL - WITHIN A DAY OR TWO OF CALENDAR-EXACT, WHICH
      * IS ALL THE WINDOW AND THE PAST-DUE FLAG NEED
        R8000-DATE-TO-SERIAL.
      * ---
           COMPUTE WS-DT-SERIAL = (WS-DT-YYYY * 360)
                                + (WS-DT-MM * 30)
                                + WS-DT-DD.
      * ---
        R4000-CLOSE-DATASETS.
      * ---
           CLOSE FILE-NHCTL.
           CLOSE FILE-PEOPLE.
           CLOSE FILE-COMPANY.
           CLOSE FILE-NHALL.
           CLOSE FILE-NHRPT.
           CLOSE FILE-NHEXC.
           CLOSE FILE-NHLOG.
           CLOSE FILE-DEMO.
