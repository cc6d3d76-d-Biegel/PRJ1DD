      ************************************************************
      *
      *  PROGRAM ID EFW2
      *  DATE CREATED:  15OCT2026
      *
      *  YEAR-END SSA ELECTRONIC W-2 SUBMISSION - READS THE W-2
      *  EXTRACT W2EXTR WRITES (SORTED BY COMPANY, EMP ID WITHIN
      *  COMPANY), THE DEMOGRAPHIC MASTER, AND THE COMPANY CONTROL
      *  FILE, AND WRITES THE EFW2 FILE FOR UPLOAD TO SSA BUSINESS
      *  SERVICES ONLINE: ONE RA SUBMITTER RECORD, AN RE EMPLOYER
      *  RECORD PER COMPANY CODE, AN RW EMPLOYEE RECORD (FOLLOWED
      *  BY ITS RS STATE RECORD) PER W-2, AN RT TOTAL RECORD PER
      *  EMPLOYER, AND THE RF FINAL RECORD. THE FILE'S TOTALS ARE
      *  TIED BACK TO THE YTD MASTER AND A BALANCING REPORT PRINTS
      *  BY COMPANY AND STATE. RC=8 WHEN THE FILE IS OUT OF BALANCE
      *  OR AN EMPLOYER HAS NO EIN ON FILE (DO NOT UPLOAD IT),
      *  RC=4 WHEN SOME W-2S ARE MISSING AN SSN OR ADDRESS (UPLOAD
      *  ONLY ONCE THEY ARE CORRECTED OR ACCEPTED). IN THE MOLD OF
      *  QTRRPT - READ, TABLE, REPORT
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      * ---------   ------    -------------------------------------
      *  DAN BIEG   15OCT2026 CODE PROG
      *  DAN BIEG   15OCT2026 BOXES 1, 3 AND 5 FROM THE YTD TAXABLE
      *                       WAGE BASES AND BOX 12 CODES D AND DD
      *                       FROM THE 401(K) AND SECTION 125
      *                       AMOUNTS; W-2 EXTRACT GREW 176 -> 230,
      *                       YTD MASTER 360 -> 520; TIE-OUT NOW
      *                       COVERS BOXES 3 AND 5
      *  DAN BIEG   15OCT2026 OUT-OF-BALANCE WARNING LINE NO LONGER
      *                       CUT OFF BEFORE 'UPLOAD'
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************

       PROGRAM-ID. EFW2.

      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FILE-EFWCTL ASSIGN TO UT-S-EFWCTL.

           SELECT FILE-W2 ASSIGN TO UT-S-W2.

           SELECT FILE-DEMO ASSIGN TO UT-S-DEMO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIL-DEMO-KEY
               FILE STATUS IS WS-DEMO-STATUS.

           SELECT FILE-COMPANY ASSIGN TO UT-S-COMPANY.

           SELECT FILE-YTD ASSIGN TO UT-S-YTD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FIL-YTD-KEY
               FILE STATUS IS WS-YTD-STATUS.

           SELECT FILE-EFW2 ASSIGN TO UT-S-EFW2.

           SELECT FILE-BALRPT ASSIGN TO UT-S-BALRPT.

      **************************************************************
       DATA DIVISION.
      **************************************************************

       FILE SECTION.
      * TWO CONTROL CARDS - THE SUBMITTER CARD, THEN THE CONTACT
      * E-MAIL CARD (SEE WS-EC-CARD-1 / WS-EC-CARD-2)
       FD     FILE-EFWCTL
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-EFWCTL.

       01  FIL-EFWCTL PIC X(80).

      *   ------------

      * THE W-2 EXTRACT, SORTED BY COMPANY CODE THEN EMP ID (SEE
      * W2EXTC)
       FD     FILE-W2
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-W2.

       01  FIL-W2 PIC X(230).

      *   ------------

       FD     FILE-DEMO
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-DEMO.

       01  FIL-DEMO.
           02  FIL-DEMO-KEY         PIC X(06).
           02  FILLER               PIC X(94).

      *   ------------

      * COMPANY CONTROL FILE - EACH EMPLOYER'S EIN AND ADDRESS (SEE
      * COMPC), LOADED INTO A TABLE UP FRONT
       FD     FILE-COMPANY
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-COMPANY.

       01  FIL-COMPANY PIC X(160).

      *   ------------

       FD     FILE-YTD
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-YTD.

       01  FIL-YTD.
           02  FIL-YTD-KEY          PIC X(06).
           02  FILLER               PIC X(514).

      *   ------------

      * THE SSA SUBMISSION FILE - FIXED 512-BYTE RECORDS
       FD     FILE-EFW2
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-EFW2.

       01  FIL-EFW2 PIC X(512).

      *   ------------

       FD     FILE-BALRPT
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-BALRPT.

       01  FIL-BALRPT PIC X(132).


       WORKING-STORAGE SECTION.
      * USE THE COPYBOOKS
       COPY W2EXTC.
       COPY DEMOC.
       COPY COMPC.
       COPY YTDC.

      * SUBMITTER CONTROL CARD - THE TAX YEAR, THE BSO USER ID THE
      * FILE IS UPLOADED UNDER, THE COMPANY CODE WHOSE EIN AND
      * ADDRESS IDENTIFY THE SUBMITTER, AND WHO SSA CALLS ABOUT IT
       01  WS-EC-CARD-1.
           02 WS-EC-TAX-YEAR         PIC 9(04).
           02 FILLER                 PIC X.
           02 WS-EC-USER-ID          PIC X(08).
           02 FILLER                 PIC X.
           02 WS-EC-SUBMIT-CO        PIC X(02).
           02 FILLER                 PIC X.
           02 WS-EC-PHONE            PIC X(10).
           02 FILLER                 PIC X.
           02 WS-EC-CONTACT          PIC X(27).
           02 FILLER                 PIC X(25).

      * CONTACT E-MAIL CARD - TOO LONG TO SHARE THE FIRST CARD
       01  WS-EC-CARD-2.
           02 WS-EC-EMAIL            PIC X(40).
           02 FILLER                 PIC X(40).

      * SOCIAL SECURITY WAGE BASE FOR THE TAX YEAR - BOX 3 COMES
      * FROM THE YTD MASTER ALREADY CAPPED, AND IS HELD HERE AS A
      * GUARD. KEEP IN STEP WITH DIRECTDP'S WS-SS-WAGE-BASE -
      * UPDATE AT THE START OF EACH TAX YEAR
       01  WS-SS-WAGE-BASE           PIC 9(7)V99 VALUE 176100.00.

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

      * POSTAL ABBREVIATION TO THE NUMERIC STATE CODE THE RS RECORD
      * CARRIES
       01  WS-FIPS-VALUES.
           02 FILLER PIC X(40) VALUE
                 'AL01AK02AZ04AR05CA06CO08CT09DE10DC11FL12'.
           02 FILLER PIC X(40) VALUE
                 'GA13HI15ID16IL17IN18IA19KS20KY21LA22ME23'.
           02 FILLER PIC X(40) VALUE
                 'MD24MA25MI26MN27MS28MO29MT30NE31NV32NH33'.
           02 FILLER PIC X(40) VALUE
                 'NJ34NM35NY36NC37ND38OH39OK40OR41PA42RI44'.
           02 FILLER PIC X(40) VALUE
                 'SC45SD46TN47TX48UT49VT50VA51WA53WV54WI55'.
           02 FILLER PIC X(08) VALUE
                 'WY56PR72'.
       01  WS-FIPS-TABLE REDEFINES WS-FIPS-VALUES.
           02 WS-FIPS-ENTRY OCCURS 52 TIMES.
              03 WS-FIPS-ABBR         PIC X(02).
              03 WS-FIPS-CODE         PIC 9(02).
       01  WS-FIPS-MAX          PIC 9(02) VALUE 52.
       01  WS-FIPS-IDX          PIC 9(02) VALUE ZEROS.
       01  WS-FIPS-FOUND-SW     PIC X VALUE 'N'.
           88 WS-FIPS-FOUND           VALUE 'Y'.

      * THE CURRENT EMPLOYER'S STATES - RESET AT EACH COMPANY BREAK
       01  WS-STATE-TABLE.
           02 WS-ST-ENTRY OCCURS 60 TIMES.
              03 WS-ST-TBL-CD         PIC X(02).
              03 WS-ST-TBL-CNT        PIC 9(05).
              03 WS-ST-TBL-AMTS.
                 04 WS-ST-TBL-WAGES      PIC 9(11)V99.
                 04 WS-ST-TBL-FED        PIC 9(11)V99.
                 04 WS-ST-TBL-SS-WAGES   PIC 9(11)V99.
                 04 WS-ST-TBL-SS-TAX     PIC 9(11)V99.
                 04 WS-ST-TBL-MEDI-WAGES PIC 9(11)V99.
                 04 WS-ST-TBL-MEDI-TAX   PIC 9(11)V99.
                 04 WS-ST-TBL-STATE-TAX  PIC 9(11)V99.
                 04 WS-ST-TBL-LOC-TAX    PIC 9(11)V99.
       01  WS-ST-CNT            PIC 9(02) VALUE ZEROS.
       01  WS-ST-MAX            PIC 9(02) VALUE 60.
       01  WS-ST-IDX            PIC 9(02) VALUE ZEROS.
       01  WS-ST-FOUND-SW       PIC X VALUE 'N'.
           88 WS-ST-FOUND             VALUE 'Y'.

      * ONE W-2'S BOX AMOUNTS, AS WRITTEN TO ITS RW/RS RECORDS
       01  WS-BOX-AMTS.
           02 WS-BOX-WAGES           PIC 9(7)V99 VALUE ZEROS.
           02 WS-BOX-FED             PIC 9(7)V99 VALUE ZEROS.
           02 WS-BOX-SS-WAGES        PIC 9(7)V99 VALUE ZEROS.
           02 WS-BOX-SS-TAX          PIC 9(7)V99 VALUE ZEROS.
           02 WS-BOX-MEDI-WAGES      PIC 9(7)V99 VALUE ZEROS.
           02 WS-BOX-MEDI-TAX        PIC 9(7)V99 VALUE ZEROS.
           02 WS-BOX-STATE-TAX       PIC 9(7)V99 VALUE ZEROS.
           02 WS-BOX-LOC-TAX         PIC 9(7)V99 VALUE ZEROS.

      * THE CURRENT EMPLOYER'S TOTALS (ITS RT RECORD) AND THE WHOLE
      * FILE'S TOTALS (TIED TO THE YTD MASTER AT THE END)
       01  WS-ER-TOTALS.
           02 WS-ER-CNT              PIC 9(07) VALUE ZEROS.
           02 WS-ER-WAGES            PIC 9(11)V99 VALUE ZEROS.
           02 WS-ER-FED              PIC 9(11)V99 VALUE ZEROS.
           02 WS-ER-SS-WAGES         PIC 9(11)V99 VALUE ZEROS.
           02 WS-ER-SS-TAX           PIC 9(11)V99 VALUE ZEROS.
           02 WS-ER-MEDI-WAGES       PIC 9(11)V99 VALUE ZEROS.
           02 WS-ER-MEDI-TAX         PIC 9(11)V99 VALUE ZEROS.
           02 WS-ER-STATE-TAX        PIC 9(11)V99 VALUE ZEROS.
           02 WS-ER-LOC-TAX          PIC 9(11)V99 VALUE ZEROS.
           02 WS-ER-401K             PIC 9(11)V99 VALUE ZEROS.
           02 WS-ER-HEALTH           PIC 9(11)V99 VALUE ZEROS.

       01  WS-FILE-TOTALS.
           02 WS-FT-RW-CNT           PIC 9(07) VALUE ZEROS.
           02 WS-FT-RE-CNT           PIC 9(05) VALUE ZEROS.
           02 WS-FT-WAGES            PIC 9(11)V99 VALUE ZEROS.
           02 WS-FT-FED              PIC 9(11)V99 VALUE ZEROS.
           02 WS-FT-SS-WAGES         PIC 9(11)V99 VALUE ZEROS.
           02 WS-FT-SS-TAX           PIC 9(11)V99 VALUE ZEROS.
           02 WS-FT-MEDI-WAGES       PIC 9(11)V99 VALUE ZEROS.
           02 WS-FT-MEDI-TAX         PIC 9(11)V99 VALUE ZEROS.
           02 WS-FT-STATE-TAX        PIC 9(11)V99 VALUE ZEROS.
           02 WS-FT-LOC-TAX          PIC 9(11)V99 VALUE ZEROS.

      * THE YTD MASTER'S OWN TOTALS, FOR THE TIE-OUT
       01  WS-YTD-TOTALS.
           02 WS-YT-CNT              PIC 9(07) VALUE ZEROS.
           02 WS-YT-FED-WAGES        PIC 9(11)V99 VALUE ZEROS.
           02 WS-YT-FED              PIC 9(11)V99 VALUE ZEROS.
           02 WS-YT-SS-WAGES         PIC 9(11)V99 VALUE ZEROS.
           02 WS-YT-SS-TAX           PIC 9(11)V99 VALUE ZEROS.
           02 WS-YT-MEDI-WAGES       PIC 9(11)V99 VALUE ZEROS.
           02 WS-YT-MEDI-TAX         PIC 9(11)V99 VALUE ZEROS.
           02 WS-YT-STATE-TAX        PIC 9(11)V99 VALUE ZEROS.
           02 WS-YT-LOC-TAX          PIC 9(11)V99 VALUE ZEROS.

      * EXCEPTION COUNTS
       01  WS-EXCP-COUNTS.
           02 WS-NO-SSN-CNT          PIC 9(05) VALUE ZEROS.
           02 WS-NO-ADDR-CNT         PIC 9(05) VALUE ZEROS.
           02 WS-NO-STATE-CNT        PIC 9(05) VALUE ZEROS.
           02 WS-NO-EIN-CNT          PIC 9(05) VALUE ZEROS.

      * NAME SPLIT WORK FIELDS - THE MASTER CARRIES ONE 20-BYTE
      * NAME, EITHER 'LAST, FIRST MIDDLE' OR 'FIRST [MIDDLE] LAST'
       01  WS-NAME-WORK.
           02 WS-NM-COMMA-CNT        PIC 9(02) VALUE ZEROS.
           02 WS-NM-REST             PIC X(20) VALUE SPACES.
           02 WS-NM-PART-1           PIC X(20) VALUE SPACES.
           02 WS-NM-PART-2           PIC X(20) VALUE SPACES.
           02 WS-NM-PART-3           PIC X(20) VALUE SPACES.
           02 WS-NM-FIRST            PIC X(15) VALUE SPACES.
           02 WS-NM-MIDDLE           PIC X(15) VALUE SPACES.
           02 WS-NM-LAST             PIC X(20) VALUE SPACES.

      * THE W-2'S MAILING ADDRESS - THE DEMOGRAPHIC MASTER'S IF THE
      * EMPLOYEE IS ON IT NOW, OTHERWISE WHAT THE EXTRACT CARRIED
       01  WS-EMP-ADDR.
           02 WS-EA-SSN              PIC 9(09) VALUE ZEROS.
           02 WS-EA-ADDR-1           PIC X(20) VALUE SPACES.
           02 WS-EA-ADDR-2           PIC X(20) VALUE SPACES.
           02 WS-EA-CITY             PIC X(15) VALUE SPACES.
           02 WS-EA-STATE            PIC X(02) VALUE SPACES.
           02 WS-EA-ZIP              PIC X(09) VALUE SPACES.

      * ------------------------------------------------------------
      * EFW2 RECORD LAYOUTS - SSA PUBLICATION 42-007. EVERY RECORD
      * IS 512 BYTES. MONEY FIELDS ARE RIGHT-JUSTIFIED, ZERO-FILLED
      * DOLLARS AND CENTS WITH NO DECIMAL POINT, WHICH IS EXACTLY
      * HOW A DISPLAY 9(N)V99 FIELD IS STORED
      * ------------------------------------------------------------
       01  WS-RA-RECORD.
           02 FILLER                 PIC X(02) VALUE 'RA'.
           02 WS-RA-EIN              PIC 9(09).
           02 WS-RA-USER-ID          PIC X(08).
           02 FILLER                 PIC X(04) VALUE SPACES.
      *       SOFTWARE VENDOR CODE - NOT USED FOR IN-HOUSE SOFTWARE
           02 FILLER                 PIC X(05) VALUE SPACES.
           02 FILLER                 PIC X(01) VALUE '0'.
      *       RESUBMISSION INDICATOR - ORIGINAL FILE
           02 FILLER                 PIC X(06) VALUE SPACES.
           02 FILLER                 PIC X(02) VALUE '98'.
      *       SOFTWARE CODE - IN-HOUSE PROGRAM
           02 WS-RA-CO-NAME          PIC X(57).
           02 WS-RA-CO-LOC-ADDR      PIC X(22).
           02 WS-RA-CO-DLV-ADDR      PIC X(22).
           02 WS-RA-CO-CITY          PIC X(22).
           02 WS-RA-CO-STATE         PIC X(02).
           02 WS-RA-CO-ZIP           PIC X(05).
           02 WS-RA-CO-ZIP-EXT       PIC X(04).
           02 FILLER                 PIC X(45) VALUE SPACES.
      *       BLANK, FOREIGN STATE/POSTAL CODE, COUNTRY
           02 WS-RA-SUB-NAME         PIC X(57).
           02 WS-RA-SUB-LOC-ADDR     PIC X(22).
           02 WS-RA-SUB-DLV-ADDR     PIC X(22).
           02 WS-RA-SUB-CITY         PIC X(22).
           02 WS-RA-SUB-STATE        PIC X(02).
           02 WS-RA-SUB-ZIP          PIC X(05).
           02 WS-RA-SUB-ZIP-EXT      PIC X(04).
           02 FILLER                 PIC X(45) VALUE SPACES.
           02 WS-RA-CONTACT          PIC X(27).
           02 WS-RA-PHONE            PIC X(15).
           02 FILLER                 PIC X(08) VALUE SPACES.
      *       PHONE EXTENSION, BLANK
           02 WS-RA-EMAIL            PIC X(40).
           02 FILLER                 PIC X(14) VALUE SPACES.
      *       BLANK, FAX, BLANK
           02 FILLER                 PIC X(01) VALUE 'L'.
      *       PREPARER CODE - SELF-PREPARED
           02 FILLER                 PIC X(12) VALUE SPACES.

       01  WS-RE-RECORD.
           02 FILLER                 PIC X(02) VALUE 'RE'.
           02 WS-RE-TAX-YEAR         PIC 9(04).
           02 FILLER                 PIC X(01) VALUE SPACES.
      *       AGENT INDICATOR - NOT AN AGENT
           02 WS-RE-EIN              PIC 9(09).
           02 FILLER                 PIC X(09) VALUE SPACES.
           02 FILLER                 PIC X(01) VALUE '0'.
      *       TERMINATING BUSINESS INDICATOR
           02 FILLER                 PIC X(13) VALUE SPACES.
      *       ESTABLISHMENT NUMBER, OTHER EIN
           02 WS-RE-NAME             PIC X(57).
           02 WS-RE-LOC-ADDR         PIC X(22).
           02 WS-RE-DLV-ADDR         PIC X(22).
           02 WS-RE-CITY             PIC X(22).
           02 WS-RE-STATE            PIC X(02).
           02 WS-RE-ZIP              PIC X(05).
           02 WS-RE-ZIP-EXT          PIC X(04).
           02 FILLER                 PIC X(01) VALUE 'N'.
      *       KIND OF EMPLOYER - NONE OF THE GOVERNMENT/TAX-EXEMPT
      *       KINDS APPLY
           02 FILLER                 PIC X(44) VALUE SPACES.
      *       BLANK, FOREIGN STATE/POSTAL CODE, COUNTRY
           02 FILLER                 PIC X(01) VALUE 'R'.
      *       EMPLOYMENT CODE - REGULAR (FORM 941 FILER)
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 FILLER                 PIC X(01) VALUE '0'.
      *       TAX JURISDICTION (BLANK = U.S.), THIRD-PARTY SICK PAY
           02 WS-RE-CONTACT          PIC X(27).
           02 WS-RE-PHONE            PIC X(15).
           02 FILLER                 PIC X(15) VALUE SPACES.
      *       PHONE EXTENSION, FAX
           02 WS-RE-EMAIL            PIC X(40).
           02 FILLER                 PIC X(194) VALUE SPACES.

       01  WS-RW-RECORD.
           02 FILLER                 PIC X(02) VALUE 'RW'.
           02 WS-RW-SSN              PIC 9(09).
           02 WS-RW-FIRST            PIC X(15).
           02 WS-RW-MIDDLE           PIC X(15).
           02 WS-RW-LAST             PIC X(20).
           02 FILLER                 PIC X(04) VALUE SPACES.
      *       SUFFIX
           02 WS-RW-LOC-ADDR         PIC X(22).
           02 WS-RW-DLV-ADDR         PIC X(22).
           02 WS-RW-CITY             PIC X(22).
           02 WS-RW-STATE            PIC X(02).
           02 WS-RW-ZIP              PIC X(05).
           02 WS-RW-ZIP-EXT          PIC X(04).
           02 FILLER                 PIC X(45) VALUE SPACES.
      *       BLANK, FOREIGN STATE/POSTAL CODE, COUNTRY
           02 WS-RW-WAGES            PIC 9(09)V99.
      *       BOX 1
           02 WS-RW-FED              PIC 9(09)V99.
      *       BOX 2
           02 WS-RW-SS-WAGES         PIC 9(09)V99.
      *       BOX 3
           02 WS-RW-SS-TAX           PIC 9(09)V99.
      *       BOX 4
           02 WS-RW-MEDI-WAGES       PIC 9(09)V99.
      *       BOX 5
           02 WS-RW-MEDI-TAX         PIC 9(09)V99.
      *       BOX 6
           02 FILLER                 PIC 9(09)V99 VALUE ZEROS.
      *       SOCIAL SECURITY TIPS
           02 FILLER                 PIC X(11) VALUE SPACES.
           02 FILLER                 PIC 9(09)V99 VALUE ZEROS.
      *       DEPENDENT CARE
           02 WS-RW-401K             PIC 9(09)V99.
      *       BOX 12 CODE D
           02 FILLER                 PIC 9(09)V99 VALUE ZEROS.
           02 FILLER                 PIC 9(09)V99 VALUE ZEROS.
           02 FILLER                 PIC 9(09)V99 VALUE ZEROS.
           02 FILLER                 PIC 9(09)V99 VALUE ZEROS.
      *       BOX 12 CODES E, F, G, H
           02 FILLER                 PIC X(11) VALUE SPACES.
           02 FILLER                 PIC 9(09)V99 VALUE ZEROS.
           02 FILLER                 PIC 9(09)V99 VALUE ZEROS.
           02 FILLER                 PIC 9(09)V99 VALUE ZEROS.
           02 FILLER                 PIC 9(09)V99 VALUE ZEROS.
      *       NONQUALIFIED 457, CODE W, NONQUALIFIED NOT 457, CODE Q
           02 FILLER                 PIC X(11) VALUE SPACES.
           02 FILLER                 PIC 9(09)V99 VALUE ZEROS.
           02 FILLER                 PIC 9(09)V99 VALUE ZEROS.
           02 FILLER                 PIC 9(09)V99 VALUE ZEROS.
           02 FILLER                 PIC 9(09)V99 VALUE ZEROS.
           02 FILLER                 PIC 9(09)V99 VALUE ZEROS.
      *       BOX 12 CODES C, V, Y, AA, BB
           02 WS-RW-HEALTH-COV       PIC 9(09)V99.
      *       BOX 12 CODE DD
           02 FILLER                 PIC 9(09)V99 VALUE ZEROS.
      *       BOX 12 CODE FF
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 FILLER                 PIC X(01) VALUE '0'.
      *       STATUTORY EMPLOYEE
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 WS-RW-RETIRE-IND       PIC X(01).
      *       RETIREMENT PLAN - '1' WHEN THERE ARE 401(K) DEFERRALS
           02 FILLER                 PIC X(01) VALUE '0'.
      *       THIRD-PARTY SICK PAY
           02 FILLER                 PIC X(23) VALUE SPACES.

       01  WS-RS-RECORD.
           02 FILLER                 PIC X(02) VALUE 'RS'.
           02 WS-RS-STATE-CD         PIC 9(02).
           02 FILLER                 PIC X(05) VALUE SPACES.
      *       TAXING ENTITY CODE
           02 WS-RS-SSN              PIC 9(09).
           02 WS-RS-FIRST            PIC X(15).
           02 WS-RS-MIDDLE           PIC X(15).
           02 WS-RS-LAST             PIC X(20).
           02 FILLER                 PIC X(04) VALUE SPACES.
           02 WS-RS-LOC-ADDR         PIC X(22).
           02 WS-RS-DLV-ADDR         PIC X(22).
           02 WS-RS-CITY             PIC X(22).
           02 WS-RS-STATE            PIC X(02).
           02 WS-RS-ZIP              PIC X(05).
           02 WS-RS-ZIP-EXT          PIC X(04).
           02 FILLER                 PIC X(45) VALUE SPACES.
      *       BLANK, FOREIGN STATE/POSTAL CODE, COUNTRY
           02 FILLER                 PIC X(53) VALUE SPACES.
      *       OPTIONAL CODE AND THE QUARTERLY UNEMPLOYMENT FIELDS -
      *       NOT USED ON AN ANNUAL W-2 FILING
           02 FILLER                 PIC X(20) VALUE SPACES.
      *       STATE EMPLOYER ACCOUNT NUMBER - ENTERED BY THE STATES
      *       THAT REQUIRE IT ON THEIR OWN COPY
           02 FILLER                 PIC X(06) VALUE SPACES.
           02 WS-RS-STATE-CD-2       PIC 9(02).
           02 WS-RS-STATE-WAGES      PIC 9(09)V99.
      *       BOX 16
           02 WS-RS-STATE-TAX        PIC 9(08)V99.
      *       BOX 17
           02 FILLER                 PIC X(10) VALUE SPACES.
           02 WS-RS-TAX-TYPE         PIC X(01).
      *       'F' WHEN THERE IS LOCAL TAX, OTHERWISE BLANK
           02 WS-RS-LOC-WAGES        PIC 9(09)V99.
      *       BOX 18
           02 WS-RS-LOC-TAX          PIC 9(08)V99.
      *       BOX 19
           02 FILLER                 PIC X(184) VALUE SPACES.

       01  WS-RT-RECORD.
           02 FILLER                 PIC X(02) VALUE 'RT'.
           02 WS-RT-RW-CNT           PIC 9(07).
           02 WS-RT-WAGES            PIC 9(13)V99.
           02 WS-RT-FED              PIC 9(13)V99.
           02 WS-RT-SS-WAGES         PIC 9(13)V99.
           02 WS-RT-SS-TAX           PIC 9(13)V99.
           02 WS-RT-MEDI-WAGES       PIC 9(13)V99.
           02 WS-RT-MEDI-TAX         PIC 9(13)V99.
           02 FILLER                 PIC 9(13)V99 VALUE ZEROS.
      *       SOCIAL SECURITY TIPS
           02 FILLER                 PIC X(15) VALUE SPACES.
           02 FILLER                 PIC 9(13)V99 VALUE ZEROS.
      *       DEPENDENT CARE
           02 WS-RT-401K             PIC 9(13)V99.
           02 FILLER                 PIC 9(13)V99 VALUE ZEROS.
           02 FILLER                 PIC 9(13)V99 VALUE ZEROS.
           02 FILLER                 PIC 9(13)V99 VALUE ZEROS.
           02 FILLER                 PIC 9(13)V99 VALUE ZEROS.
           02 FILLER                 PIC X(15) VALUE SPACES.
           02 FILLER                 PIC 9(13)V99 VALUE ZEROS.
           02 FILLER                 PIC 9(13)V99 VALUE ZEROS.
           02 FILLER                 PIC 9(13)V99 VALUE ZEROS.
           02 FILLER                 PIC 9(13)V99 VALUE ZEROS.
           02 FILLER                 PIC X(15) VALUE SPACES.
           02 FILLER                 PIC 9(13)V99 VALUE ZEROS.
           02 FILLER                 PIC 9(13)V99 VALUE ZEROS.
           02 FILLER                 PIC 9(13)V99 VALUE ZEROS.
           02 FILLER                 PIC 9(13)V99 VALUE ZEROS.
           02 FILLER                 PIC 9(13)V99 VALUE ZEROS.
           02 FILLER                 PIC 9(13)V99 VALUE ZEROS.
      *       CODE C, THIRD-PARTY SICK PAY TAX, V, Y, AA, BB
           02 WS-RT-HEALTH-COV       PIC 9(13)V99.
           02 FILLER                 PIC 9(13)V99 VALUE ZEROS.
      *       CODE FF
           02 FILLER                 PIC X(83) VALUE SPACES.

       01  WS-RF-RECORD.
           02 FILLER                 PIC X(02) VALUE 'RF'.
           02 FILLER                 PIC X(05) VALUE SPACES.
           02 WS-RF-RW-CNT           PIC 9(09).
           02 FILLER                 PIC X(496) VALUE SPACES.

      * BALANCING REPORT LINE LAYOUTS
       01  WS-BAL-HEADING-1.
           02 FILLER            PIC X(01) VALUE '1'.
           02 FILLER            PIC X(36) VALUE
                    '*** EFW2 W-2 BALANCING REPORT ***'.
           02 FILLER            PIC X(10) VALUE 'TAX YEAR: '.
           02 WS-BAL-H1-YEAR    PIC 9(04).
           02 FILLER            PIC X(13) VALUE '   EMPLOYER: '.
           02 WS-BAL-H1-COMP    PIC X(02).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-BAL-H1-NAME    PIC X(16).
           02 FILLER            PIC X(07) VALUE '  EIN: '.
           02 WS-BAL-H1-EIN     PIC 9(09).
           02 FILLER            PIC X(33) VALUE SPACES.

       01  WS-BAL-HEADING-2.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(08) VALUE 'STATE'.
           02 FILLER            PIC X(07) VALUE ' W-2S'.
           02 FILLER            PIC X(13) VALUE '  BOX1 WAGES'.
           02 FILLER            PIC X(13) VALUE '   BOX2 FED'.
           02 FILLER            PIC X(13) VALUE ' BOX3 SS WGS'.
           02 FILLER            PIC X(13) VALUE ' BOX4 SS TAX'.
           02 FILLER            PIC X(13) VALUE ' BOX5 MC WGS'.
           02 FILLER            PIC X(13) VALUE ' BOX6 MC TAX'.
           02 FILLER            PIC X(13) VALUE ' BOX17 STATE'.
           02 FILLER            PIC X(13) VALUE ' BOX19 LOCAL'.
           02 FILLER            PIC X(12) VALUE SPACES.

       01  WS-BAL-DETAIL-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-BAL-D-LABEL    PIC X(08).
           02 WS-BAL-D-CNT      PIC ZZZZ9.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-BAL-D-WAGES    PIC Z(08)9.99.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-BAL-D-FED      PIC Z(08)9.99.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-BAL-D-SS-WAGES PIC Z(08)9.99.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-BAL-D-SS-TAX   PIC Z(08)9.99.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-BAL-D-MC-WAGES PIC Z(08)9.99.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-BAL-D-MC-TAX   PIC Z(08)9.99.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-BAL-D-ST-TAX   PIC Z(08)9.99.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-BAL-D-LOC-TAX  PIC Z(08)9.99.
           02 FILLER            PIC X(12) VALUE SPACES.

       01  WS-BAL-EXCP-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(08) VALUE SPACES.
           02 WS-BAL-X-EMP-ID   PIC X(08).
           02 WS-BAL-X-NAME     PIC X(22).
           02 WS-BAL-X-TEXT     PIC X(50).
           02 FILLER            PIC X(43) VALUE SPACES.

       01  WS-TIE-HEADING-1.
           02 FILLER            PIC X(01) VALUE '1'.
           02 FILLER            PIC X(48) VALUE
                    '*** EFW2 W-2 FILE TIE-OUT TO THE YTD MASTER ***'.
           02 FILLER            PIC X(10) VALUE 'TAX YEAR: '.
           02 WS-TIE-H1-YEAR    PIC 9(04).
           02 FILLER            PIC X(69) VALUE SPACES.

       01  WS-TIE-HEADING-2.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(30) VALUE SPACES.
           02 FILLER            PIC X(17) VALUE '       W-2 FILE'.
           02 FILLER            PIC X(17) VALUE '     YTD MASTER'.
           02 FILLER            PIC X(18) VALUE '      DIFFERENCE'.
           02 FILLER            PIC X(49) VALUE SPACES.

       01  WS-TIE-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-TIE-LABEL      PIC X(30).
           02 WS-TIE-FILE       PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 WS-TIE-YTD        PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 WS-TIE-DIFF       PIC ZZZ,ZZZ,ZZ9.99-.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 WS-TIE-STATUS     PIC X(12).
           02 FILLER            PIC X(37) VALUE SPACES.

       01  WS-TIE-CNT-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(30) VALUE
                    'W-2 RECORDS / YTD RECORDS'.
           02 FILLER            PIC X(07) VALUE SPACES.
           02 WS-TIE-C-FILE     PIC Z,ZZZ,ZZ9.
           02 FILLER            PIC X(08) VALUE SPACES.
           02 WS-TIE-C-YTD      PIC Z,ZZZ,ZZ9.
           02 FILLER            PIC X(21) VALUE SPACES.
           02 WS-TIE-C-STATUS   PIC X(12).
           02 FILLER            PIC X(35) VALUE SPACES.

       01  WS-TIE-SUM-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-TIE-S-LABEL    PIC X(40).
           02 WS-TIE-S-CNT      PIC ZZZ,ZZ9.
           02 FILLER            PIC X(84) VALUE SPACES.

       01  WS-TIE-RESULT-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-TIE-R-TEXT     PIC X(70).
           02 FILLER            PIC X(61) VALUE SPACES.

      * TIE-OUT WORK FIELDS
       01  WS-TIE-FILE-AMT      PIC 9(11)V99 VALUE ZEROS.
       01  WS-TIE-YTD-AMT       PIC 9(11)V99 VALUE ZEROS.
       01  WS-TIE-DIFF-AMT      PIC S9(11)V99 VALUE ZEROS.

      * FLAGS
       01  WS-VAL.
           02 WS-EOF-W2              PIC X VALUE 'N'.
           02 WS-EOF-COMPANY         PIC X VALUE 'N'.
           02 WS-EOF-YTD             PIC X VALUE 'N'.
           02 WS-DEMOFILE-SW         PIC X VALUE 'N'.
              88 WS-DEMOFILE-ACTIVE        VALUE 'Y'.
           02 WS-DEMO-FOUND-SW       PIC X VALUE 'N'.
              88 WS-DEMO-FOUND             VALUE 'Y'.
           02 WS-ER-OPEN-SW          PIC X VALUE 'N'.
              88 WS-ER-OPEN                VALUE 'Y'.
           02 WS-OUT-OF-BAL-SW       PIC X VALUE 'N'.
              88 WS-OUT-OF-BAL             VALUE 'Y'.
           02 WS-SEQ-ERR-SW          PIC X VALUE 'N'.
              88 WS-SEQ-ERR                VALUE 'Y'.

      * FILE STATUS CODES FOR THE KEYED FILES
       01  WS-FILE-STATUSES.
           02 WS-DEMO-STATUS         PIC X(02) VALUE '00'.
           02 WS-YTD-STATUS          PIC X(02) VALUE '00'.

      * THE EMPLOYER CURRENTLY BEING WRITTEN
       01  WS-CUR-COMP-CD       PIC X(02) VALUE SPACES.

       01  WS-BREAKPT   PIC X(23) VALUE '-=-=-=-=-=-=-=-=-=-=-=-'.
       01  WS-MESSAGE   PIC X(23) VALUE 'SSA EFW2 W-2 SUBMISSION'.
       01  WS-FULL-LINE PIC X(50) VALUE ALL '*'.


      **************************************************************
       PROCEDURE DIVISION.
      **************************************************************

           PERFORM R1000-OPEN-DATASETS.

           DISPLAY WS-FULL-LINE.
           DISPLAY WS-MESSAGE.
           DISPLAY WS-FULL-LINE.

           PERFORM R1100-READ-CONTROL-CARDS.
           PERFORM R1200-LOAD-COMPANIES.
           PERFORM R1250-CHECK-SUBMITTER.

      * THE YTD MASTER'S OWN TOTALS - WHAT THE FILE MUST TIE TO
           PERFORM R1300-TOTAL-YTD-ENTRY
              UNTIL WS-EOF-YTD = 'Y'.
           DISPLAY 'YTD MASTER RECORDS: ' WS-YT-CNT.

           PERFORM R1400-WRITE-RA-RECORD.

      * ONE RW (AND RS) PER W-2, AN RE/RT PAIR AROUND EACH COMPANY
           PERFORM R1500-READ-W2-ENTRY.
           PERFORM R2000-PROCESS-W2-ENTRY
              UNTIL WS-EOF-W2 = 'Y'.
           IF WS-ER-OPEN
              PERFORM R2900-END-EMPLOYER
           END-IF.

           PERFORM R3000-WRITE-RF-RECORD.
           PERFORM R3100-WRITE-TIE-OUT.

           DISPLAY WS-FULL-LINE.
           DISPLAY ' -- EFW2 FILE COMPLETE -- '.
           DISPLAY WS-FT-RE-CNT ' EMPLOYER(S), ' WS-FT-RW-CNT
              ' W-2 RECORDS WRITTEN'.
           DISPLAY WS-FULL-LINE.

      * RC=8 HOLDS THE UPLOAD - THE FILE DOES NOT TIE, CAME IN OUT
      * OF ORDER, OR NAMES AN EMPLOYER WITH NO EIN. RC=4 FLAGS W-2S
      * THAT SSA WILL ACCEPT BUT THE EMPLOYEE CANNOT USE
           IF WS-OUT-OF-BAL OR WS-SEQ-ERR OR WS-NO-EIN-CNT > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-NO-SSN-CNT > 0 OR WS-NO-ADDR-CNT > 0
                 OR WS-NO-STATE-CNT > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

           PERFORM R4000-CLOSE-DATASETS.
           STOP RUN.

      * ---
        R1000-OPEN-DATASETS.
      * ---
           OPEN INPUT FILE-EFWCTL.
           OPEN INPUT FILE-W2.
           OPEN INPUT FILE-COMPANY.
           OPEN INPUT FILE-YTD.
           OPEN OUTPUT FILE-EFW2.
           OPEN OUTPUT FILE-BALRPT.

      * THE DEMOGRAPHIC MASTER IS OPTIONAL - WITHOUT IT EACH W-2
      * CARRIES THE SSN AND ADDRESS W2EXTR PUT ON THE EXTRACT
           OPEN INPUT FILE-DEMO.
           IF WS-DEMO-STATUS = '00'
              MOVE 'Y' TO WS-DEMOFILE-SW
           ELSE
              DISPLAY 'DEMOGRAPHIC MASTER NOT AVAILABLE - SSN/'
                 'ADDRESS TAKEN FROM THE EXTRACT'
           END-IF.
      * ---
      * BOTH CARDS ARE REQUIRED - SSA REJECTS A SUBMISSION WITHOUT
      * A USER ID OR CONTACT, SO THERE IS NO POINT BUILDING ONE
        R1100-READ-CONTROL-CARDS.
      * ---
           MOVE SPACES TO WS-EC-CARD-1 WS-EC-CARD-2.
           READ FILE-EFWCTL INTO WS-EC-CARD-1
              AT END
                 MOVE SPACES TO WS-EC-CARD-1
           END-READ.
           READ FILE-EFWCTL INTO WS-EC-CARD-2
              AT END
                 MOVE SPACES TO WS-EC-CARD-2
           END-READ.

           IF WS-EC-TAX-YEAR IS NOT NUMERIC
              MOVE ZEROS TO WS-EC-TAX-YEAR
           END-IF.

           IF WS-EC-TAX-YEAR < 1990 OR WS-EC-TAX-YEAR > 2099
              OR WS-EC-USER-ID = SPACES
              OR WS-EC-CONTACT = SPACES
              OR WS-EC-EMAIL = SPACES
              DISPLAY '*** EFW2 CONTROL CARDS MISSING OR INCOMPLETE '
                 '- TAX YEAR, BSO USER ID, CONTACT, AND E-MAIL ARE '
                 'ALL REQUIRED - NO FILE WRITTEN ***'
              MOVE 8 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              STOP RUN
           END-IF.

           DISPLAY 'TAX YEAR: ' WS-EC-TAX-YEAR
              '  BSO USER ID: ' WS-EC-USER-ID.
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
      * THE SUBMITTER IS ONE OF OUR OWN COMPANIES - ITS EIN AND
      * ADDRESS GO ON THE RA RECORD
        R1250-CHECK-SUBMITTER.
      * ---
           MOVE WS-EC-SUBMIT-CO TO WS-CUR-COMP-CD.
           PERFORM R2110-FIND-COMPANY.

           IF NOT WS-COMP-FOUND
              DISPLAY '*** SUBMITTER COMPANY ' WS-EC-SUBMIT-CO
                 ' IS NOT ON THE COMPANY FILE - NO FILE '
                 'WRITTEN ***'
              MOVE 8 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              STOP RUN
           END-IF.

           IF WS-COMP-TBL-FEIN(WS-COMP-HIT) = ZEROS
              DISPLAY '*** SUBMITTER COMPANY ' WS-EC-SUBMIT-CO
                 ' HAS NO EIN ON THE COMPANY FILE - NO FILE '
                 'WRITTEN ***'
              MOVE 8 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-CUR-COMP-CD.
      * ---
        R1300-TOTAL-YTD-ENTRY.
      * ---
           READ FILE-YTD INTO YTD-COPYBOOK-RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-YTD
              NOT AT END
                 ADD 1             TO WS-YT-CNT
                 ADD YTD-FED-WAGES TO WS-YT-FED-WAGES
                 ADD YTD-FED-TAX   TO WS-YT-FED
                 ADD YTD-SS-WAGES  TO WS-YT-SS-WAGES
                 ADD YTD-SS-TAX    TO WS-YT-SS-TAX
                 ADD YTD-MEDI-WAGES TO WS-YT-MEDI-WAGES
                 ADD YTD-MEDI-TAX  TO WS-YT-MEDI-TAX
                 ADD YTD-STATE-TAX TO WS-YT-STATE-TAX
                 ADD YTD-LOC-TAX   TO WS-YT-LOC-TAX
           END-READ.
      * ---
        R1400-WRITE-RA-RECORD.
      * ---
           MOVE WS-COMP-TBL-FEIN(WS-COMP-HIT)   TO WS-RA-EIN.
           MOVE WS-EC-USER-ID                   TO WS-RA-USER-ID.

           MOVE WS-COMP-TBL-NAME(WS-COMP-HIT)   TO WS-RA-CO-NAME
                                                   WS-RA-SUB-NAME.
           MOVE SPACES                          TO WS-RA-CO-LOC-ADDR
                                                   WS-RA-SUB-LOC-ADDR.
           MOVE WS-COMP-TBL-ADDR-1(WS-COMP-HIT) TO WS-RA-CO-DLV-ADDR
                                                   WS-RA-SUB-DLV-ADDR.
           MOVE WS-COMP-TBL-CITY(WS-COMP-HIT)   TO WS-RA-CO-CITY
                                                   WS-RA-SUB-CITY.
           MOVE WS-COMP-TBL-STATE(WS-COMP-HIT)  TO WS-RA-CO-STATE
                                                   WS-RA-SUB-STATE.
           MOVE WS-COMP-TBL-ZIP(WS-COMP-HIT)(1:5)
                                                TO WS-RA-CO-ZIP
                                                   WS-RA-SUB-ZIP.
           MOVE WS-COMP-TBL-ZIP(WS-COMP-HIT)(6:4)
                                                TO WS-RA-CO-ZIP-EXT
                                                   WS-RA-SUB-ZIP-EXT.

           MOVE WS-EC-CONTACT                   TO WS-RA-CONTACT.
           MOVE WS-EC-PHONE                     TO WS-RA-PHONE.
           MOVE WS-EC-EMAIL                     TO WS-RA-EMAIL.

           WRITE FIL-EFW2 FROM WS-RA-RECORD.
      * ---
        R1500-READ-W2-ENTRY.
      * ---
           READ FILE-W2 INTO W2-COPYBOOK-RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-W2
           END-READ.
      * ---
      * A NEW COMPANY CODE CLOSES THE EMPLOYER BEFORE IT (ITS RT
      * RECORD AND REPORT PAGE) AND OPENS THE NEXT ONE (ITS RE)
        R2000-PROCESS-W2-ENTRY.
      * ---
           IF NOT WS-ER-OPEN
              OR WS-W2-COMPANY-CD NOT = WS-CUR-COMP-CD
              IF WS-ER-OPEN
                 IF WS-W2-COMPANY-CD < WS-CUR-COMP-CD
                    DISPLAY '*** W-2 EXTRACT IS NOT IN COMPANY '
                       'ORDER AT EMP ID ' WS-W2-EMP-ID
                       ' - SORT IT BY COMPANY BEFORE THIS STEP ***'
                    MOVE 'Y' TO WS-SEQ-ERR-SW
                 END-IF
                 PERFORM R2900-END-EMPLOYER
              END-IF
              PERFORM R2100-START-EMPLOYER
           END-IF.

           PERFORM R2200-LOOKUP-DEMOGRAPHICS.
           PERFORM R2300-SPLIT-NAME.
           PERFORM R2400-WRITE-RW-RECORD.
           PERFORM R2500-WRITE-RS-RECORD.
           PERFORM R2600-ACCUM-STATE.

      * NEXT ENTRY
           PERFORM R1500-READ-W2-ENTRY.
      * ---
        R2100-START-EMPLOYER.
      * ---
           MOVE WS-W2-COMPANY-CD TO WS-CUR-COMP-CD.
           MOVE 'Y' TO WS-ER-OPEN-SW.
           ADD 1 TO WS-FT-RE-CNT.
           MOVE ZEROS TO WS-ER-CNT WS-ER-WAGES WS-ER-FED
                         WS-ER-SS-WAGES WS-ER-SS-TAX
                         WS-ER-MEDI-WAGES WS-ER-MEDI-TAX
                         WS-ER-STATE-TAX WS-ER-LOC-TAX
                         WS-ER-401K WS-ER-HEALTH.
           MOVE ZEROS TO WS-ST-CNT.

           PERFORM R2110-FIND-COMPANY.

           MOVE WS-EC-TAX-YEAR  TO WS-RE-TAX-YEAR.
           MOVE SPACES          TO WS-RE-LOC-ADDR.
           IF WS-COMP-FOUND
              MOVE WS-COMP-TBL-FEIN(WS-COMP-HIT)   TO WS-RE-EIN
              MOVE WS-COMP-TBL-NAME(WS-COMP-HIT)   TO WS-RE-NAME
              MOVE WS-COMP-TBL-ADDR-1(WS-COMP-HIT) TO WS-RE-DLV-ADDR
              MOVE WS-COMP-TBL-CITY(WS-COMP-HIT)   TO WS-RE-CITY
              MOVE WS-COMP-TBL-STATE(WS-COMP-HIT)  TO WS-RE-STATE
              MOVE WS-COMP-TBL-ZIP(WS-COMP-HIT)(1:5) TO WS-RE-ZIP
              MOVE WS-COMP-TBL-ZIP(WS-COMP-HIT)(6:4) TO WS-RE-ZIP-EXT
           ELSE
              MOVE ZEROS  TO WS-RE-EIN
              MOVE SPACES TO WS-RE-NAME WS-RE-DLV-ADDR WS-RE-CITY
                             WS-RE-STATE WS-RE-ZIP WS-RE-ZIP-EXT
           END-IF.
           MOVE WS-EC-CONTACT   TO WS-RE-CONTACT.
           MOVE WS-EC-PHONE     TO WS-RE-PHONE.
           MOVE WS-EC-EMAIL     TO WS-RE-EMAIL.

           WRITE FIL-EFW2 FROM WS-RE-RECORD.

           MOVE WS-EC-TAX-YEAR  TO WS-BAL-H1-YEAR.
           MOVE WS-CUR-COMP-CD  TO WS-BAL-H1-COMP.
           MOVE WS-RE-NAME      TO WS-BAL-H1-NAME.
           MOVE WS-RE-EIN       TO WS-BAL-H1-EIN.
           WRITE FIL-BALRPT FROM WS-BAL-HEADING-1
              AFTER ADVANCING PAGE.
           WRITE FIL-BALRPT FROM WS-BAL-HEADING-2
              AFTER ADVANCING 2 LINES.

      * AN RE WITH NO EIN WILL BE REJECTED - THE WHOLE FILE IS HELD
           IF WS-RE-EIN = ZEROS
              ADD 1 TO WS-NO-EIN-CNT
              DISPLAY '*** NO EIN ON THE COMPANY FILE FOR COMPANY '
                 '''' WS-CUR-COMP-CD ''' ***'
              MOVE SPACES TO WS-BAL-X-EMP-ID WS-BAL-X-NAME
              MOVE '*** NO EIN ON THE COMPANY FILE - DO NOT UPLOAD'
                 TO WS-BAL-X-TEXT
              WRITE FIL-BALRPT FROM WS-BAL-EXCP-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
      * ---
      * LOOK UP WS-CUR-COMP-CD ON THE COMPANY TABLE
        R2110-FIND-COMPANY.
      * ---
           MOVE 'N' TO WS-COMP-FOUND-SW.
           PERFORM R2115-MATCH-COMPANY
              VARYING WS-COMP-IDX FROM 1 BY 1
              UNTIL WS-COMP-IDX > WS-COMP-CNT
                 OR WS-COMP-FOUND.
      * ---
        R2115-MATCH-COMPANY.
      * ---
           IF WS-COMP-TBL-CD(WS-COMP-IDX) = WS-CUR-COMP-CD
              MOVE 'Y' TO WS-COMP-FOUND-SW
              MOVE WS-COMP-IDX TO WS-COMP-HIT
           END-IF.
      * ---
      * THE DEMOGRAPHIC MASTER AS IT STANDS TODAY WINS OVER THE
      * EXTRACT, SO AN SSN OR ADDRESS CORRECTED AFTER W2EXTR RAN
      * STILL MAKES THE FILE
        R2200-LOOKUP-DEMOGRAPHICS.
      * ---
           MOVE 'N' TO WS-DEMO-FOUND-SW.
           IF WS-DEMOFILE-ACTIVE
              MOVE WS-W2-EMP-ID TO FIL-DEMO-KEY
              READ FILE-DEMO INTO DEMO-COPYBOOK-RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-DEMO-FOUND-SW
              END-READ
           END-IF.

           IF WS-DEMO-FOUND
              MOVE DEMO-SSN     TO WS-EA-SSN
              MOVE DEMO-ADDR-1  TO WS-EA-ADDR-1
              MOVE DEMO-ADDR-2  TO WS-EA-ADDR-2
              MOVE DEMO-CITY    TO WS-EA-CITY
              MOVE DEMO-STATE   TO WS-EA-STATE
              MOVE DEMO-ZIP     TO WS-EA-ZIP
           ELSE
              MOVE WS-W2-SSN    TO WS-EA-SSN
              MOVE WS-W2-ADDR-1 TO WS-EA-ADDR-1
              MOVE WS-W2-ADDR-2 TO WS-EA-ADDR-2
              MOVE WS-W2-CITY   TO WS-EA-CITY
              MOVE WS-W2-STATE  TO WS-EA-STATE
              MOVE WS-W2-ZIP    TO WS-EA-ZIP
           END-IF.

           IF WS-EA-SSN IS NOT NUMERIC
              MOVE ZEROS TO WS-EA-SSN
           END-IF.

           IF WS-EA-SSN = ZEROS
              ADD 1 TO WS-NO-SSN-CNT
              DISPLAY 'NO SSN ON FILE FOR EMP ID: ' WS-W2-EMP-ID
              MOVE 'NO SSN ON FILE - W-2 WRITTEN WITH ZEROS'
                 TO WS-BAL-X-TEXT
              PERFORM R2210-WRITE-EXCEPTION
           END-IF.

           IF WS-EA-ADDR-1 = SPACES OR WS-EA-CITY = SPACES
              OR WS-EA-ZIP = SPACES
              ADD 1 TO WS-NO-ADDR-CNT
              DISPLAY 'NO MAILING ADDRESS FOR EMP ID: '
                 WS-W2-EMP-ID
              MOVE 'NO MAILING ADDRESS ON FILE'
                 TO WS-BAL-X-TEXT
              PERFORM R2210-WRITE-EXCEPTION
           END-IF.
      * ---
        R2210-WRITE-EXCEPTION.
      * ---
           MOVE WS-W2-EMP-ID   TO WS-BAL-X-EMP-ID.
           MOVE WS-W2-EMP-NAME TO WS-BAL-X-NAME.
           WRITE FIL-BALRPT FROM WS-BAL-EXCP-LINE
              AFTER ADVANCING 1 LINE.
      * ---
      * 'LAST, FIRST MIDDLE' SPLITS AT THE COMMA; OTHERWISE THE
      * LAST WORD OF 'FIRST [MIDDLE] LAST' IS THE SURNAME
        R2300-SPLIT-NAME.
      * ---
           MOVE ZEROS  TO WS-NM-COMMA-CNT.
           MOVE SPACES TO WS-NM-REST WS-NM-PART-1 WS-NM-PART-2
                          WS-NM-PART-3 WS-NM-FIRST WS-NM-MIDDLE
                          WS-NM-LAST.
           INSPECT WS-W2-EMP-NAME TALLYING WS-NM-COMMA-CNT
              FOR ALL ','.

           IF WS-NM-COMMA-CNT > 0
              UNSTRING WS-W2-EMP-NAME DELIMITED BY ','
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
              UNSTRING WS-W2-EMP-NAME DELIMITED BY ALL SPACE
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
        R2400-WRITE-RW-RECORD.
      * ---
           MOVE WS-W2-FED-WAGES  TO WS-BOX-WAGES.
           MOVE WS-W2-FED-TAX    TO WS-BOX-FED.
           MOVE WS-W2-SS-TAX     TO WS-BOX-SS-TAX.
           MOVE WS-W2-MEDI-WAGES TO WS-BOX-MEDI-WAGES.
           MOVE WS-W2-MEDI-TAX   TO WS-BOX-MEDI-TAX.
           MOVE WS-W2-STATE-TAX  TO WS-BOX-STATE-TAX.
           MOVE WS-W2-LOC-TAX    TO WS-BOX-LOC-TAX.
           IF WS-W2-SS-WAGES > WS-SS-WAGE-BASE
              MOVE WS-SS-WAGE-BASE TO WS-BOX-SS-WAGES
           ELSE
              MOVE WS-W2-SS-WAGES  TO WS-BOX-SS-WAGES
           END-IF.

           MOVE WS-EA-SSN       TO WS-RW-SSN.
           MOVE WS-NM-FIRST     TO WS-RW-FIRST.
           MOVE WS-NM-MIDDLE    TO WS-RW-MIDDLE.
           MOVE WS-NM-LAST      TO WS-RW-LAST.
           MOVE WS-EA-ADDR-2    TO WS-RW-LOC-ADDR.
           MOVE WS-EA-ADDR-1    TO WS-RW-DLV-ADDR.
           MOVE WS-EA-CITY      TO WS-RW-CITY.
           MOVE WS-EA-STATE     TO WS-RW-STATE.
           MOVE WS-EA-ZIP(1:5)  TO WS-RW-ZIP.
           MOVE WS-EA-ZIP(6:4)  TO WS-RW-ZIP-EXT.

           MOVE WS-BOX-WAGES      TO WS-RW-WAGES.
           MOVE WS-BOX-FED        TO WS-RW-FED.
           MOVE WS-BOX-SS-WAGES   TO WS-RW-SS-WAGES.
           MOVE WS-BOX-SS-TAX     TO WS-RW-SS-TAX.
           MOVE WS-BOX-MEDI-WAGES TO WS-RW-MEDI-WAGES.
           MOVE WS-BOX-MEDI-TAX   TO WS-RW-MEDI-TAX.
           MOVE WS-W2-401K        TO WS-RW-401K.
           MOVE WS-W2-HEALTH      TO WS-RW-HEALTH-COV.
           IF WS-W2-401K > 0
              MOVE '1'            TO WS-RW-RETIRE-IND
           ELSE
              MOVE '0'            TO WS-RW-RETIRE-IND
           END-IF.

           WRITE FIL-EFW2 FROM WS-RW-RECORD.

           ADD 1                 TO WS-ER-CNT WS-FT-RW-CNT.
           ADD WS-BOX-WAGES      TO WS-ER-WAGES WS-FT-WAGES.
           ADD WS-BOX-FED        TO WS-ER-FED WS-FT-FED.
           ADD WS-BOX-SS-WAGES   TO WS-ER-SS-WAGES WS-FT-SS-WAGES.
           ADD WS-BOX-SS-TAX     TO WS-ER-SS-TAX WS-FT-SS-TAX.
           ADD WS-BOX-MEDI-WAGES TO WS-ER-MEDI-WAGES WS-FT-MEDI-WAGES.
           ADD WS-BOX-MEDI-TAX   TO WS-ER-MEDI-TAX WS-FT-MEDI-TAX.
           ADD WS-BOX-STATE-TAX  TO WS-ER-STATE-TAX WS-FT-STATE-TAX.
           ADD WS-BOX-LOC-TAX    TO WS-ER-LOC-TAX WS-FT-LOC-TAX.
           ADD WS-W2-401K        TO WS-ER-401K.
           ADD WS-W2-HEALTH      TO WS-ER-HEALTH.
      * ---
      * THE STATE RECORD FOLLOWS ITS RW. A W-2 WITH NO WORK STATE
      * (OR ONE NOT ON THE CODE TABLE) GETS NO RS AND IS LISTED.
      * STATE WAGES ARE BOX 1 - 401(K) AND SECTION 125 BOTH COME
      * OFF STATE WAGES AS THEY DO FEDERAL. LOCAL WAGES ARE BOX 5 -
      * ONLY SECTION 125 COMES OFF THEM, AS IT DOES FICA (SEE
      * DIRECTDP'S WS-PRETAX-CLASSES)
        R2500-WRITE-RS-RECORD.
      * ---
           MOVE 'N' TO WS-FIPS-FOUND-SW.
           IF WS-W2-WORK-STATE NOT = SPACES
              PERFORM R2510-MATCH-FIPS
                 VARYING WS-FIPS-IDX FROM 1 BY 1
                 UNTIL WS-FIPS-IDX > WS-FIPS-MAX
                    OR WS-FIPS-FOUND
           END-IF.

           IF NOT WS-FIPS-FOUND
              ADD 1 TO WS-NO-STATE-CNT
              DISPLAY 'NO STATE RECORD FOR EMP ID: ' WS-W2-EMP-ID
                 ' WORK STATE ''' WS-W2-WORK-STATE ''''
              MOVE 'NO VALID WORK STATE - NO RS RECORD WRITTEN'
                 TO WS-BAL-X-TEXT
              PERFORM R2210-WRITE-EXCEPTION
           ELSE
              MOVE WS-RW-SSN         TO WS-RS-SSN
              MOVE WS-RW-FIRST       TO WS-RS-FIRST
              MOVE WS-RW-MIDDLE      TO WS-RS-MIDDLE
              MOVE WS-RW-LAST        TO WS-RS-LAST
              MOVE WS-RW-LOC-ADDR    TO WS-RS-LOC-ADDR
              MOVE WS-RW-DLV-ADDR    TO WS-RS-DLV-ADDR
              MOVE WS-RW-CITY        TO WS-RS-CITY
              MOVE WS-RW-STATE       TO WS-RS-STATE
              MOVE WS-RW-ZIP         TO WS-RS-ZIP
              MOVE WS-RW-ZIP-EXT     TO WS-RS-ZIP-EXT
              MOVE WS-BOX-WAGES      TO WS-RS-STATE-WAGES
              MOVE WS-BOX-STATE-TAX  TO WS-RS-STATE-TAX
              IF WS-BOX-LOC-TAX > 0
                 MOVE 'F'            TO WS-RS-TAX-TYPE
                 MOVE WS-BOX-MEDI-WAGES TO WS-RS-LOC-WAGES
              ELSE
                 MOVE SPACES         TO WS-RS-TAX-TYPE
                 MOVE ZEROS          TO WS-RS-LOC-WAGES
              END-IF
              MOVE WS-BOX-LOC-TAX    TO WS-RS-LOC-TAX
              WRITE FIL-EFW2 FROM WS-RS-RECORD
           END-IF.
      * ---
        R2510-MATCH-FIPS.
      * ---
           IF WS-FIPS-ABBR(WS-FIPS-IDX) = WS-W2-WORK-STATE
              MOVE 'Y' TO WS-FIPS-FOUND-SW
              MOVE WS-FIPS-CODE(WS-FIPS-IDX) TO WS-RS-STATE-CD
                                                WS-RS-STATE-CD-2
           END-IF.
      * ---
      * ROLL THE W-2 INTO ITS STATE'S LINE ON THE EMPLOYER'S PAGE
        R2600-ACCUM-STATE.
      * ---
           MOVE 'N' TO WS-ST-FOUND-SW.

           PERFORM R2610-MATCH-STATE
              VARYING WS-ST-IDX FROM 1 BY 1
              UNTIL WS-ST-IDX > WS-ST-CNT
                 OR WS-ST-FOUND.

           IF NOT WS-ST-FOUND
              IF WS-ST-CNT < WS-ST-MAX
                 ADD 1 TO WS-ST-CNT
                 MOVE WS-ST-CNT TO WS-ST-IDX
                 MOVE WS-W2-WORK-STATE TO WS-ST-TBL-CD(WS-ST-IDX)
                 MOVE ZEROS TO WS-ST-TBL-CNT(WS-ST-IDX)
                               WS-ST-TBL-WAGES(WS-ST-IDX)
                               WS-ST-TBL-FED(WS-ST-IDX)
                               WS-ST-TBL-SS-WAGES(WS-ST-IDX)
                               WS-ST-TBL-SS-TAX(WS-ST-IDX)
                               WS-ST-TBL-MEDI-WAGES(WS-ST-IDX)
                               WS-ST-TBL-MEDI-TAX(WS-ST-IDX)
                               WS-ST-TBL-STATE-TAX(WS-ST-IDX)
                               WS-ST-TBL-LOC-TAX(WS-ST-IDX)
                 PERFORM R2620-ADD-STATE-AMTS
              ELSE
                 DISPLAY 'STATE TABLE FULL - ' WS-W2-WORK-STATE
                    ' LEFT OFF THE BALANCING REPORT'
              END-IF
           END-IF.
      * ---
        R2610-MATCH-STATE.
      * ---
           IF WS-ST-TBL-CD(WS-ST-IDX) = WS-W2-WORK-STATE
              MOVE 'Y' TO WS-ST-FOUND-SW
              PERFORM R2620-ADD-STATE-AMTS
           END-IF.
      * ---
        R2620-ADD-STATE-AMTS.
      * ---
           ADD 1                 TO WS-ST-TBL-CNT(WS-ST-IDX).
           ADD WS-BOX-WAGES      TO WS-ST-TBL-WAGES(WS-ST-IDX).
           ADD WS-BOX-FED        TO WS-ST-TBL-FED(WS-ST-IDX).
           ADD WS-BOX-SS-WAGES   TO WS-ST-TBL-SS-WAGES(WS-ST-IDX).
           ADD WS-BOX-SS-TAX     TO WS-ST-TBL-SS-TAX(WS-ST-IDX).
           ADD WS-BOX-MEDI-WAGES TO WS-ST-TBL-MEDI-WAGES(WS-ST-IDX).
           ADD WS-BOX-MEDI-TAX   TO WS-ST-TBL-MEDI-TAX(WS-ST-IDX).
           ADD WS-BOX-STATE-TAX  TO WS-ST-TBL-STATE-TAX(WS-ST-IDX).
           ADD WS-BOX-LOC-TAX    TO WS-ST-TBL-LOC-TAX(WS-ST-IDX).
      * ---
      * CLOSE OUT THE EMPLOYER - ITS RT RECORD, THEN ITS STATE LINES
      * AND TOTAL ON THE BALANCING REPORT. THE TOTAL LINE IS THE RT
      * RECORD'S OWN FIGURES
        R2900-END-EMPLOYER.
      * ---
           MOVE WS-ER-CNT        TO WS-RT-RW-CNT.
           MOVE WS-ER-WAGES      TO WS-RT-WAGES.
           MOVE WS-ER-FED        TO WS-RT-FED.
           MOVE WS-ER-SS-WAGES   TO WS-RT-SS-WAGES.
           MOVE WS-ER-SS-TAX     TO WS-RT-SS-TAX.
           MOVE WS-ER-MEDI-WAGES TO WS-RT-MEDI-WAGES.
           MOVE WS-ER-MEDI-TAX   TO WS-RT-MEDI-TAX.
           MOVE WS-ER-401K       TO WS-RT-401K.
           MOVE WS-ER-HEALTH     TO WS-RT-HEALTH-COV.
           WRITE FIL-EFW2 FROM WS-RT-RECORD.

           PERFORM R2910-WRITE-STATE-LINE
              VARYING WS-ST-IDX FROM 1 BY 1
              UNTIL WS-ST-IDX > WS-ST-CNT.

           MOVE 'EMPLOYER'       TO WS-BAL-D-LABEL.
           MOVE WS-ER-CNT        TO WS-BAL-D-CNT.
           MOVE WS-ER-WAGES      TO WS-BAL-D-WAGES.
           MOVE WS-ER-FED        TO WS-BAL-D-FED.
           MOVE WS-ER-SS-WAGES   TO WS-BAL-D-SS-WAGES.
           MOVE WS-ER-SS-TAX     TO WS-BAL-D-SS-TAX.
           MOVE WS-ER-MEDI-WAGES TO WS-BAL-D-MC-WAGES.
           MOVE WS-ER-MEDI-TAX   TO WS-BAL-D-MC-TAX.
           MOVE WS-ER-STATE-TAX  TO WS-BAL-D-ST-TAX.
           MOVE WS-ER-LOC-TAX    TO WS-BAL-D-LOC-TAX.
           WRITE FIL-BALRPT FROM WS-BAL-DETAIL-LINE
              AFTER ADVANCING 2 LINES.

           MOVE 'N' TO WS-ER-OPEN-SW.
      * ---
        R2910-WRITE-STATE-LINE.
      * ---
           IF WS-ST-TBL-CD(WS-ST-IDX) = SPACES
              MOVE '(NONE)' TO WS-BAL-D-LABEL
           ELSE
              MOVE WS-ST-TBL-CD(WS-ST-IDX) TO WS-BAL-D-LABEL
           END-IF.
           MOVE WS-ST-TBL-CNT(WS-ST-IDX)        TO WS-BAL-D-CNT.
           MOVE WS-ST-TBL-WAGES(WS-ST-IDX)      TO WS-BAL-D-WAGES.
           MOVE WS-ST-TBL-FED(WS-ST-IDX)        TO WS-BAL-D-FED.
           MOVE WS-ST-TBL-SS-WAGES(WS-ST-IDX)   TO WS-BAL-D-SS-WAGES.
           MOVE WS-ST-TBL-SS-TAX(WS-ST-IDX)     TO WS-BAL-D-SS-TAX.
           MOVE WS-ST-TBL-MEDI-WAGES(WS-ST-IDX) TO WS-BAL-D-MC-WAGES.
           MOVE WS-ST-TBL-MEDI-TAX(WS-ST-IDX)   TO WS-BAL-D-MC-TAX.
           MOVE WS-ST-TBL-STATE-TAX(WS-ST-IDX)  TO WS-BAL-D-ST-TAX.
           MOVE WS-ST-TBL-LOC-TAX(WS-ST-IDX)    TO WS-BAL-D-LOC-TAX.
           WRITE FIL-BALRPT FROM WS-BAL-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
      * ---
        R3000-WRITE-RF-RECORD.
      * ---
           MOVE WS-FT-RW-CNT TO WS-RF-RW-CNT.
           WRITE FIL-EFW2 FROM WS-RF-RECORD.
      * ---
      * PROVE THE FILE AGAINST THE YTD MASTER - SAME NUMBER OF
      * PEOPLE, SAME WAGES, SAME WITHHOLDING. ANY DIFFERENCE MEANS
      * A PAYROLL RAN AFTER THE EXTRACT OR THE EXTRACT IS NOT THIS
      * YEAR'S, AND THE FILE IS HELD
        R3100-WRITE-TIE-OUT.
      * ---
           MOVE WS-EC-TAX-YEAR TO WS-TIE-H1-YEAR.
           WRITE FIL-BALRPT FROM WS-TIE-HEADING-1
              AFTER ADVANCING PAGE.
           WRITE FIL-BALRPT FROM WS-TIE-HEADING-2
              AFTER ADVANCING 2 LINES.

           MOVE WS-FT-RW-CNT TO WS-TIE-C-FILE.
           MOVE WS-YT-CNT    TO WS-TIE-C-YTD.
           IF WS-FT-RW-CNT = WS-YT-CNT
              MOVE 'IN BALANCE'     TO WS-TIE-C-STATUS
           ELSE
              MOVE 'OUT OF BALANCE' TO WS-TIE-C-STATUS
              MOVE 'Y' TO WS-OUT-OF-BAL-SW
           END-IF.
           WRITE FIL-BALRPT FROM WS-TIE-CNT-LINE
              AFTER ADVANCING 1 LINE.

           MOVE 'BOX 1 WAGES / YTD FED WAGES' TO WS-TIE-LABEL.
           MOVE WS-FT-WAGES                   TO WS-TIE-FILE-AMT.
           MOVE WS-YT-FED-WAGES               TO WS-TIE-YTD-AMT.
           PERFORM R3110-WRITE-TIE-LINE.

           MOVE 'BOX 2 FEDERAL WITHHELD'      TO WS-TIE-LABEL.
           MOVE WS-FT-FED                     TO WS-TIE-FILE-AMT.
           MOVE WS-YT-FED                     TO WS-TIE-YTD-AMT.
           PERFORM R3110-WRITE-TIE-LINE.

           MOVE 'BOX 3 SOCIAL SECURITY WAGES' TO WS-TIE-LABEL.
           MOVE WS-FT-SS-WAGES                TO WS-TIE-FILE-AMT.
           MOVE WS-YT-SS-WAGES                TO WS-TIE-YTD-AMT.
           PERFORM R3110-WRITE-TIE-LINE.

           MOVE 'BOX 4 SOCIAL SECURITY TAX'   TO WS-TIE-LABEL.
           MOVE WS-FT-SS-TAX                  TO WS-TIE-FILE-AMT.
           MOVE WS-YT-SS-TAX                  TO WS-TIE-YTD-AMT.
           PERFORM R3110-WRITE-TIE-LINE.

           MOVE 'BOX 5 MEDICARE WAGES'        TO WS-TIE-LABEL.
           MOVE WS-FT-MEDI-WAGES              TO WS-TIE-FILE-AMT.
           MOVE WS-YT-MEDI-WAGES              TO WS-TIE-YTD-AMT.
           PERFORM R3110-WRITE-TIE-LINE.

           MOVE 'BOX 6 MEDICARE TAX'          TO WS-TIE-LABEL.
           MOVE WS-FT-MEDI-TAX                TO WS-TIE-FILE-AMT.
           MOVE WS-YT-MEDI-TAX                TO WS-TIE-YTD-AMT.
           PERFORM R3110-WRITE-TIE-LINE.

           MOVE 'BOX 17 STATE WITHHELD'       TO WS-TIE-LABEL.
           MOVE WS-FT-STATE-TAX               TO WS-TIE-FILE-AMT.
           MOVE WS-YT-STATE-TAX               TO WS-TIE-YTD-AMT.
           PERFORM R3110-WRITE-TIE-LINE.

           MOVE 'BOX 19 LOCAL WITHHELD'       TO WS-TIE-LABEL.
           MOVE WS-FT-LOC-TAX                 TO WS-TIE-FILE-AMT.
           MOVE WS-YT-LOC-TAX                 TO WS-TIE-YTD-AMT.
           PERFORM R3110-WRITE-TIE-LINE.

           MOVE 'EMPLOYERS (RE RECORDS)'      TO WS-TIE-S-LABEL.
           MOVE WS-FT-RE-CNT                  TO WS-TIE-S-CNT.
           WRITE FIL-BALRPT FROM WS-TIE-SUM-LINE
              AFTER ADVANCING 2 LINES.
           MOVE 'EMPLOYERS WITH NO EIN ON FILE' TO WS-TIE-S-LABEL.
           MOVE WS-NO-EIN-CNT                 TO WS-TIE-S-CNT.
           WRITE FIL-BALRPT FROM WS-TIE-SUM-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'W-2S WITH NO SSN'            TO WS-TIE-S-LABEL.
           MOVE WS-NO-SSN-CNT                 TO WS-TIE-S-CNT.
           WRITE FIL-BALRPT FROM WS-TIE-SUM-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'W-2S WITH NO MAILING ADDRESS' TO WS-TIE-S-LABEL.
           MOVE WS-NO-ADDR-CNT                TO WS-TIE-S-CNT.
           WRITE FIL-BALRPT FROM WS-TIE-SUM-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'W-2S WITH NO STATE RECORD'   TO WS-TIE-S-LABEL.
           MOVE WS-NO-STATE-CNT               TO WS-TIE-S-CNT.
           WRITE FIL-BALRPT FROM WS-TIE-SUM-LINE
              AFTER ADVANCING 1 LINE.

           EVALUATE TRUE
              WHEN WS-OUT-OF-BAL
                 MOVE '*** OUT OF BALANCE WITH YTD - DO NOT UPLOAD ***'
                    TO WS-TIE-R-TEXT
                 DISPLAY '*** EFW2 FILE IS OUT OF BALANCE WITH THE '
                    'YTD MASTER - DO NOT UPLOAD ***'
              WHEN WS-SEQ-ERR
                 MOVE '*** EXTRACT NOT IN COMPANY ORDER - DO NOT UPLOAD'
                    TO WS-TIE-R-TEXT
              WHEN WS-NO-EIN-CNT > 0
                 MOVE '*** EMPLOYER WITH NO EIN - DO NOT UPLOAD ***'
                    TO WS-TIE-R-TEXT
              WHEN OTHER
                 MOVE 'W-2 FILE IS IN BALANCE WITH THE YTD MASTER'
                    TO WS-TIE-R-TEXT
           END-EVALUATE.
           WRITE FIL-BALRPT FROM WS-TIE-RESULT-LINE
              AFTER ADVANCING 2 LINES.
      * ---
        R3110-WRITE-TIE-LINE.
      * ---
           COMPUTE WS-TIE-DIFF-AMT = WS-TIE-FILE-AMT - WS-TIE-YTD-AMT.
           MOVE WS-TIE-FILE-AMT TO WS-TIE-FILE.
           MOVE WS-TIE-YTD-AMT  TO WS-TIE-YTD.
           MOVE WS-TIE-DIFF-AMT TO WS-TIE-DIFF.
           IF WS-TIE-DIFF-AMT = 0
              MOVE 'IN BALANCE'     TO WS-TIE-STATUS
           ELSE
              MOVE 'OUT OF BALANCE' TO WS-TIE-STATUS
              MOVE 'Y' TO WS-OUT-OF-BAL-SW
           END-IF.
           WRITE FIL-BALRPT FROM WS-TIE-LINE
              AFTER ADVANCING 1 LINE.
      * ---
        R4000-CLOSE-DATASETS.
      * ---
           CLOSE FILE-EFWCTL.
           CLOSE FILE-W2.
           CLOSE FILE-COMPANY.
           CLOSE FILE-YTD.
           CLOSE FILE-EFW2.
           CLOSE FILE-BALRPT.
           IF WS-DEMOFILE-ACTIVE
              CLOSE FILE-DEMO
           END-IF.
