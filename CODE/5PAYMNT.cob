      *  BATCH MAINTENANCE FOR THE PAYROLL MASTER FILES - READS A
      *  TRANSACTION FILE OF ADD/CHANGE/DELETE RECORDS (ONE RECORD
      *  IMAGE PER MASTER, SEE MNTC) AND APPLIES THEM TO FILE-RATES,
      *  FILE-TAXES, FILE-DEDUCT, FILE-JURIS, THE GARNISHMENT ORDER
      *  AND AGENCY FILES, AND THE EMPLOYEE MASTER. MALFORMED OR
      *  UNMATCHABLE TRANSACTIONS ARE REJECTED TO AN EXCEPTION
      *  LISTING, AND EVERY APPLIED TRANSACTION PRINTS A
      *  BEFORE/AFTER IMAGE ON THE CHANGE REPORT FOR THE AUDITORS.
      *  THE KEYED MASTERS ARE UPDATED IN PLACE; THE
      *  SEQUENTIAL EMPLOYEE MASTER IS UPDATED OLD-FILE/NEW-FILE
      *  (ITS TRANSACTIONS MUST BE IN EMP-ID ORDER)
      *
      *  CHANGES ARE DUAL-CONTROL: A KEYING RUN APPLIES ONLY A CHANGE
      *  CONFINED TO THE LOW-RISK FIELDS LISTED ON MNTLOW AND STAGES
      *  EVERYTHING ELSE ON THE PENDING-CHANGE FILE (SEE PENDC). AN
      *  APPROVAL RUN (MNTCTL RUN TYPE 'A') TAKES THE APPROVERS'
      *  DECISIONS, REFUSES ANY APPROVAL BY THE PERSON WHO KEYED THE
      *  CHANGE, AND APPLIES THE APPROVED ONES. EVERY RUN LISTS THE
      *  CHANGES LEFT PENDING PAST THE AGE LIMIT
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      * ---------   ------    -------------------------------------
      *                       RECORD) - SSN AND MAILING ADDRESS GO
      *                       ON WITH THE SAME BEFORE/AFTER CHANGE
      *                       REPORT AS EVERY OTHER MASTER
      *  DAN BIEG   15OCT2026 EMPLOYEE MASTER GREW 134 -> 170 FOR
      *                       17-CHARACTER ACCOUNT NUMBERS - THE
      *                       TRANSACTION IMAGE AND THE CHANGE
      *                       REPORT LINES WIDEN WITH IT
      *  DAN BIEG   15OCT2026 A CHANGE TO A ROUTING OR ACCOUNT NUMBER
      *                       IS HELD ON THE NEW BKHOLD FILE FOR A
      *                       COOLING-OFF PERIOD (MNTCTL CARD) AND A
      *                       CONFIRMATION LETTER PRINTS FOR THE
      *                       ADDRESS ON FILE
      *  DAN BIEG   15OCT2026 DUAL CONTROL - TRANSACTIONS CARRY A
      *                       KEYER ID AND ARE STAGED ON THE NEW
      *                       PENDING-CHANGE FILE UNLESS CONFINED TO
      *                       LOW-RISK FIELDS LISTED ON MNTLOW; AN
      *                       APPROVAL RUN (MNTCTL COL 5 'A') APPLIES
      *                       APPROVED CHANGES, REFUSING ANY APPROVED
      *                       BY THEIR KEYER. CHANGE REPORT SHOWS
      *                       KEYER AND APPROVER; PENDRPT LISTS
      *                       CHANGES PENDING PAST THE AGE LIMIT
      *  DAN BIEG   15OCT2026 EMPLOYEE NAME (THE CHECK PAYEE) CAN NO
      *                       LONGER SKIP APPROVAL
      *  DAN BIEG   15OCT2026 MAINTAIN GARNISHMENT ORDERS (FILE CODE
      *                       'G', KEYED EMP ID + ORDER NO) AND
      *                       PAYEE AGENCIES ('A') - BOTH ALWAYS
      *                       NEED APPROVAL. TRANSACTION KEY 6 -> 8
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
               RECORD KEY IS FIL-DEMO-KEY
               FILE STATUS IS WS-DEMO-STATUS.

           SELECT FILE-GARN ASSIGN TO UT-S-GARN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIL-GARN-KEY
               FILE STATUS IS WS-GARN-STATUS.

           SELECT FILE-GARNAGY ASSIGN TO UT-S-GARNAGY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIL-GARNAGY-KEY
               FILE STATUS IS WS-GARNAGY-STATUS.

           SELECT FILE-BKHOLD ASSIGN TO UT-S-BKHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIL-BKHOLD-KEY
               FILE STATUS IS WS-BKHOLD-STATUS.

           SELECT FILE-PENDING ASSIGN TO UT-S-PENDMNT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIL-PENDING-KEY
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT FILE-MNTCTL ASSIGN TO UT-S-MNTCTL.

           SELECT FILE-MNTLOW ASSIGN TO UT-S-MNTLOW.

           SELECT FILE-APPROVE ASSIGN TO UT-S-APPROVE.

           SELECT FILE-PEOPLE ASSIGN TO UT-S-NAMES.

           SELECT FILE-NEWPEOPLE ASSIGN TO UT-S-NAMESNEW.

           SELECT FILE-MNTEXC ASSIGN TO UT-S-MNTEXC.

           SELECT FILE-BKLTR ASSIGN TO UT-S-BKLTR.

           SELECT FILE-PENDRPT ASSIGN TO UT-S-PENDRPT.

      **************************************************************
       DATA DIVISION.
      **************************************************************
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-MAINT.

       01  FIL-MAINT PIC X(181).

      *   ------------

           02  FIL-DEMO-KEY         PIC X(06).
           02  FILLER               PIC X(94).

      *   ------------

      * GARNISHMENT ORDERS - KEYED BY EMP ID AND ORDER NUMBER (SEE
      * GARNC)
       FD     FILE-GARN
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-GARN.

       01  FIL-GARN.
           02  FIL-GARN-KEY         PIC X(08).
           02  FILLER               PIC X(92).

      *   ------------

      * GARNISHMENT PAYEE AGENCIES - KEYED BY AGENCY CODE (SEE
      * GARNAGYC)
       FD     FILE-GARNAGY
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-GARNAGY.

       01  FIL-GARNAGY.
           02  FIL-GARNAGY-KEY      PIC X(06).
           02  FILLER               PIC X(94).

      *   ------------

      * DIRECT DEPOSIT CHANGE HOLD - KEYED BY EMPLOYEE (SEE
      * BKHOLDC), ONE RECORD PER EMPLOYEE WHOSE BANKING CHANGED
       FD     FILE-BKHOLD
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-BKHOLD.

       01  FIL-BKHOLD.
           02  FIL-BKHOLD-KEY       PIC X(06).
           02  FILLER               PIC X(194).

      *   ------------

      * PENDING MASTER FILE CHANGES - KEYED BY SEQUENCE NUMBER (SEE
      * PENDC), ONE RECORD PER CHANGE WAITING ON OR GIVEN A DECISION
       FD     FILE-PENDING
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-PENDING.

       01  FIL-PENDING.
           02  FIL-PENDING-KEY      PIC X(08).
           02  FILLER               PIC X(392).

      *   ------------

      * THE RUN CONTROL CARD - COLS 1-3 THE BANK CHANGE COOLING-OFF
      * PERIOD IN CALENDAR DAYS, COL 5 THE RUN TYPE ('K' KEYING OR
      * 'A' APPROVAL), COLS 7-9 THE DAYS A CHANGE MAY SIT PENDING
      * BEFORE THE AGING REPORT LISTS IT. A BLANK CARD TAKES A
      * KEYING RUN AND THE STANDARD WS-COOL-DAYS AND WS-PEND-AGE-DAYS
       FD     FILE-MNTCTL
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-MNTCTL.

       01  FIL-MNTCTL.
           02  FIL-MC-COOL-DAYS     PIC X(03).
           02  FILLER               PIC X.
           02  FIL-MC-RUN-TYPE      PIC X(01).
           02  FILLER               PIC X.
           02  FIL-MC-AGE-DAYS      PIC X(03).
           02  FILLER               PIC X(71).

      *   ------------

      * THE LOW-RISK FIELD LIST - ONE FIELD NAME PER CARD IN COLS
      * 1-8. A KEYED CHANGE THAT TOUCHES NOTHING BUT LISTED FIELDS
      * IS APPLIED WITHOUT WAITING FOR APPROVAL. ONLY THE FIELDS IN
      * WS-LOW-FIELD-VALUES CAN BE LISTED
       FD     FILE-MNTLOW
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-MNTLOW.

       01  FIL-MNTLOW.
           02  FIL-ML-FIELD-NM      PIC X(08).
           02  FILLER               PIC X(72).

      *   ------------

      * APPROVER DECISIONS FOR AN APPROVAL RUN - COLS 1-8 THE PENDING
      * CHANGE NUMBER FROM THE KEYING RUN'S CHANGE REPORT, COL 10
      * 'A' APPROVE OR 'R' REJECT, COLS 12-19 THE APPROVER'S USER ID
       FD     FILE-APPROVE
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-APPROVE.

       01  FIL-APPROVE.
           02  FIL-AP-PEND-NO       PIC X(08).
           02  FILLER               PIC X.
           02  FIL-AP-DECISION      PIC X(01).
           02  FILLER               PIC X.
           02  FIL-AP-APPROVER-ID   PIC X(08).
           02  FILLER               PIC X(61).

      *   ------------

       FD     FILE-PEOPLE
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-PEOPLE.

       01  FIL-PEOPLE PIC X(170).

      *   ------------

              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-NEWPEOPLE.

       01  FIL-NEWPEOPLE PIC X(170).

      *   ------------

              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-MNTRPT.

       01  FIL-MNTRPT PIC X(173).

      *   ------------


       01  FIL-MNTEXC PIC X(132).

      *   ------------

      * BANK CHANGE CONFIRMATION LETTERS - ONE PAGE PER CHANGE, FOR
      * MAILING TO THE ADDRESS ON FILE
       FD     FILE-BKLTR
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-BKLTR.

       01  FIL-BKLTR PIC X(132).

      *   ------------

      * CHANGES LEFT PENDING PAST THE AGE LIMIT
       FD     FILE-PENDRPT
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-PENDRPT.

       01  FIL-PENDRPT PIC X(132).


       WORKING-STORAGE SECTION.
      * USE THE COPYBOOKS
       COPY MNTC.
       COPY PENDC.

      * DEFERRED EMPLOYEE-MASTER TRANSACTIONS - THE KEYED MASTERS ARE
      * APPLIED AS EACH TRANSACTION IS READ, BUT THE SEQUENTIAL
      * EMPLOYEE MASTER IS UPDATED IN ONE OLD-FILE/NEW-FILE PASS AT
      * THE END, SO ITS TRANSACTIONS ARE HELD HERE UNTIL THEN. AN
      * APPROVAL RUN TAKES THEM IN DECISION ORDER, SO EACH ONE IS
      * SLOTTED INTO EMP-ID ORDER AS IT IS STORED. THE BEFORE IMAGE
      * IS THE MASTER RECORD AS IT STOOD WHEN THE CHANGE WAS KEYED
       01  WS-PEOPLE-TXN-TABLE.
           02 WS-PPL-ENTRY OCCURS 200 TIMES.
              03 WS-PPL-TBL-ACTION   PIC X(01).
              03 WS-PPL-TBL-KEY      PIC X(06).
              03 WS-PPL-TBL-IMAGE    PIC X(170).
              03 WS-PPL-TBL-KEYER    PIC X(08).
              03 WS-PPL-TBL-APPROVER PIC X(08).
              03 WS-PPL-TBL-PEND-NO  PIC 9(08).
              03 WS-PPL-TBL-BEFORE   PIC X(170).
       01  WS-PPL-CNT           PIC 9(03) VALUE ZEROS.
       01  WS-PPL-MAX           PIC 9(03) VALUE 200.
       01  WS-PPL-PTR           PIC 9(03) VALUE ZEROS.
       01  WS-PPL-IDX           PIC 9(03) VALUE ZEROS.
       01  WS-PPL-SLOT          PIC 9(03) VALUE ZEROS.

      * THE CURRENT OLD-MASTER RECORD DURING THE EMPLOYEE PASS
       01  WS-OLD-MASTER-IMAGE  PIC X(170).
       01  WS-OLD-MASTER-KEY    PIC X(06).

      * EMPLOYEE MASTER, CHANGE HOLD AND DEMOGRAPHIC LAYOUTS - THE
      * BEFORE AND AFTER EMPLOYEE IMAGES OF A CHANGE ARE LAID OVER
      * NAMESC IN TURN TO SEE WHETHER ITS BANKING MOVED
       COPY NAMESC.
       COPY BKHOLDC.
       COPY DEMOC.

      * THE HOLD RECORD BUILT FROM THE BEFORE IMAGE, KEPT ASIDE
      * WHILE THE HOLD FILE IS READ FOR ONE ALREADY OPEN
       01  WS-BKH-NEW-IMAGE     PIC X(200).

      * BANK CHANGE COOLING-OFF PERIOD IN CALENDAR DAYS - THE
      * CONTROL CARD OVERRIDES IT. DEPOSITS DATED BEFORE THE RUN
      * DATE PLUS THIS MANY DAYS STILL GO TO THE OLD BANKING
       01  WS-COOL-DAYS         PIC 9(03) VALUE 010.
       01  WS-RUN-DATE-8        PIC 9(08) VALUE ZEROS.
       01  WS-RELEASE-DT-8      PIC 9(08) VALUE ZEROS.

      * RUN TYPE OFF THE CONTROL CARD - A KEYING RUN APPLIES OR
      * STAGES THE MAINT TRANSACTIONS, AN APPROVAL RUN APPLIES THE
      * APPROVED PENDING CHANGES
       01  WS-RUN-TYPE-SW       PIC X(01) VALUE 'K'.
           88 WS-KEYING-RUN           VALUE 'K'.
           88 WS-APPROVAL-RUN         VALUE 'A'.

      * A CHANGE PENDING MORE THAN THIS MANY CALENDAR DAYS PRINTS ON
      * THE AGING REPORT - THE CONTROL CARD OVERRIDES IT
       01  WS-PEND-AGE-DAYS     PIC 9(03) VALUE 005.
       01  WS-AGE-DAYS          PIC 9(05) VALUE ZEROS.

      * LAST PENDING-CHANGE NUMBER HANDED OUT (THE CONTROL RECORD)
       01  WS-PND-LAST-SEQ      PIC 9(08) VALUE ZEROS.

      * THE FIELDS A CHANGE MAY TOUCH AND STILL SKIP APPROVAL WHEN
      * LISTED ON MNTLOW - MASTER FILE CODE, FIELD NAME, START AND
      * LENGTH IN THE RECORD, AND WHETHER THIS RUN LISTED IT. ONLY
      * THE MAILING ADDRESS AND BIRTH DATE ARE HERE: PAY RATE,
      * SALARY, BANKING, STATUS, DEDUCTIONS AND GARNISHMENTS, TAX
      * ELECTIONS AND EVERY OTHER FIELD CANNOT BE LISTED AND ALWAYS
      * NEED APPROVAL, AS DOES EVERY ADD AND DELETE. SO DOES THE
      * EMPLOYEE NAME - IT IS THE PAYEE ON A PRINTED CHECK, AND
      * CHANGING IT IS AS GOOD AS CHANGING THE BANKING
       01  WS-LOW-FIELD-VALUES.
           02 FILLER PIC X(16) VALUE 'MADDR1   018020N'.
           02 FILLER PIC X(16) VALUE 'MADDR2   039020N'.
           02 FILLER PIC X(16) VALUE 'MCITY    060015N'.
           02 FILLER PIC X(16) VALUE 'MSTATE   076002N'.
           02 FILLER PIC X(16) VALUE 'MZIP     079009N'.
           02 FILLER PIC X(16) VALUE 'PBIRTHDT 028010N'.
       01  WS-LOW-FIELD-TABLE REDEFINES WS-LOW-FIELD-VALUES.
           02 WS-LOW-ENTRY OCCURS 6 TIMES.
              03 WS-LOW-FILE-CD      PIC X(01).
              03 WS-LOW-FIELD-NM     PIC X(08).
              03 WS-LOW-START        PIC 9(03).
              03 WS-LOW-LEN          PIC 9(03).
              03 WS-LOW-LISTED-SW    PIC X(01).
                 88 WS-LOW-LISTED           VALUE 'Y'.
       01  WS-LOW-MAX           PIC 9(02) VALUE 6.
       01  WS-LOW-IDX           PIC 9(02) VALUE ZEROS.

      * THE RECORD ON FILE FOR THE CURRENT TRANSACTION, AND THE
      * BEFORE/AFTER PAIR COMPARED WITH THE LISTED FIELDS LAID OVER
      * FROM THE AFTER IMAGE - WHAT STILL DIFFERS IS A CHANGE THAT
      * NEEDS APPROVAL
       01  WS-CUR-IMAGE         PIC X(170) VALUE SPACES.
       01  WS-CMP-BEFORE        PIC X(170) VALUE SPACES.
       01  WS-CMP-AFTER         PIC X(170) VALUE SPACES.
       01  WS-IMAGE-LEN         PIC 9(03) VALUE 80.

      * WHO KEYED AND WHO APPROVED THE CHANGE BEING APPLIED, ITS
      * PENDING-CHANGE NUMBER, AND THE RECORD AS IT STOOD WHEN IT
      * WAS KEYED - AN APPROVED CHANGE IS REFUSED IF THE RECORD ON
      * FILE NO LONGER MATCHES
       01  WS-CUR-KEYER-ID      PIC X(08) VALUE SPACES.
       01  WS-CUR-APPROVER-ID   PIC X(08) VALUE SPACES.
       01  WS-CUR-PEND-NO       PIC 9(08) VALUE ZEROS.
       01  WS-CUR-BEFORE-IMAGE  PIC X(170) VALUE SPACES.

      * DEMOGRAPHIC RECORDS CHANGED OR DELETED THIS RUN, AS THEY
      * STOOD BEFORE THE RUN - A CONFIRMATION LETTER GOES TO THE
      * ADDRESS THAT WAS ON FILE BEFORE, NOT TO ONE KEYED IN THE
      * SAME BATCH AS THE BANK CHANGE
       01  WS-ADDR-CHG-TABLE.
           02 WS-ADC-ENTRY OCCURS 200 TIMES.
              03 WS-ADC-KEY          PIC X(06).
              03 WS-ADC-IMAGE        PIC X(100).
       01  WS-ADC-CNT           PIC 9(03) VALUE ZEROS.
       01  WS-ADC-MAX           PIC 9(03) VALUE 200.
       01  WS-ADC-IDX           PIC 9(03) VALUE ZEROS.

      * DATE WORK FIELDS - WS-DT-WORK IS THE DATE BEING ROLLED
       01  WS-DT-WORK                PIC 9(08) VALUE ZEROS.
       01  WS-DT-WORK-R REDEFINES WS-DT-WORK.
           02 WS-DT-YYYY             PIC 9(04).
           02 WS-DT-MM               PIC 9(02).
           02 WS-DT-DD               PIC 9(02).
       01  WS-DT-DIM                 PIC 9(02) VALUE ZEROS.
       01  WS-DT-LEAP-Q              PIC 9(04) VALUE ZEROS.
       01  WS-DT-LEAP-R              PIC 9(01) VALUE ZEROS.

      * A YYYYMMDD DATE REARRANGED TO PRINT AS MM/DD/YYYY
       01  WS-EDIT-DT-8              PIC 9(08) VALUE ZEROS.
       01  WS-EDIT-DT-8-R REDEFINES WS-EDIT-DT-8.
           02 WS-EDIT-YYYY           PIC 9(04).
           02 WS-EDIT-MM             PIC 9(02).
           02 WS-EDIT-DD             PIC 9(02).
       01  WS-EDIT-DT-OUT.
           02 WS-EDIT-OUT-MM         PIC 9(02).
           02 FILLER                 PIC X VALUE '/'.
           02 WS-EDIT-OUT-DD         PIC 9(02).
           02 FILLER                 PIC X VALUE '/'.
           02 WS-EDIT-OUT-YYYY       PIC 9(04).

      * MASKED ACCOUNT NUMBER WORK FIELD - ONLY THE LAST FOUR
      * CHARACTERS OF AN ACCOUNT EVER PRINT ON A LETTER, THE SAME
      * AS DIRECTDP'S STUB
       01  WS-MASKED-ACCT.
           02 FILLER            PIC X(03) VALUE '***'.
           02 WS-MASK-LAST4     PIC X(04).
       01  WS-MASK-ACCT-IN      PIC X(17) VALUE SPACES.
       01  WS-MASK-END          PIC 9(02) VALUE ZEROS.
       01  WS-MASK-POS          PIC 9(02) VALUE ZEROS.

      * CHANGE REPORT LINE LAYOUTS - ONE TRANSACTION HEADER LINE PER
      * TRANSACTION, THEN ITS BEFORE AND AFTER RECORD IMAGES
       01  WS-RPT-HEADING-1.
           02 FILLER            PIC X(01) VALUE '1'.
           02 FILLER            PIC X(44) VALUE
                    '*** MASTER FILE MAINTENANCE REPORT ***'.
           02 FILLER            PIC X(128) VALUE SPACES.

       01  WS-RPT-TXN-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-RPT-TXN-ACTION PIC X(08).
           02 WS-RPT-TXN-FILE   PIC X(08).
           02 WS-RPT-TXN-KEY    PIC X(08).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 FILLER            PIC X(09) VALUE 'KEYED BY '.
           02 WS-RPT-TXN-KEYER  PIC X(08).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-RPT-TXN-STATUS PIC X(12).
           02 WS-RPT-TXN-APPROVER PIC X(08).
           02 FILLER            PIC X(107) VALUE SPACES.
      *    AN APPLIED CHANGE SHOWS 'APPROVED BY ' AND THE APPROVER
      *    (NOT REQD FOR A LOW-RISK CHANGE), A STAGED ONE SHOWS
      *    'PENDING NO  ' AND ITS NUMBER FOR THE APPROVER'S DECISION
      *    THE BEFORE/AFTER IMAGE LINES LEAD WITH 'B '/'A ' SO THE
      *    FULL 170-BYTE EMPLOYEE IMAGE STILL FITS ON A 173 LINE

       01  WS-RPT-BEFORE-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE 'B '.
           02 WS-RPT-BEFORE-IMAGE PIC X(170).

       01  WS-RPT-AFTER-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE 'A '.
           02 WS-RPT-AFTER-IMAGE PIC X(170).

       01  WS-RPT-TOTAL-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-RPT-T-APPLIED  PIC ZZZZ9.
           02 FILLER            PIC X(13) VALUE '  REJECTED: '.
           02 WS-RPT-T-REJECT   PIC ZZZZ9.
           02 FILLER            PIC X(21) VALUE
                    '  PENDING APPROVAL: '.
           02 WS-RPT-T-STAGED   PIC ZZZZ9.
           02 FILLER            PIC X(100) VALUE SPACES.

      * EXCEPTION LISTING LINE LAYOUTS
       01  WS-EXC-HEADING-1.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-EXC-ACTION     PIC X(08).
           02 WS-EXC-FILE       PIC X(08).
           02 WS-EXC-KEY        PIC X(08).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-EXC-REASON     PIC X(40).
           02 FILLER            PIC X(65) VALUE SPACES.

      * A REFUSED APPROVER DECISION - THE REASON NAMES THE PENDING
      * CHANGE THE DECISION CARD WAS FOR
       01  WS-DECISION-REASON.
           02 FILLER            PIC X(11) VALUE 'PENDING NO '.
           02 WS-DR-PEND-NO     PIC X(08).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-DR-TEXT        PIC X(20).

      * PENDING CHANGE AGING REPORT LINE LAYOUTS
       01  WS-AGE-HEADING-1.
           02 FILLER            PIC X(01) VALUE '1'.
           02 FILLER            PIC X(37) VALUE
                    '*** MAINTENANCE CHANGES PENDING OVER '.
           02 WS-AGE-H-DAYS     PIC ZZ9.
           02 FILLER            PIC X(10) VALUE ' DAYS ***'.
           02 FILLER            PIC X(81) VALUE SPACES.

       01  WS-AGE-HEADING-2.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(45) VALUE
                    'PENDING  ACTION  FILE    KEY       KEYED BY  '.
           02 FILLER            PIC X(17) VALUE
                    'KEYED ON     DAYS'.
           02 FILLER            PIC X(69) VALUE SPACES.

       01  WS-AGE-DETAIL-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-AGE-PEND-NO    PIC X(08).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-AGE-ACTION     PIC X(08).
           02 WS-AGE-FILE       PIC X(08).
           02 WS-AGE-KEY        PIC X(08).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-AGE-KEYER      PIC X(08).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-AGE-KEYED-DT   PIC X(10).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-AGE-DAYS-OUT   PIC ZZZZ9.
           02 FILLER            PIC X(69) VALUE SPACES.

       01  WS-AGE-TOTAL-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(24) VALUE
                    'CHANGES STILL PENDING: '.
           02 WS-AGE-T-PENDING  PIC ZZZZ9.
           02 FILLER            PIC X(19) VALUE
                    '  PAST THE LIMIT: '.
           02 WS-AGE-T-OVER     PIC ZZZZ9.
           02 FILLER            PIC X(78) VALUE SPACES.

      * BANK CHANGE CONFIRMATION LETTER LINES - THE LETTER GOES TO
      * THE EMPLOYEE AT THE ADDRESS ON FILE, SO AN EMPLOYEE WHO DID
      * NOT ASK FOR THE CHANGE HEARS ABOUT IT BEFORE THE MONEY MOVES
       01  WS-LTR-HEADING.
           02 FILLER            PIC X(01) VALUE '1'.
           02 FILLER            PIC X(30) VALUE
                    'PAYROLL DEPARTMENT'.
           02 FILLER            PIC X(40) VALUE SPACES.
           02 WS-LTR-RUN-DT     PIC X(10).
           02 FILLER            PIC X(51) VALUE SPACES.

       01  WS-LTR-ADDR-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-LTR-ADDR       PIC X(40).
           02 FILLER            PIC X(91) VALUE SPACES.

       01  WS-LTR-CITY-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-LTR-CITY       PIC X(15).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-LTR-STATE      PIC X(02).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-LTR-ZIP        PIC X(09).
           02 FILLER            PIC X(102) VALUE SPACES.

       01  WS-LTR-TEXT-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-LTR-TEXT       PIC X(75).
           02 FILLER            PIC X(56) VALUE SPACES.

       01  WS-LTR-ACCT-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 WS-LTR-ACCT-DESC  PIC X(16).
           02 FILLER            PIC X(17) VALUE 'ROUTING NUMBER '.
           02 WS-LTR-ROUTE      PIC 9(09).
           02 FILLER            PIC X(17) VALUE '  ACCOUNT ENDING '.
           02 WS-LTR-ACCT       PIC X(07).
           02 FILLER            PIC X(61) VALUE SPACES.

       01  WS-LTR-DATE-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-LTR-DT-TEXT    PIC X(17).
           02 WS-LTR-DT         PIC X(10).
           02 WS-LTR-DT-TEXT-2  PIC X(20).
           02 FILLER            PIC X(84) VALUE SPACES.

      * WORK FIELDS FOR THE CURRENT TRANSACTION
       01  WS-TXN-KEY           PIC X(08) VALUE SPACES.
       01  WS-REJECT-REASON     PIC X(40) VALUE SPACES.
       01  WS-ACTION-NAME       PIC X(08) VALUE SPACES.
       01  WS-FILE-NAME         PIC X(08) VALUE SPACES.
           02 WS-IO-OK-SW            PIC X VALUE 'Y'.
              88 WS-IO-OK                 VALUE 'Y'.
              88 WS-IO-FAILED             VALUE 'N'.
           02 WS-BANK-CHG-SW         PIC X VALUE 'N'.
              88 WS-BANK-CHANGED          VALUE 'Y'.
           02 WS-HOLD-FOUND-SW       PIC X VALUE 'N'.
              88 WS-HOLD-FOUND            VALUE 'Y'.
           02 WS-ADC-FOUND-SW        PIC X VALUE 'N'.
              88 WS-ADC-FOUND             VALUE 'Y'.
           02 WS-ADDR-FOUND-SW       PIC X VALUE 'N'.
              88 WS-ADDR-FOUND            VALUE 'Y'.
           02 WS-EOF-MNTLOW          PIC X VALUE 'N'.
           02 WS-EOF-APPROVE         PIC X VALUE 'N'.
           02 WS-EOF-PENDING         PIC X VALUE 'N'.
           02 WS-CUR-FOUND-SW        PIC X VALUE 'N'.
              88 WS-CUR-FOUND             VALUE 'Y'.
           02 WS-LOW-RISK-SW         PIC X VALUE 'N'.
              88 WS-LOW-RISK              VALUE 'Y'.
           02 WS-LOW-FOUND-SW        PIC X VALUE 'N'.
              88 WS-LOW-FOUND             VALUE 'Y'.
           02 WS-PND-FOUND-SW        PIC X VALUE 'N'.
              88 WS-PND-FOUND             VALUE 'Y'.
           02 WS-PPL-SLOT-SW         PIC X VALUE 'N'.
              88 WS-PPL-SLOT-FOUND        VALUE 'Y'.
           02 WS-PPL-STORED-SW       PIC X VALUE 'N'.
              88 WS-PPL-STORED            VALUE 'Y'.

      * FILE STATUS CODES FOR THE KEYED MASTERS
       01  WS-FILE-STATUSES.
           02 WS-JURIS-STATUS        PIC X(02) VALUE '00'.
           02 WS-PERCTL-STATUS       PIC X(02) VALUE '00'.
           02 WS-DEMO-STATUS         PIC X(02) VALUE '00'.
           02 WS-GARN-STATUS         PIC X(02) VALUE '00'.
           02 WS-GARNAGY-STATUS      PIC X(02) VALUE '00'.
           02 WS-BKHOLD-STATUS       PIC X(02) VALUE '00'.
           02 WS-PENDING-STATUS      PIC X(02) VALUE '00'.

      * RUN COUNTERS
       01  WS-APPLIED-CNT       PIC 9(05) VALUE ZEROS.
       01  WS-REJECT-CNT        PIC 9(05) VALUE ZEROS.
       01  WS-BANK-CHG-CNT      PIC 9(05) VALUE ZEROS.
       01  WS-LETTER-CNT        PIC 9(05) VALUE ZEROS.
       01  WS-NO-ADDR-CNT       PIC 9(05) VALUE ZEROS.
       01  WS-STAGED-CNT        PIC 9(05) VALUE ZEROS.
       01  WS-LOW-BAD-CNT       PIC 9(05) VALUE ZEROS.
       01  WS-SELF-APPR-CNT     PIC 9(05) VALUE ZEROS.
       01  WS-PEND-OPEN-CNT     PIC 9(05) VALUE ZEROS.
       01  WS-PEND-OVER-CNT     PIC 9(05) VALUE ZEROS.

       01  WS-BREAKPT   PIC X(23) VALUE '-=-=-=-=-=-=-=-=-=-=-=-'.
       01  WS-MESSAGE   PIC X(23) VALUE 'MASTER FILE MAINTENANCE'.
           DISPLAY WS-MESSAGE.
           DISPLAY WS-FULL-LINE.

           PERFORM R1050-READ-CONTROL-CARD.

           WRITE FIL-MNTRPT FROM WS-RPT-HEADING-1
              AFTER ADVANCING PAGE.
           WRITE FIL-MNTEXC FROM WS-EXC-HEADING-1
              AFTER ADVANCING PAGE.

           IF WS-KEYING-RUN
              PERFORM R1070-READ-LOW-RISK-LIST
      * LOAD FIRST TRANSACTION
              PERFORM R1100-READ-MAINT-TXN
      * APPLY OR STAGE EVERY TRANSACTION - KEYED MASTERS
      * IMMEDIATELY, EMPLOYEE-MASTER TRANSACTIONS HELD FOR THE PASS
      * BELOW
              PERFORM R2000-PROCESS-MAINT-TXN
                 UNTIL WS-EOF-MAINT = 'Y'
           ELSE
      * RECORD EVERY APPROVER DECISION AND APPLY THE APPROVED
      * CHANGES - EMPLOYEE-MASTER ONES HELD FOR THE PASS BELOW
              PERFORM R1150-READ-DECISION
              PERFORM R5000-PROCESS-DECISION
                 UNTIL WS-EOF-APPROVE = 'Y'
           END-IF.

      * ONE OLD-FILE/NEW-FILE PASS APPLIES THE HELD EMPLOYEE-MASTER
      * TRANSACTIONS

           MOVE WS-APPLIED-CNT TO WS-RPT-T-APPLIED.
           MOVE WS-REJECT-CNT  TO WS-RPT-T-REJECT.
           MOVE WS-STAGED-CNT  TO WS-RPT-T-STAGED.
           WRITE FIL-MNTRPT FROM WS-RPT-TOTAL-LINE
              AFTER ADVANCING 2 LINES.

      * EVERY RUN, EITHER TYPE, LISTS WHAT HAS SAT PENDING TOO LONG
           PERFORM R6000-LIST-AGED-PENDING.

           DISPLAY WS-FULL-LINE.
           DISPLAY 'APPLIED: ' WS-APPLIED-CNT
              ' REJECTED: ' WS-REJECT-CNT
              ' STAGED FOR APPROVAL: ' WS-STAGED-CNT.
           DISPLAY 'BANK CHANGES HELD: ' WS-BANK-CHG-CNT
              ' LETTERS: ' WS-LETTER-CNT
              ' NO ADDRESS: ' WS-NO-ADDR-CNT.
           DISPLAY 'SELF-APPROVALS REFUSED: ' WS-SELF-APPR-CNT
              ' PENDING: ' WS-PEND-OPEN-CNT
              ' PAST ' WS-PEND-AGE-DAYS ' DAYS: ' WS-PEND-OVER-CNT.
           DISPLAY WS-FULL-LINE.

      * A BANK CHANGE WITH NO ADDRESS TO SEND ITS CONFIRMATION TO
      * NEEDS SOMEONE TO CONFIRM IT WITH THE EMPLOYEE BY HAND. A
      * CHANGE PENDING PAST THE LIMIT NEEDS AN APPROVER CHASED, AND
      * A FIELD ON MNTLOW THAT CANNOT SKIP APPROVAL NEEDS THE LIST
      * PUT RIGHT
           IF WS-NO-ADDR-CNT > 0
           OR WS-PEND-OVER-CNT > 0
           OR WS-LOW-BAD-CNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM R4000-CLOSE-DATASETS.
           STOP RUN.

           OPEN I-O FILE-JURIS.
           OPEN I-O FILE-PERCTL.
           OPEN I-O FILE-DEMO.
           OPEN I-O FILE-GARN.
      * THE AGENCY FILE IS LOADED ONLY THROUGH THIS PROGRAM, SO THE
      * FIRST AGENCY KEYED CREATES IT
           OPEN I-O FILE-GARNAGY.
           IF WS-GARNAGY-STATUS = '35'
              OPEN OUTPUT FILE-GARNAGY
              CLOSE FILE-GARNAGY
              OPEN I-O FILE-GARNAGY
           END-IF.
           OPEN INPUT FILE-PEOPLE.
           OPEN OUTPUT FILE-NEWPEOPLE.
           OPEN OUTPUT FILE-MNTRPT.
           OPEN OUTPUT FILE-MNTEXC.
           OPEN OUTPUT FILE-BKLTR.
           OPEN INPUT FILE-MNTCTL.
           OPEN INPUT FILE-MNTLOW.
           OPEN INPUT FILE-APPROVE.
           OPEN OUTPUT FILE-PENDRPT.

      * THE CHANGE HOLD FILE IS CREATED EMPTY THE FIRST TIME. IT
      * IS NOT OPTIONAL AFTER THAT - A BANK CHANGE APPLIED WITHOUT
      * ITS HOLD WOULD GO LIVE ON THE NEXT CYCLE, SO NOTHING IS
      * MAINTAINED WITHOUT IT
           OPEN I-O FILE-BKHOLD.
           IF WS-BKHOLD-STATUS = '35'
              OPEN OUTPUT FILE-BKHOLD
              CLOSE FILE-BKHOLD
              OPEN I-O FILE-BKHOLD
           END-IF.
           IF WS-BKHOLD-STATUS NOT = '00'
              DISPLAY '*** BANK CHANGE HOLD FILE COULD NOT BE '
                 'OPENED - STATUS ' WS-BKHOLD-STATUS
                 ' - NOTHING MAINTAINED ***'
              MOVE 8 TO RETURN-CODE
              CLOSE FILE-MAINT FILE-RATES FILE-TAXES FILE-DEDUCT
                    FILE-JURIS FILE-PERCTL FILE-DEMO FILE-GARN
                    FILE-GARNAGY FILE-PEOPLE
                    FILE-NEWPEOPLE FILE-MNTRPT FILE-MNTEXC
                    FILE-BKLTR FILE-MNTCTL FILE-MNTLOW FILE-APPROVE
                    FILE-PENDRPT
              STOP RUN
           END-IF.

      * THE PENDING-CHANGE FILE IS CREATED EMPTY THE FIRST TIME, AND
      * IS NEVER OPTIONAL - WITHOUT IT NOTHING COULD BE STAGED FOR
      * APPROVAL OR APPROVED
           OPEN I-O FILE-PENDING.
           IF WS-PENDING-STATUS = '35'
              OPEN OUTPUT FILE-PENDING
              CLOSE FILE-PENDING
              OPEN I-O FILE-PENDING
           END-IF.
           IF WS-PENDING-STATUS NOT = '00'
              DISPLAY '*** PENDING CHANGE FILE COULD NOT BE '
                 'OPENED - STATUS ' WS-PENDING-STATUS
                 ' - NOTHING MAINTAINED ***'
              MOVE 8 TO RETURN-CODE
              CLOSE FILE-MAINT FILE-RATES FILE-TAXES FILE-DEDUCT
                    FILE-JURIS FILE-PERCTL FILE-DEMO FILE-GARN
                    FILE-GARNAGY FILE-PEOPLE
                    FILE-NEWPEOPLE FILE-MNTRPT FILE-MNTEXC
                    FILE-BKLTR FILE-MNTCTL FILE-MNTLOW FILE-APPROVE
                    FILE-PENDRPT FILE-BKHOLD
              STOP RUN
           END-IF.

      * KEY ZEROS CARRIES THE LAST PENDING-CHANGE NUMBER USED - A
      * NEW FILE GETS ONE STARTING FROM ZERO
           MOVE ZEROS TO FIL-PENDING-KEY.
           READ FILE-PENDING INTO PEND-COPYBOOK-RECORD
              INVALID KEY
                 MOVE SPACES TO PEND-COPYBOOK-RECORD
                 MOVE ZEROS  TO PND-SEQ-NO
                 MOVE ZEROS  TO PND-CTL-LAST-SEQ
                 WRITE FIL-PENDING FROM PEND-COPYBOOK-RECORD
           END-READ.
           MOVE PND-CTL-LAST-SEQ TO WS-PND-LAST-SEQ.
      * ---
      * THE COOLING-OFF DAYS COME OFF THE CONTROL CARD (BLANK OR NO
      * CARD TAKES THE STANDARD). A BANK CHANGE APPLIED THIS RUN IS
      * RELEASED TO DEPOSITS DATED ON OR AFTER THE RUN DATE PLUS
      * THAT MANY DAYS
        R1050-READ-CONTROL-CARD.
      * ---
           MOVE SPACES TO FIL-MNTCTL.
           READ FILE-MNTCTL
              AT END
                 MOVE SPACES TO FIL-MNTCTL
           END-READ.

           IF FIL-MC-COOL-DAYS NOT = SPACES
              IF FIL-MC-COOL-DAYS IS NOT NUMERIC
                 DISPLAY '*** COOLING-OFF DAYS ON THE CONTROL CARD '
                    'ARE NOT VALID - NOTHING MAINTAINED ***'
                 MOVE 8 TO RETURN-CODE
                 PERFORM R4000-CLOSE-DATASETS
                 STOP RUN
              END-IF
              MOVE FIL-MC-COOL-DAYS TO WS-COOL-DAYS
           END-IF.

           EVALUATE FIL-MC-RUN-TYPE
              WHEN SPACE
              WHEN 'K'
                 MOVE 'K' TO WS-RUN-TYPE-SW
              WHEN 'A'
                 MOVE 'A' TO WS-RUN-TYPE-SW
              WHEN OTHER
                 DISPLAY '*** RUN TYPE ON THE CONTROL CARD IS NOT '
                    'K OR A - NOTHING MAINTAINED ***'
                 MOVE 8 TO RETURN-CODE
                 PERFORM R4000-CLOSE-DATASETS
                 STOP RUN
           END-EVALUATE.

           IF FIL-MC-AGE-DAYS NOT = SPACES
              IF FIL-MC-AGE-DAYS IS NOT NUMERIC
                 DISPLAY '*** PENDING AGE DAYS ON THE CONTROL CARD '
                    'ARE NOT VALID - NOTHING MAINTAINED ***'
                 MOVE 8 TO RETURN-CODE
                 PERFORM R4000-CLOSE-DATASETS
                 STOP RUN
              END-IF
              MOVE FIL-MC-AGE-DAYS TO WS-PEND-AGE-DAYS
           END-IF.

           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-8 TO WS-DT-WORK.
           PERFORM R8200-NEXT-DAY WS-COOL-DAYS TIMES.
           MOVE WS-DT-WORK TO WS-RELEASE-DT-8.

           DISPLAY 'BANK CHANGE COOLING-OFF DAYS: ' WS-COOL-DAYS
              ' - CHANGES THIS RUN RELEASE ON ' WS-RELEASE-DT-8.
           IF WS-APPROVAL-RUN
              DISPLAY 'APPROVAL RUN - APPLYING APPROVED CHANGES'
           ELSE
              DISPLAY 'KEYING RUN - STAGING CHANGES FOR APPROVAL'
           END-IF.
      * ---
      * THE LOW-RISK FIELDS THIS SHOP HAS CHOSEN TO LET THROUGH
      * WITHOUT APPROVAL. A NAME THAT IS NOT ONE OF THE ELIGIBLE
      * FIELDS IS IGNORED - ITS CHANGES STILL NEED APPROVAL - AND
      * THE RUN ENDS RC 4 SO THE LIST GETS PUT RIGHT
        R1070-READ-LOW-RISK-LIST.
      * ---
           PERFORM R1075-READ-LOW-RISK-CARD
              UNTIL WS-EOF-MNTLOW = 'Y'.
      * ---
        R1075-READ-LOW-RISK-CARD.
      * ---
           READ FILE-MNTLOW
              AT END
                 MOVE 'Y' TO WS-EOF-MNTLOW
              NOT AT END
                 IF FIL-ML-FIELD-NM NOT = SPACES
                    MOVE 'N' TO WS-LOW-FOUND-SW
                    PERFORM R1080-MATCH-LOW-FIELD
                       VARYING WS-LOW-IDX FROM 1 BY 1
                       UNTIL WS-LOW-IDX > WS-LOW-MAX
                    IF NOT WS-LOW-FOUND
                       DISPLAY '*** MNTLOW FIELD ' FIL-ML-FIELD-NM
                          ' CANNOT SKIP APPROVAL - IGNORED ***'
                       ADD 1 TO WS-LOW-BAD-CNT
                    END-IF
                 END-IF
           END-READ.
      * ---
        R1080-MATCH-LOW-FIELD.
      * ---
           IF WS-LOW-FIELD-NM(WS-LOW-IDX) = FIL-ML-FIELD-NM
              MOVE 'Y' TO WS-LOW-LISTED-SW(WS-LOW-IDX)
              MOVE 'Y' TO WS-LOW-FOUND-SW
              DISPLAY 'CHANGES TO ' FIL-ML-FIELD-NM
                 ' ALONE SKIP APPROVAL'
           END-IF.
      * ---
        R1100-READ-MAINT-TXN.
      * ---
           READ FILE-MAINT INTO MNT-COPYBOOK-RECORD
              AT END MOVE 'Y' TO WS-EOF-MAINT.
      * ---
        R1150-READ-DECISION.
      * ---
           READ FILE-APPROVE
              AT END MOVE 'Y' TO WS-EOF-APPROVE.
      * ---
        R2000-PROCESS-MAINT-TXN.
      * ---
           IF WS-EOF-MAINT NOT = 'Y'
              IF MNT-FILE-GARN
                 MOVE MNT-REC-IMAGE(1:8) TO WS-TXN-KEY
              ELSE
                 MOVE MNT-REC-IMAGE(1:6) TO WS-TXN-KEY
              END-IF
              MOVE MNT-KEYER-ID       TO WS-CUR-KEYER-ID
              MOVE SPACES             TO WS-CUR-APPROVER-ID
              MOVE ZEROS              TO WS-CUR-PEND-NO
              MOVE SPACES             TO WS-CUR-BEFORE-IMAGE
              PERFORM R2100-VALIDATE-TXN

              IF WS-TXN-INVALID
                 PERFORM R2200-WRITE-EXCEPTION
              ELSE
                 IF MNT-FILE-PEOPLE
                    PERFORM R3050-STORE-PEOPLE-TXN
                 ELSE
                    PERFORM R2500-SCREEN-KEYED-TXN
                 END-IF
              END-IF

              PERFORM R1100-READ-MAINT-TXN
           EVALUATE TRUE
              WHEN MNT-FILE-PEOPLE
                 MOVE 'PEOPLE  ' TO WS-FILE-NAME
                 MOVE 170 TO WS-IMAGE-LEN
              WHEN MNT-FILE-RATES
                 MOVE 'RATES   ' TO WS-FILE-NAME
                 MOVE 80 TO WS-IMAGE-LEN
              WHEN MNT-FILE-TAXES
                 MOVE 'TAXES   ' TO WS-FILE-NAME
                 MOVE 80 TO WS-IMAGE-LEN
              WHEN MNT-FILE-DEDUCT
                 MOVE 'DEDUCT  ' TO WS-FILE-NAME
                 MOVE 80 TO WS-IMAGE-LEN
              WHEN MNT-FILE-JURIS
                 MOVE 'JURIS   ' TO WS-FILE-NAME
                 MOVE 80 TO WS-IMAGE-LEN
              WHEN MNT-FILE-PERCTL
                 MOVE 'PERCTL  ' TO WS-FILE-NAME
                 MOVE 80 TO WS-IMAGE-LEN
              WHEN MNT-FILE-DEMO
                 MOVE 'DEMOGRPH' TO WS-FILE-NAME
                 MOVE 100 TO WS-IMAGE-LEN
              WHEN MNT-FILE-GARN
                 MOVE 'GARNISH ' TO WS-FILE-NAME
                 MOVE 100 TO WS-IMAGE-LEN
              WHEN MNT-FILE-GARNAGY
                 MOVE 'GARNAGY ' TO WS-FILE-NAME
                 MOVE 100 TO WS-IMAGE-LEN
              WHEN OTHER
                 MOVE SPACES TO WS-FILE-NAME
                 IF WS-TXN-VALID
              MOVE 'N' TO WS-VALID-SW
              MOVE 'MISSING RECORD KEY' TO WS-REJECT-REASON
           END-IF.

      * AN ORDER'S KEY ENDS IN ITS TWO-DIGIT ORDER NUMBER
           IF WS-TXN-VALID AND MNT-FILE-GARN
              AND MNT-REC-IMAGE(7:2) IS NOT NUMERIC
              MOVE 'N' TO WS-VALID-SW
              MOVE 'INVALID ORDER NUMBER' TO WS-REJECT-REASON
           END-IF.

           IF WS-TXN-VALID AND MNT-KEYER-ID = SPACES
              MOVE 'N' TO WS-VALID-SW
              MOVE 'MISSING KEYER ID' TO WS-REJECT-REASON
           END-IF.
      * ---
        R2200-WRITE-EXCEPTION.
      * ---
      * ---
      * THE TRANSACTION HEADER AND BEFORE/AFTER IMAGES FOR ONE
      * APPLIED TRANSACTION - THE CALLER SETS WS-RPT-BEFORE-IMAGE
      * AND WS-RPT-AFTER-IMAGE FIRST. THE HEADER SAYS WHO KEYED THE
      * CHANGE AND WHO APPROVED IT
        R2300-WRITE-CHANGE-DETAIL.
      * ---
           MOVE WS-CUR-KEYER-ID TO WS-RPT-TXN-KEYER.
           MOVE 'APPROVED BY ' TO WS-RPT-TXN-STATUS.
           IF WS-CUR-APPROVER-ID = SPACES
              MOVE 'NOT REQD' TO WS-RPT-TXN-APPROVER
           ELSE
              MOVE WS-CUR-APPROVER-ID TO WS-RPT-TXN-APPROVER
           END-IF.

           PERFORM R2310-WRITE-IMAGE-LINES.

           ADD 1 TO WS-APPLIED-CNT.
      * ---
        R2310-WRITE-IMAGE-LINES.
      * ---
           MOVE WS-ACTION-NAME TO WS-RPT-TXN-ACTION.
           MOVE WS-FILE-NAME   TO WS-RPT-TXN-FILE.
              AFTER ADVANCING 1 LINE.
           WRITE FIL-MNTRPT FROM WS-RPT-AFTER-LINE
              AFTER ADVANCING 1 LINE.
      * ---
      * A TRANSACTION THAT NEEDS APPROVAL GOES ON THE PENDING-CHANGE
      * FILE UNDER THE NEXT NUMBER, WITH THE RECORD AS IT STANDS NOW
      * (THE CALLER SETS WS-RPT-BEFORE-IMAGE) AND THE IMAGE KEYED.
      * THE CHANGE REPORT CARRIES IT WITH ITS NUMBER, WHICH IS WHAT
      * THE APPROVER'S DECISION CARD QUOTES
        R2400-STAGE-PENDING.
      * ---
           ADD 1 TO WS-PND-LAST-SEQ.
           MOVE 'Y' TO WS-IO-OK-SW.

           MOVE SPACES TO PEND-COPYBOOK-RECORD.
           MOVE WS-PND-LAST-SEQ     TO PND-SEQ-NO.
           MOVE MNT-ACTION-SW       TO PND-ACTION-SW.
           MOVE MNT-FILE-CD         TO PND-FILE-CD.
           MOVE WS-TXN-KEY          TO PND-REC-KEY.
           MOVE 'P'                 TO PND-STATUS-SW.
           MOVE MNT-KEYER-ID        TO PND-KEYER-ID.
           MOVE WS-RUN-DATE-8       TO PND-KEYED-DT.
           MOVE ZEROS               TO PND-DECISION-DT.
           MOVE WS-RPT-BEFORE-IMAGE TO PND-BEFORE-IMAGE.
           MOVE MNT-REC-IMAGE(1:WS-IMAGE-LEN) TO PND-AFTER-IMAGE.

           WRITE FIL-PENDING FROM PEND-COPYBOOK-RECORD
              INVALID KEY
                 MOVE 'N' TO WS-IO-OK-SW
           END-WRITE.

           IF WS-IO-FAILED
              MOVE 'PENDING CHANGE FILE WRITE FAILED'
                 TO WS-REJECT-REASON
              PERFORM R2200-WRITE-EXCEPTION
           ELSE
              PERFORM R2450-SAVE-PENDING-CONTROL
              MOVE WS-CUR-KEYER-ID TO WS-RPT-TXN-KEYER
              MOVE 'PENDING NO  '  TO WS-RPT-TXN-STATUS
              MOVE WS-PND-LAST-SEQ TO WS-RPT-TXN-APPROVER
              MOVE SPACES TO WS-RPT-AFTER-IMAGE
              IF MNT-ACTION-DELETE
                 MOVE '(DELETED)' TO WS-RPT-AFTER-IMAGE
              ELSE
                 MOVE MNT-REC-IMAGE(1:WS-IMAGE-LEN)
                    TO WS-RPT-AFTER-IMAGE
              END-IF
              PERFORM R2310-WRITE-IMAGE-LINES
              ADD 1 TO WS-STAGED-CNT
           END-IF.
      * ---
      * THE CONTROL RECORD IS KEPT UP TO DATE AFTER EVERY CHANGE
      * STAGED, SO A RUN THAT DIES PART WAY NEVER REUSES A NUMBER
        R2450-SAVE-PENDING-CONTROL.
      * ---
           MOVE SPACES TO PEND-COPYBOOK-RECORD.
           MOVE ZEROS TO PND-SEQ-NO.
           MOVE WS-PND-LAST-SEQ TO PND-CTL-LAST-SEQ.
           REWRITE FIL-PENDING FROM PEND-COPYBOOK-RECORD.
      * ---
      * A KEYING RUN'S TRANSACTION AGAINST ONE OF THE KEYED MASTERS.
      * IT IS CHECKED AGAINST THE RECORD ON FILE NOW, SO A BAD ONE
      * IS REJECTED TO THE KEYER TODAY RATHER THAN TO THE APPROVER
      * LATER. A CHANGE CONFINED TO LISTED LOW-RISK FIELDS IS
      * APPLIED; EVERYTHING ELSE IS STAGED FOR APPROVAL
        R2500-SCREEN-KEYED-TXN.
      * ---
           PERFORM R2600-READ-CURRENT.

           EVALUATE TRUE
              WHEN MNT-ACTION-ADD AND WS-CUR-FOUND
                 MOVE 'RECORD ALREADY ON FILE' TO WS-REJECT-REASON
                 PERFORM R2200-WRITE-EXCEPTION
              WHEN NOT MNT-ACTION-ADD AND NOT WS-CUR-FOUND
                 MOVE 'RECORD NOT ON FILE' TO WS-REJECT-REASON
                 PERFORM R2200-WRITE-EXCEPTION
              WHEN OTHER
                 PERFORM R2700-CHECK-LOW-RISK
                 IF WS-LOW-RISK
                    PERFORM R2550-APPLY-KEYED-TXN
                 ELSE
                    IF WS-CUR-FOUND
                       MOVE WS-CUR-IMAGE TO WS-RPT-BEFORE-IMAGE
                    ELSE
                       MOVE '(NEW RECORD)' TO WS-RPT-BEFORE-IMAGE
                    END-IF
                    PERFORM R2400-STAGE-PENDING
                 END-IF
           END-EVALUATE.
      * ---
        R2550-APPLY-KEYED-TXN.
      * ---
           EVALUATE TRUE
              WHEN MNT-FILE-RATES
                 PERFORM R3100-APPLY-RATES
              WHEN MNT-FILE-TAXES
                 PERFORM R3200-APPLY-TAXES
              WHEN MNT-FILE-DEDUCT
                 PERFORM R3300-APPLY-DEDUCT
              WHEN MNT-FILE-JURIS
                 PERFORM R3400-APPLY-JURIS
              WHEN MNT-FILE-PERCTL
                 PERFORM R3450-APPLY-PERCTL
              WHEN MNT-FILE-DEMO
                 PERFORM R3460-APPLY-DEMO
              WHEN MNT-FILE-GARN
                 PERFORM R3480-APPLY-GARN
              WHEN MNT-FILE-GARNAGY
                 PERFORM R3490-APPLY-GARNAGY
           END-EVALUATE.
      * ---
      * THE TRANSACTION'S RECORD AS IT STANDS ON ITS KEYED MASTER,
      * SPACE-FILLED TO 170 SO EVERY MASTER COMPARES THE SAME WAY
        R2600-READ-CURRENT.
      * ---
           MOVE 'Y' TO WS-CUR-FOUND-SW.
           MOVE SPACES TO WS-CUR-IMAGE.

           EVALUATE TRUE
              WHEN MNT-FILE-RATES
                 MOVE WS-TXN-KEY TO FIL-RATES-KEY
                 READ FILE-RATES INTO WS-CUR-IMAGE
                    INVALID KEY
                       MOVE 'N' TO WS-CUR-FOUND-SW
                 END-READ
              WHEN MNT-FILE-TAXES
                 MOVE WS-TXN-KEY TO FIL-TAXES-KEY
                 READ FILE-TAXES INTO WS-CUR-IMAGE
                    INVALID KEY
                       MOVE 'N' TO WS-CUR-FOUND-SW
                 END-READ
              WHEN MNT-FILE-DEDUCT
                 MOVE WS-TXN-KEY TO FIL-DEDUCT-KEY
                 READ FILE-DEDUCT INTO WS-CUR-IMAGE
                    INVALID KEY
                       MOVE 'N' TO WS-CUR-FOUND-SW
                 END-READ
              WHEN MNT-FILE-JURIS
                 MOVE WS-TXN-KEY TO FIL-JURIS-KEY
                 READ FILE-JURIS INTO WS-CUR-IMAGE
                    INVALID KEY
                       MOVE 'N' TO WS-CUR-FOUND-SW
                 END-READ
              WHEN MNT-FILE-PERCTL
                 MOVE WS-TXN-KEY TO FIL-PERCTL-KEY
                 READ FILE-PERCTL INTO WS-CUR-IMAGE
                    INVALID KEY
                       MOVE 'N' TO WS-CUR-FOUND-SW
                 END-READ
              WHEN MNT-FILE-DEMO
                 MOVE WS-TXN-KEY TO FIL-DEMO-KEY
                 READ FILE-DEMO INTO WS-CUR-IMAGE
                    INVALID KEY
                       MOVE 'N' TO WS-CUR-FOUND-SW
                 END-READ
              WHEN MNT-FILE-GARN
                 MOVE WS-TXN-KEY TO FIL-GARN-KEY
                 READ FILE-GARN INTO WS-CUR-IMAGE
                    INVALID KEY
                       MOVE 'N' TO WS-CUR-FOUND-SW
                 END-READ
              WHEN MNT-FILE-GARNAGY
                 MOVE WS-TXN-KEY TO FIL-GARNAGY-KEY
                 READ FILE-GARNAGY INTO WS-CUR-IMAGE
                    INVALID KEY
                       MOVE 'N' TO WS-CUR-FOUND-SW
                 END-READ
           END-EVALUATE.

           IF NOT WS-CUR-FOUND
              MOVE SPACES TO WS-CUR-IMAGE
           END-IF.
      * ---
      * ONLY A CHANGE CAN SKIP APPROVAL. THE LISTED FIELDS ARE LAID
      * OVER THE RECORD ON FILE (WS-CUR-IMAGE) FROM THE IMAGE KEYED -
      * IF THAT MAKES THE TWO THE SAME, NOTHING BUT LISTED FIELDS
      * CHANGED
        R2700-CHECK-LOW-RISK.
      * ---
           MOVE 'N' TO WS-LOW-RISK-SW.

           IF MNT-ACTION-CHANGE
              MOVE WS-CUR-IMAGE  TO WS-CMP-BEFORE
              MOVE SPACES        TO WS-CMP-AFTER
              MOVE MNT-REC-IMAGE(1:WS-IMAGE-LEN) TO WS-CMP-AFTER
              PERFORM R2710-LAY-OVER-LOW-FIELD
                 VARYING WS-LOW-IDX FROM 1 BY 1
                 UNTIL WS-LOW-IDX > WS-LOW-MAX
              IF WS-CMP-BEFORE = WS-CMP-AFTER
                 MOVE 'Y' TO WS-LOW-RISK-SW
              END-IF
           END-IF.
      * ---
        R2710-LAY-OVER-LOW-FIELD.
      * ---
           IF WS-LOW-FILE-CD(WS-LOW-IDX) = MNT-FILE-CD
              AND WS-LOW-LISTED(WS-LOW-IDX)
              MOVE WS-CMP-AFTER(WS-LOW-START(WS-LOW-IDX):
                                WS-LOW-LEN(WS-LOW-IDX))
                TO WS-CMP-BEFORE(WS-LOW-START(WS-LOW-IDX):
                                 WS-LOW-LEN(WS-LOW-IDX))
           END-IF.
      * ---
      * EMPLOYEE-MASTER TRANSACTIONS ARE HELD UNTIL THE OLD-FILE/
      * NEW-FILE PASS AT END OF RUN, EACH SLOTTED IN BEHIND THE LAST
      * ONE HELD FOR ITS EMP ID OR ANY LOWER ONE
        R3050-STORE-PEOPLE-TXN.
      * ---
           MOVE 'N' TO WS-PPL-STORED-SW.

           IF WS-PPL-CNT < WS-PPL-MAX
              MOVE 'N' TO WS-PPL-SLOT-SW
              MOVE WS-PPL-CNT TO WS-PPL-IDX
              PERFORM R3055-OPEN-PPL-SLOT
                 UNTIL WS-PPL-IDX < 1 OR WS-PPL-SLOT-FOUND
              ADD 1 TO WS-PPL-CNT
              COMPUTE WS-PPL-SLOT = WS-PPL-IDX + 1
              MOVE MNT-ACTION-SW TO WS-PPL-TBL-ACTION(WS-PPL-SLOT)
              MOVE WS-TXN-KEY    TO WS-PPL-TBL-KEY(WS-PPL-SLOT)
              MOVE MNT-REC-IMAGE(1:170)
                 TO WS-PPL-TBL-IMAGE(WS-PPL-SLOT)
              MOVE WS-CUR-KEYER-ID
                 TO WS-PPL-TBL-KEYER(WS-PPL-SLOT)
              MOVE WS-CUR-APPROVER-ID
                 TO WS-PPL-TBL-APPROVER(WS-PPL-SLOT)
              MOVE WS-CUR-PEND-NO
                 TO WS-PPL-TBL-PEND-NO(WS-PPL-SLOT)
              MOVE WS-CUR-BEFORE-IMAGE
                 TO WS-PPL-TBL-BEFORE(WS-PPL-SLOT)
              MOVE 'Y' TO WS-PPL-STORED-SW
           ELSE
              MOVE 'EMPLOYEE TXN TABLE FULL' TO WS-REJECT-REASON
              PERFORM R2200-WRITE-EXCEPTION
           END-IF.
      * ---
      * MOVE THE HELD TRANSACTION AT WS-PPL-IDX UP ONE IF IT BELONGS
      * AFTER THE ONE BEING STORED
        R3055-OPEN-PPL-SLOT.
      * ---
           IF WS-PPL-TBL-KEY(WS-PPL-IDX) > WS-TXN-KEY
              MOVE WS-PPL-ENTRY(WS-PPL-IDX)
                 TO WS-PPL-ENTRY(WS-PPL-IDX + 1)
              SUBTRACT 1 FROM WS-PPL-IDX
           ELSE
              MOVE 'Y' TO WS-PPL-SLOT-SW
           END-IF.
      * ---
        R3100-APPLY-RATES.
      * ---
              PERFORM R2200-WRITE-EXCEPTION
           END-IF.
      * ---
      * THE DEMOGRAPHIC MASTER'S RECORD IS 100 BYTES, SO ITS
      * TRANSACTIONS USE THE FIRST 100 BYTES OF THE IMAGE
        R3460-APPLY-DEMO.
      * ---
           MOVE 'Y' TO WS-IO-OK-SW.
              END-READ
              IF WS-IO-OK
                 MOVE FIL-DEMO TO WS-RPT-BEFORE-IMAGE
                 PERFORM R3465-SAVE-DEMO-BEFORE
                 IF MNT-ACTION-CHANGE
                    MOVE MNT-REC-IMAGE(1:100) TO FIL-DEMO
                    REWRITE FIL-DEMO
              PERFORM R2200-WRITE-EXCEPTION
           END-IF.
      * ---
      * A GARNISHMENT ORDER IS 100 BYTES AND KEYED BY EMP ID AND
      * ORDER NUMBER. DIRECTDP REWRITES AN ORDER'S BALANCE AND
      * ARREARS EVERY CYCLE, SO A STAGED ORDER CHANGE MUST BE
      * APPROVED BEFORE THE NEXT CYCLE OR IT IS REFUSED AS CHANGED
        R3480-APPLY-GARN.
      * ---
           MOVE 'Y' TO WS-IO-OK-SW.
           MOVE WS-TXN-KEY TO FIL-GARN-KEY.
           MOVE SPACES TO WS-RPT-BEFORE-IMAGE.
           MOVE SPACES TO WS-RPT-AFTER-IMAGE.

           IF MNT-ACTION-ADD
              MOVE '(NEW RECORD)' TO WS-RPT-BEFORE-IMAGE
              MOVE MNT-REC-IMAGE(1:100) TO FIL-GARN
              WRITE FIL-GARN
                 INVALID KEY
                    MOVE 'N' TO WS-IO-OK-SW
                    MOVE 'RECORD ALREADY ON FILE'
                       TO WS-REJECT-REASON
              END-WRITE
              MOVE MNT-REC-IMAGE(1:100) TO WS-RPT-AFTER-IMAGE
           ELSE
              READ FILE-GARN
                 INVALID KEY
                    MOVE 'N' TO WS-IO-OK-SW
                    MOVE 'RECORD NOT ON FILE' TO WS-REJECT-REASON
              END-READ
              IF WS-IO-OK
                 MOVE FIL-GARN TO WS-RPT-BEFORE-IMAGE
                 IF MNT-ACTION-CHANGE
                    MOVE MNT-REC-IMAGE(1:100) TO FIL-GARN
                    REWRITE FIL-GARN
                    MOVE MNT-REC-IMAGE(1:100) TO WS-RPT-AFTER-IMAGE
                 ELSE
                    DELETE FILE-GARN RECORD
                    MOVE '(DELETED)' TO WS-RPT-AFTER-IMAGE
                 END-IF
              END-IF
           END-IF.

           IF WS-IO-OK
              PERFORM R2300-WRITE-CHANGE-DETAIL
           ELSE
              PERFORM R2200-WRITE-EXCEPTION
           END-IF.
      * ---
      * A GARNISHMENT PAYEE AGENCY - ITS BANKING AND FIPS CODE ARE
      * WHAT A CHILD-SUPPORT EFT IS SENT WITH, SO EVERY CHANGE TO
      * IT GOES THROUGH APPROVAL
        R3490-APPLY-GARNAGY.
      * ---
           MOVE 'Y' TO WS-IO-OK-SW.
           MOVE WS-TXN-KEY TO FIL-GARNAGY-KEY.
           MOVE SPACES TO WS-RPT-BEFORE-IMAGE.
           MOVE SPACES TO WS-RPT-AFTER-IMAGE.

           IF MNT-ACTION-ADD
              MOVE '(NEW RECORD)' TO WS-RPT-BEFORE-IMAGE
              MOVE MNT-REC-IMAGE(1:100) TO FIL-GARNAGY
              WRITE FIL-GARNAGY
                 INVALID KEY
                    MOVE 'N' TO WS-IO-OK-SW
                    MOVE 'RECORD ALREADY ON FILE'
                       TO WS-REJECT-REASON
              END-WRITE
              MOVE MNT-REC-IMAGE(1:100) TO WS-RPT-AFTER-IMAGE
           ELSE
              READ FILE-GARNAGY
                 INVALID KEY
                    MOVE 'N' TO WS-IO-OK-SW
                    MOVE 'RECORD NOT ON FILE' TO WS-REJECT-REASON
              END-READ
              IF WS-IO-OK
                 MOVE FIL-GARNAGY TO WS-RPT-BEFORE-IMAGE
                 IF MNT-ACTION-CHANGE
                    MOVE MNT-REC-IMAGE(1:100) TO FIL-GARNAGY
                    REWRITE FIL-GARNAGY
                    MOVE MNT-REC-IMAGE(1:100) TO WS-RPT-AFTER-IMAGE
                 ELSE
                    DELETE FILE-GARNAGY RECORD
                    MOVE '(DELETED)' TO WS-RPT-AFTER-IMAGE
                 END-IF
              END-IF
           END-IF.

           IF WS-IO-OK
              PERFORM R2300-WRITE-CHANGE-DETAIL
           ELSE
              PERFORM R2200-WRITE-EXCEPTION
           END-IF.
      * ---
      * KEEP THE DEMOGRAPHIC RECORD AS IT STOOD BEFORE THE RUN - THE
      * FIRST CHANGE TO AN EMPLOYEE'S RECORD IS THE ONE SAVED
        R3465-SAVE-DEMO-BEFORE.
      * ---
           PERFORM R3470-FIND-DEMO-BEFORE.

           IF NOT WS-ADC-FOUND
              IF WS-ADC-CNT < WS-ADC-MAX
                 ADD 1 TO WS-ADC-CNT
                 MOVE WS-TXN-KEY TO WS-ADC-KEY(WS-ADC-CNT)
                 MOVE FIL-DEMO   TO WS-ADC-IMAGE(WS-ADC-CNT)
              ELSE
                 DISPLAY 'ADDRESS CHANGE TABLE FULL - EMP '
                    WS-TXN-KEY ' LETTER GOES TO THE NEW ADDRESS'
              END-IF
           END-IF.
      * ---
        R3470-FIND-DEMO-BEFORE.
      * ---
           MOVE 'N' TO WS-ADC-FOUND-SW.
           PERFORM R3475-MATCH-DEMO-BEFORE
              VARYING WS-ADC-IDX FROM 1 BY 1
              UNTIL WS-ADC-IDX > WS-ADC-CNT OR WS-ADC-FOUND.
      * ---
        R3475-MATCH-DEMO-BEFORE.
      * ---
           IF WS-ADC-KEY(WS-ADC-IDX) = WS-TXN-KEY
              MOVE 'Y' TO WS-ADC-FOUND-SW
              MOVE WS-ADC-IMAGE(WS-ADC-IDX) TO DEMO-COPYBOOK-RECORD
           END-IF.
      * ---
      * BALANCED OLD-FILE/NEW-FILE PASS OVER THE EMPLOYEE MASTER.
      * BOTH THE MASTER AND THE HELD TRANSACTIONS ARE IN EMP-ID
      * ORDER, SO ONE FORWARD MATCH APPLIES EVERY TRANSACTION IN THE
                 PERFORM R3510-READ-OLD-MASTER
           END-EVALUATE.
      * ---
      * THE HELD TRANSACTION AT WS-PPL-PTR BECOMES THE CURRENT ONE -
      * WHO KEYED AND APPROVED IT, AND ITS PENDING-CHANGE NUMBER ON
      * AN APPROVAL RUN
        R3525-LOAD-PEOPLE-TXN.
      * ---
           MOVE WS-PPL-TBL-KEY(WS-PPL-PTR)    TO WS-TXN-KEY.
           MOVE WS-PPL-TBL-ACTION(WS-PPL-PTR) TO MNT-ACTION-SW.
           MOVE 'P'                           TO MNT-FILE-CD.
           MOVE WS-PPL-TBL-IMAGE(WS-PPL-PTR)  TO MNT-REC-IMAGE.
           MOVE WS-PPL-TBL-KEYER(WS-PPL-PTR)  TO MNT-KEYER-ID.
           MOVE WS-PPL-TBL-KEYER(WS-PPL-PTR)  TO WS-CUR-KEYER-ID.
           MOVE WS-PPL-TBL-APPROVER(WS-PPL-PTR)
              TO WS-CUR-APPROVER-ID.
           MOVE WS-PPL-TBL-PEND-NO(WS-PPL-PTR)
              TO WS-CUR-PEND-NO.
           MOVE WS-PPL-TBL-BEFORE(WS-PPL-PTR)
              TO WS-CUR-BEFORE-IMAGE.
           MOVE 170 TO WS-IMAGE-LEN.
      * ---
      * A KEYING RUN STAGES EVERY ADD FOR APPROVAL; AN APPROVAL RUN
      * APPLIES THE APPROVED ONE
        R3530-APPLY-PEOPLE-LOW-TXN.
      * ---
           PERFORM R3525-LOAD-PEOPLE-TXN.

           IF WS-PPL-TBL-ACTION(WS-PPL-PTR) = 'A'
              MOVE 'ADD     ' TO WS-ACTION-NAME
              MOVE '(NEW RECORD)' TO WS-RPT-BEFORE-IMAGE
              IF WS-KEYING-RUN
                 PERFORM R2400-STAGE-PENDING
              ELSE
                 WRITE FIL-NEWPEOPLE
                    FROM WS-PPL-TBL-IMAGE(WS-PPL-PTR)
                 MOVE WS-PPL-TBL-IMAGE(WS-PPL-PTR)
                    TO WS-RPT-AFTER-IMAGE
                 PERFORM R2300-WRITE-CHANGE-DETAIL
              END-IF
           ELSE
              IF WS-PPL-TBL-ACTION(WS-PPL-PTR) = 'C'
                 MOVE 'CHANGE  ' TO WS-ACTION-NAME
              END-IF
              MOVE 'RECORD NOT ON FILE' TO WS-REJECT-REASON
              PERFORM R2200-WRITE-EXCEPTION
              IF WS-APPROVAL-RUN
                 PERFORM R5300-MARK-NOT-APPLIED
              END-IF
           END-IF.

           ADD 1 TO WS-PPL-PTR.
      * ---
      * ON A KEYING RUN A CHANGE CONFINED TO LISTED LOW-RISK FIELDS
      * IS APPLIED AND ANY OTHER CHANGE OR DELETE IS STAGED. ON AN
      * APPROVAL RUN THE APPROVED CHANGE IS APPLIED ONLY IF THE
      * RECORD IS STILL AS IT WAS WHEN KEYED. WHATEVER IS NOT
      * APPLIED LEAVES THE OLD MASTER RECORD TO BE COPIED AS IT IS
        R3540-APPLY-PEOPLE-EQ-TXN.
      * ---
           PERFORM R3525-LOAD-PEOPLE-TXN.

           EVALUATE WS-PPL-TBL-ACTION(WS-PPL-PTR)
              WHEN 'A'
                 MOVE 'ADD     ' TO WS-ACTION-NAME
                 MOVE 'RECORD ALREADY ON FILE' TO WS-REJECT-REASON
                 PERFORM R2200-WRITE-EXCEPTION
                 IF WS-APPROVAL-RUN
                    PERFORM R5300-MARK-NOT-APPLIED
                 END-IF

              WHEN 'C'
                 MOVE 'CHANGE  ' TO WS-ACTION-NAME
                 MOVE WS-OLD-MASTER-IMAGE TO WS-CUR-IMAGE
                 IF WS-KEYING-RUN
                    PERFORM R2700-CHECK-LOW-RISK
                    IF WS-LOW-RISK
                       PERFORM R3545-APPLY-PEOPLE-CHANGE
                    ELSE
                       MOVE WS-OLD-MASTER-IMAGE
                          TO WS-RPT-BEFORE-IMAGE
                       PERFORM R2400-STAGE-PENDING
                    END-IF
                 ELSE
                    IF WS-OLD-MASTER-IMAGE = WS-CUR-BEFORE-IMAGE
                       PERFORM R3545-APPLY-PEOPLE-CHANGE
                    ELSE
                       PERFORM R5250-REFUSE-STALE
                    END-IF
                 END-IF

              WHEN 'D'
                 MOVE 'DELETE  ' TO WS-ACTION-NAME
                 MOVE WS-OLD-MASTER-IMAGE TO WS-RPT-BEFORE-IMAGE
                 IF WS-KEYING-RUN
                    PERFORM R2400-STAGE-PENDING
                 ELSE
                    IF WS-OLD-MASTER-IMAGE = WS-CUR-BEFORE-IMAGE
                       MOVE '(DELETED)' TO WS-RPT-AFTER-IMAGE
                       PERFORM R2300-WRITE-CHANGE-DETAIL
                       PERFORM R3510-READ-OLD-MASTER
                    ELSE
                       PERFORM R5250-REFUSE-STALE
                    END-IF
                 END-IF
           END-EVALUATE.

           ADD 1 TO WS-PPL-PTR.
      * ---
        R3545-APPLY-PEOPLE-CHANGE.
      * ---
           MOVE WS-OLD-MASTER-IMAGE TO WS-RPT-BEFORE-IMAGE.
           MOVE WS-PPL-TBL-IMAGE(WS-PPL-PTR) TO WS-RPT-AFTER-IMAGE.
           WRITE FIL-NEWPEOPLE
              FROM WS-PPL-TBL-IMAGE(WS-PPL-PTR).
           PERFORM R2300-WRITE-CHANGE-DETAIL.
           PERFORM R3600-CHECK-BANK-CHANGE.
           PERFORM R3510-READ-OLD-MASTER.
      * ---
      * A CHANGE THAT MOVES A ROUTING OR ACCOUNT NUMBER (EITHER
      * ACCOUNT) IS A BANK CHANGE. IT DOES NOT GO LIVE RIGHT AWAY -
      * THE HOLD FILE KEEPS THE BANKING THAT WAS ON FILE BEFORE, AND
      * DIRECTDP PAYS TO THAT UNTIL THE COOLING-OFF PERIOD IS OVER.
      * A SECOND CHANGE WHILE A HOLD IS STILL OPEN RESTARTS THE
      * PERIOD BUT KEEPS THE ORIGINAL OLD BANKING, SO A RUN OF
      * CHANGES CANNOT WALK THE PAY AWAY ONE STEP AT A TIME. TAKING
      * THE BANKING OFF ALTOGETHER MOVES NO MONEY AND IS NOT HELD
        R3600-CHECK-BANK-CHANGE.
      * ---
           MOVE WS-OLD-MASTER-IMAGE TO NAMES-COPYBOOK-RECORD.
           MOVE SPACES TO BKHOLD-COPYBOOK-RECORD.
           MOVE WS-PAY-METHOD-SW   TO BKH-OLD-PAY-METHOD-SW.
           MOVE WS-SPLIT-PCT       TO BKH-OLD-SPLIT-PCT.
           MOVE WS-ROUTE-NO        TO BKH-OLD-ROUTE-NO.
           MOVE WS-ACCT-TYPE       TO BKH-OLD-ACCT-TYPE.
           MOVE WS-ACCT-NO         TO BKH-OLD-ACCT-NO.
           MOVE WS-NEW-ACCT-SW     TO BKH-OLD-NEW-ACCT-SW.
           MOVE WS-ACCT-HOLD-SW    TO BKH-OLD-ACCT-HOLD-SW.
           MOVE WS-ROUTE-NO-2      TO BKH-OLD-ROUTE-NO-2.
           MOVE WS-ACCT-TYPE-2     TO BKH-OLD-ACCT-TYPE-2.
           MOVE WS-ACCT-NO-2       TO BKH-OLD-ACCT-NO-2.
           MOVE WS-NEW-ACCT-SW-2   TO BKH-OLD-NEW-ACCT-SW-2.
           MOVE WS-ACCT-HOLD-SW-2  TO BKH-OLD-ACCT-HOLD-SW-2.

           MOVE WS-PPL-TBL-IMAGE(WS-PPL-PTR) TO NAMES-COPYBOOK-RECORD.
           MOVE 'N' TO WS-BANK-CHG-SW.
           IF WS-ROUTE-NO   NOT = BKH-OLD-ROUTE-NO
           OR WS-ACCT-NO    NOT = BKH-OLD-ACCT-NO
           OR WS-ROUTE-NO-2 NOT = BKH-OLD-ROUTE-NO-2
           OR WS-ACCT-NO-2  NOT = BKH-OLD-ACCT-NO-2
              MOVE 'Y' TO WS-BANK-CHG-SW
           END-IF.
           IF WS-ROUTE-ABA = ZEROS AND WS-ROUTE-ABA-2 = ZEROS
              MOVE 'N' TO WS-BANK-CHG-SW
           END-IF.

           IF WS-BANK-CHANGED
              PERFORM R3610-POST-BANK-HOLD
           END-IF.
      * ---
        R3610-POST-BANK-HOLD.
      * ---
           MOVE BKHOLD-COPYBOOK-RECORD TO WS-BKH-NEW-IMAGE.

           MOVE WS-EMP-ID TO FIL-BKHOLD-KEY.
           MOVE 'Y' TO WS-HOLD-FOUND-SW.
           READ FILE-BKHOLD INTO BKHOLD-COPYBOOK-RECORD
              INVALID KEY
                 MOVE 'N' TO WS-HOLD-FOUND-SW
           END-READ.

           IF WS-HOLD-FOUND AND BKH-RELEASE-DT > WS-RUN-DATE-8
              ADD 1 TO BKH-CHANGE-CNT
              DISPLAY 'BANK CHANGE FOR EMP ' WS-EMP-ID
                 ' WHILE HOLD OPEN - CHANGE ' BKH-CHANGE-CNT
                 ' IN THE PERIOD'
           ELSE
              MOVE WS-BKH-NEW-IMAGE TO BKHOLD-COPYBOOK-RECORD
              MOVE 1 TO BKH-CHANGE-CNT
           END-IF.

           MOVE WS-EMP-ID       TO BKH-EMP-ID.
           MOVE WS-PERSON-NM    TO BKH-PERSON-NM.
           MOVE WS-RUN-DATE-8   TO BKH-CHANGE-DT.
           MOVE WS-RELEASE-DT-8 TO BKH-RELEASE-DT.
           MOVE WS-ROUTE-NO     TO BKH-NEW-ROUTE-NO.
           MOVE WS-ACCT-NO      TO BKH-NEW-ACCT-NO.
           MOVE WS-ROUTE-NO-2   TO BKH-NEW-ROUTE-NO-2.
           MOVE WS-ACCT-NO-2    TO BKH-NEW-ACCT-NO-2.

           PERFORM R3700-WRITE-BANK-LETTER.

           IF WS-HOLD-FOUND
              REWRITE FIL-BKHOLD FROM BKHOLD-COPYBOOK-RECORD
           ELSE
              WRITE FIL-BKHOLD FROM BKHOLD-COPYBOOK-RECORD
           END-IF.

           DISPLAY 'BANK CHANGE HELD FOR EMP ' WS-EMP-ID
              ' UNTIL ' WS-RELEASE-DT-8.
           ADD 1 TO WS-BANK-CHG-CNT.
      * ---
      * THE CONFIRMATION LETTER GOES TO THE MAILING ADDRESS ON THE
      * DEMOGRAPHIC MASTER AS IT STOOD BEFORE THIS RUN - NEVER TO
      * THE NEW ACCOUNT'S HOLDER. NO ADDRESS ON FILE MEANS NO
      * LETTER; THE EXCEPTION LISTING SAYS SO AND PAYROLL CONFIRMS
      * THE CHANGE WITH THE EMPLOYEE SOME OTHER WAY
        R3700-WRITE-BANK-LETTER.
      * ---
           MOVE 'N' TO WS-ADDR-FOUND-SW.
           PERFORM R3470-FIND-DEMO-BEFORE.
           IF WS-ADC-FOUND
              MOVE 'Y' TO WS-ADDR-FOUND-SW
           ELSE
              MOVE WS-EMP-ID TO FIL-DEMO-KEY
              MOVE 'Y' TO WS-ADDR-FOUND-SW
              READ FILE-DEMO INTO DEMO-COPYBOOK-RECORD
                 INVALID KEY
                    MOVE 'N' TO WS-ADDR-FOUND-SW
              END-READ
           END-IF.
           IF WS-ADDR-FOUND AND DEMO-ADDR-1 = SPACES
              MOVE 'N' TO WS-ADDR-FOUND-SW
           END-IF.

           IF NOT WS-ADDR-FOUND
              MOVE 'N' TO BKH-LETTER-SW
              MOVE 'CHANGE  '       TO WS-EXC-ACTION
              MOVE 'PEOPLE  '       TO WS-EXC-FILE
              MOVE WS-EMP-ID        TO WS-EXC-KEY
              MOVE 'BANK CHANGE HELD - NO ADDRESS FOR LETTER'
                 TO WS-EXC-REASON
              WRITE FIL-MNTEXC FROM WS-EXC-DETAIL-LINE
                 AFTER ADVANCING 1 LINE
              DISPLAY 'NO ADDRESS ON FILE FOR EMP ' WS-EMP-ID
                 ' - BANK CHANGE LETTER NOT PRINTED'
              ADD 1 TO WS-NO-ADDR-CNT
           ELSE
              MOVE 'Y' TO BKH-LETTER-SW
              PERFORM R3710-PRINT-LETTER
              ADD 1 TO WS-LETTER-CNT
           END-IF.
      * ---
        R3710-PRINT-LETTER.
      * ---
           MOVE WS-RUN-DATE-8 TO WS-EDIT-DT-8.
           PERFORM R8400-EDIT-DATE.
           MOVE WS-EDIT-DT-OUT TO WS-LTR-RUN-DT.
           WRITE FIL-BKLTR FROM WS-LTR-HEADING
              AFTER ADVANCING PAGE.

           MOVE WS-PERSON-NM TO WS-LTR-ADDR.
           WRITE FIL-BKLTR FROM WS-LTR-ADDR-LINE
              AFTER ADVANCING 3 LINES.
           MOVE DEMO-ADDR-1 TO WS-LTR-ADDR.
           WRITE FIL-BKLTR FROM WS-LTR-ADDR-LINE
              AFTER ADVANCING 1 LINE.
           IF DEMO-ADDR-2 NOT = SPACES
              MOVE DEMO-ADDR-2 TO WS-LTR-ADDR
              WRITE FIL-BKLTR FROM WS-LTR-ADDR-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
           MOVE DEMO-CITY  TO WS-LTR-CITY.
           MOVE DEMO-STATE TO WS-LTR-STATE.
           MOVE DEMO-ZIP   TO WS-LTR-ZIP.
           WRITE FIL-BKLTR FROM WS-LTR-CITY-LINE
              AFTER ADVANCING 1 LINE.

           MOVE 'DIRECT DEPOSIT CHANGE - PLEASE READ'
              TO WS-LTR-TEXT.
           WRITE FIL-BKLTR FROM WS-LTR-TEXT-LINE
              AFTER ADVANCING 3 LINES.
           MOVE 'THE DIRECT DEPOSIT BANKING ON YOUR PAYROLL RECORD HAS'
              TO WS-LTR-TEXT.
           WRITE FIL-BKLTR FROM WS-LTR-TEXT-LINE
              AFTER ADVANCING 2 LINES.
           MOVE 'BEEN CHANGED TO:' TO WS-LTR-TEXT.
           WRITE FIL-BKLTR FROM WS-LTR-TEXT-LINE
              AFTER ADVANCING 1 LINE.

           IF WS-ROUTE-ABA NOT = ZEROS
              MOVE 'ACCOUNT         ' TO WS-LTR-ACCT-DESC
              MOVE WS-ROUTE-NO TO WS-LTR-ROUTE
              MOVE WS-ACCT-NO  TO WS-MASK-ACCT-IN
              PERFORM R3720-MASK-ACCT
              MOVE WS-MASKED-ACCT TO WS-LTR-ACCT
              WRITE FIL-BKLTR FROM WS-LTR-ACCT-LINE
                 AFTER ADVANCING 2 LINES
           END-IF.
           IF WS-ROUTE-ABA-2 NOT = ZEROS
              MOVE 'SECOND ACCOUNT  ' TO WS-LTR-ACCT-DESC
              MOVE WS-ROUTE-NO-2 TO WS-LTR-ROUTE
              MOVE WS-ACCT-NO-2  TO WS-MASK-ACCT-IN
              PERFORM R3720-MASK-ACCT
              MOVE WS-MASKED-ACCT TO WS-LTR-ACCT
              WRITE FIL-BKLTR FROM WS-LTR-ACCT-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.

           MOVE BKH-RELEASE-DT TO WS-EDIT-DT-8.
           PERFORM R8400-EDIT-DATE.
           MOVE 'PAY DATED BEFORE ' TO WS-LTR-DT-TEXT.
           MOVE WS-EDIT-DT-OUT TO WS-LTR-DT.
           MOVE ' IS PAID THE WAY IT' TO WS-LTR-DT-TEXT-2.
           WRITE FIL-BKLTR FROM WS-LTR-DATE-LINE
              AFTER ADVANCING 2 LINES.
           MOVE 'WAS BEFORE THE CHANGE. PAY DATED ON OR AFTER THAT DATE'
              TO WS-LTR-TEXT.
           WRITE FIL-BKLTR FROM WS-LTR-TEXT-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'GOES TO THE BANKING SHOWN ABOVE.' TO WS-LTR-TEXT.
           WRITE FIL-BKLTR FROM WS-LTR-TEXT-LINE
              AFTER ADVANCING 1 LINE.

           MOVE 'IF YOU DID NOT ASK FOR THIS CHANGE, CALL THE PAYROLL'
              TO WS-LTR-TEXT.
           WRITE FIL-BKLTR FROM WS-LTR-TEXT-LINE
              AFTER ADVANCING 2 LINES.
           MOVE 'DEPARTMENT AT ONCE SO IT CAN BE STOPPED BEFORE ANY'
              TO WS-LTR-TEXT.
           WRITE FIL-BKLTR FROM WS-LTR-TEXT-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'PAY IS SENT TO THE NEW ACCOUNT.' TO WS-LTR-TEXT.
           WRITE FIL-BKLTR FROM WS-LTR-TEXT-LINE
              AFTER ADVANCING 1 LINE.
      * ---
      * THE LAST FOUR CHARACTERS OF THE ACCOUNT IN WS-MASK-ACCT-IN
      * GO INTO THE MASK - AN ACCOUNT SHORTER THAN FOUR PRINTS WHAT
      * THERE IS
        R3720-MASK-ACCT.
      * ---
           MOVE ZEROS  TO WS-MASK-END.
           MOVE SPACES TO WS-MASK-LAST4.
           PERFORM R3725-FIND-ACCT-END
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
        R3725-FIND-ACCT-END.
      * ---
           IF WS-MASK-ACCT-IN(WS-MASK-POS:1) NOT = SPACE
              MOVE WS-MASK-POS TO WS-MASK-END
           END-IF.
      * ---
      * AN APPROVAL RUN'S DECISION CARDS, ONE AT A TIME
        R5000-PROCESS-DECISION.
      * ---
           IF WS-EOF-APPROVE NOT = 'Y'
              PERFORM R5100-APPLY-DECISION
              PERFORM R1150-READ-DECISION
           END-IF.
      * ---
      * A DECISION NEEDS A PENDING CHANGE STILL WAITING ON ONE, AND
      * AN APPROVER WHO IS NOT THE PERSON WHO KEYED IT - OTHERWISE
      * IT IS REFUSED AND THE CHANGE STAYS PENDING. A REJECTED
      * CHANGE IS CLOSED OFF; AN APPROVED ONE IS APPLIED
        R5100-APPLY-DECISION.
      * ---
           MOVE SPACES TO WS-ACTION-NAME.
           MOVE SPACES TO WS-FILE-NAME.
           MOVE SPACES TO WS-TXN-KEY.
           MOVE FIL-AP-PEND-NO     TO WS-DR-PEND-NO.
           MOVE FIL-AP-APPROVER-ID TO WS-CUR-APPROVER-ID.

           MOVE 'N' TO WS-PND-FOUND-SW.
           IF FIL-AP-PEND-NO IS NUMERIC
              AND FIL-AP-PEND-NO NOT = ZEROS
              MOVE FIL-AP-PEND-NO TO FIL-PENDING-KEY
              MOVE 'Y' TO WS-PND-FOUND-SW
              READ FILE-PENDING INTO PEND-COPYBOOK-RECORD
                 INVALID KEY
                    MOVE 'N' TO WS-PND-FOUND-SW
              END-READ
           END-IF.
           IF WS-PND-FOUND
              PERFORM R5150-LOAD-PENDING-TXN
           END-IF.

           EVALUATE TRUE
              WHEN NOT WS-PND-FOUND
                 MOVE 'NOT ON FILE' TO WS-DR-TEXT
                 PERFORM R5190-REFUSE-DECISION
              WHEN NOT PND-PENDING
                 MOVE 'ALREADY DECIDED' TO WS-DR-TEXT
                 PERFORM R5190-REFUSE-DECISION
              WHEN FIL-AP-APPROVER-ID = SPACES
                 MOVE 'NO APPROVER ID' TO WS-DR-TEXT
                 PERFORM R5190-REFUSE-DECISION
              WHEN FIL-AP-APPROVER-ID = PND-KEYER-ID
                 MOVE 'APPROVER IS KEYER' TO WS-DR-TEXT
                 PERFORM R5190-REFUSE-DECISION
                 DISPLAY '*** ' FIL-AP-APPROVER-ID ' TRIED TO APPROVE '
                    'THEIR OWN CHANGE ' FIL-AP-PEND-NO ' - REFUSED ***'
                 ADD 1 TO WS-SELF-APPR-CNT
              WHEN FIL-AP-DECISION = 'R'
                 MOVE 'R'                TO PND-STATUS-SW
                 MOVE FIL-AP-APPROVER-ID TO PND-APPROVER-ID
                 MOVE WS-RUN-DATE-8      TO PND-DECISION-DT
                 REWRITE FIL-PENDING FROM PEND-COPYBOOK-RECORD
                 MOVE 'REJECTED BY APPROVER' TO WS-DR-TEXT
                 PERFORM R5190-REFUSE-DECISION
              WHEN FIL-AP-DECISION = 'A'
                 MOVE 'A'                TO PND-STATUS-SW
                 MOVE FIL-AP-APPROVER-ID TO PND-APPROVER-ID
                 MOVE WS-RUN-DATE-8      TO PND-DECISION-DT
                 PERFORM R5200-APPLY-APPROVED
              WHEN OTHER
                 MOVE 'BAD DECISION CODE' TO WS-DR-TEXT
                 PERFORM R5190-REFUSE-DECISION
           END-EVALUATE.
      * ---
      * THE PENDING CHANGE BECOMES THE CURRENT TRANSACTION, JUST AS
      * IF IT HAD COME OFF THE MAINT FILE
        R5150-LOAD-PENDING-TXN.
      * ---
           MOVE SPACES TO MNT-COPYBOOK-RECORD.
           MOVE PND-ACTION-SW    TO MNT-ACTION-SW.
           MOVE PND-FILE-CD      TO MNT-FILE-CD.
           MOVE PND-AFTER-IMAGE  TO MNT-REC-IMAGE.
           MOVE PND-KEYER-ID     TO MNT-KEYER-ID.
           MOVE PND-KEYER-ID     TO WS-CUR-KEYER-ID.
           MOVE PND-REC-KEY      TO WS-TXN-KEY.
           MOVE PND-SEQ-NO       TO WS-CUR-PEND-NO.
           MOVE PND-BEFORE-IMAGE TO WS-CUR-BEFORE-IMAGE.
           PERFORM R2100-VALIDATE-TXN.
      * ---
        R5190-REFUSE-DECISION.
      * ---
           MOVE WS-DECISION-REASON TO WS-REJECT-REASON.
           PERFORM R2200-WRITE-EXCEPTION.
      * ---
      * AN APPROVED EMPLOYEE-MASTER CHANGE IS HELD FOR THE PASS AT
      * END OF RUN (AND STAYS PENDING IF THERE IS NO ROOM TO HOLD
      * IT). AN APPROVED KEYED-MASTER CHANGE IS APPLIED NOW, UNLESS
      * THE RECORD HAS CHANGED SINCE IT WAS KEYED - APPLYING IT THEN
      * WOULD QUIETLY UNDO WHATEVER CHANGED IT
        R5200-APPLY-APPROVED.
      * ---
           IF MNT-FILE-PEOPLE
              PERFORM R3050-STORE-PEOPLE-TXN
              IF WS-PPL-STORED
                 REWRITE FIL-PENDING FROM PEND-COPYBOOK-RECORD
              END-IF
           ELSE
              PERFORM R2600-READ-CURRENT
              IF NOT MNT-ACTION-ADD
                 AND WS-CUR-FOUND
                 AND WS-CUR-IMAGE NOT = WS-CUR-BEFORE-IMAGE
                 MOVE 'RECORD CHANGED SINCE KEYED - REKEY'
                    TO WS-REJECT-REASON
                 PERFORM R2200-WRITE-EXCEPTION
                 MOVE 'X' TO PND-STATUS-SW
              ELSE
                 PERFORM R2550-APPLY-KEYED-TXN
                 IF WS-IO-FAILED
                    MOVE 'X' TO PND-STATUS-SW
                 END-IF
              END-IF
              REWRITE FIL-PENDING FROM PEND-COPYBOOK-RECORD
           END-IF.
      * ---
      * AN APPROVED EMPLOYEE-MASTER CHANGE WHOSE RECORD CHANGED
      * SINCE IT WAS KEYED
        R5250-REFUSE-STALE.
      * ---
           MOVE 'RECORD CHANGED SINCE KEYED - REKEY'
              TO WS-REJECT-REASON.
           PERFORM R2200-WRITE-EXCEPTION.
           PERFORM R5300-MARK-NOT-APPLIED.
      * ---
      * AN APPROVED CHANGE THE EMPLOYEE PASS COULD NOT APPLY IS
      * CLOSED OFF AS NOT APPLIED - IT HAS TO BE KEYED AGAIN
        R5300-MARK-NOT-APPLIED.
      * ---
           MOVE WS-CUR-PEND-NO TO FIL-PENDING-KEY.
           READ FILE-PENDING INTO PEND-COPYBOOK-RECORD
              INVALID KEY
                 MOVE SPACES TO PND-STATUS-SW
           END-READ.
           IF PND-APPLIED
              MOVE 'X' TO PND-STATUS-SW
              REWRITE FIL-PENDING FROM PEND-COPYBOOK-RECORD
           END-IF.
      * ---
      * THE AGING REPORT - EVERY CHANGE STILL PENDING, WITH THOSE
      * KEYED MORE THAN WS-PEND-AGE-DAYS AGO LISTED FOR FOLLOW-UP.
      * KEY ZEROS IS THE CONTROL RECORD AND IS PASSED OVER
        R6000-LIST-AGED-PENDING.
      * ---
           MOVE WS-PEND-AGE-DAYS TO WS-AGE-H-DAYS.
           WRITE FIL-PENDRPT FROM WS-AGE-HEADING-1
              AFTER ADVANCING PAGE.
           WRITE FIL-PENDRPT FROM WS-AGE-HEADING-2
              AFTER ADVANCING 2 LINES.

           MOVE 'N' TO WS-EOF-PENDING.
           MOVE ZEROS TO FIL-PENDING-KEY.
           START FILE-PENDING KEY GREATER THAN FIL-PENDING-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF-PENDING
           END-START.
           PERFORM R6100-SCAN-PENDING-ENTRY
              UNTIL WS-EOF-PENDING = 'Y'.

           MOVE WS-PEND-OPEN-CNT TO WS-AGE-T-PENDING.
           MOVE WS-PEND-OVER-CNT TO WS-AGE-T-OVER.
           WRITE FIL-PENDRPT FROM WS-AGE-TOTAL-LINE
              AFTER ADVANCING 2 LINES.
      * ---
        R6100-SCAN-PENDING-ENTRY.
      * ---
           READ FILE-PENDING NEXT RECORD INTO PEND-COPYBOOK-RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-PENDING
              NOT AT END
                 IF PND-PENDING
                    PERFORM R6200-AGE-PENDING-CHANGE
                 END-IF
           END-READ.
      * ---
      * CALENDAR DAYS FROM THE DAY THE CHANGE WAS KEYED TO TODAY
        R6200-AGE-PENDING-CHANGE.
      * ---
           ADD 1 TO WS-PEND-OPEN-CNT.
           MOVE ZEROS TO WS-AGE-DAYS.
           MOVE PND-KEYED-DT TO WS-DT-WORK.
           PERFORM R6250-COUNT-AGE-DAY
              UNTIL WS-DT-WORK NOT < WS-RUN-DATE-8.

           IF WS-AGE-DAYS > WS-PEND-AGE-DAYS
              ADD 1 TO WS-PEND-OVER-CNT
              MOVE PND-SEQ-NO   TO WS-AGE-PEND-NO
              EVALUATE PND-ACTION-SW
                 WHEN 'A'
                    MOVE 'ADD     ' TO WS-AGE-ACTION
                 WHEN 'C'
                    MOVE 'CHANGE  ' TO WS-AGE-ACTION
                 WHEN OTHER
                    MOVE 'DELETE  ' TO WS-AGE-ACTION
              END-EVALUATE
              MOVE PND-FILE-CD  TO MNT-FILE-CD
              EVALUATE TRUE
                 WHEN MNT-FILE-PEOPLE
                    MOVE 'PEOPLE  ' TO WS-AGE-FILE
                 WHEN MNT-FILE-RATES
                    MOVE 'RATES   ' TO WS-AGE-FILE
                 WHEN MNT-FILE-TAXES
                    MOVE 'TAXES   ' TO WS-AGE-FILE
                 WHEN MNT-FILE-DEDUCT
                    MOVE 'DEDUCT  ' TO WS-AGE-FILE
                 WHEN MNT-FILE-JURIS
                    MOVE 'JURIS   ' TO WS-AGE-FILE
                 WHEN MNT-FILE-PERCTL
                    MOVE 'PERCTL  ' TO WS-AGE-FILE
                 WHEN MNT-FILE-GARN
                    MOVE 'GARNISH ' TO WS-AGE-FILE
                 WHEN MNT-FILE-GARNAGY
                    MOVE 'GARNAGY ' TO WS-AGE-FILE
                 WHEN OTHER
                    MOVE 'DEMOGRPH' TO WS-AGE-FILE
              END-EVALUATE
              MOVE PND-REC-KEY  TO WS-AGE-KEY
              MOVE PND-KEYER-ID TO WS-AGE-KEYER
              MOVE PND-KEYED-DT TO WS-EDIT-DT-8
              PERFORM R8400-EDIT-DATE
              MOVE WS-EDIT-DT-OUT TO WS-AGE-KEYED-DT
              MOVE WS-AGE-DAYS  TO WS-AGE-DAYS-OUT
              WRITE FIL-PENDRPT FROM WS-AGE-DETAIL-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
      * ---
        R6250-COUNT-AGE-DAY.
      * ---
           PERFORM R8200-NEXT-DAY.
           ADD 1 TO WS-AGE-DAYS.
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
      * WS-EDIT-DT-8 (YYYYMMDD) TO WS-EDIT-DT-OUT (MM/DD/YYYY)
        R8400-EDIT-DATE.
      * ---
           MOVE WS-EDIT-MM   TO WS-EDIT-OUT-MM.
           MOVE WS-EDIT-DD   TO WS-EDIT-OUT-DD.
           MOVE WS-EDIT-YYYY TO WS-EDIT-OUT-YYYY.
      * ---
        R4000-CLOSE-DATASETS.
      * ---
           CLOSE FILE-JURIS.
           CLOSE FILE-PERCTL.
           CLOSE FILE-DEMO.
           CLOSE FILE-GARN.
           CLOSE FILE-GARNAGY.
           CLOSE FILE-PEOPLE.
           CLOSE FILE-NEWPEOPLE.
           CLOSE FILE-MNTRPT.
           CLOSE FILE-MNTEXC.
           CLOSE FILE-BKLTR.
           CLOSE FILE-MNTCTL.
           CLOSE FILE-BKHOLD.
           CLOSE FILE-MNTLOW.
           CLOSE FILE-APPROVE.
           CLOSE FILE-PENDRPT.
           CLOSE FILE-PENDING.
