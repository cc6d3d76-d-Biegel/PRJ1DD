      *****************************************************************
      * FILE: RUNWKC.CPY                                              *
      * RECORD LENGTH: 200 BYTES                                      *
      * KEYED (BY RWK-KEY) DIRECTDP RUN WORK FILE - CLEARED AT THE    *
      * START OF EVERY RUN AND HOLDING WHAT THE RUN USED TO KEEP IN   *
      * FIXED-SIZE TABLES: THE PERIOD'S TIMECARDS, THE ONE-TIME AND   *
      * RETRO PAYMENTS, THE REVERSAL REQUESTS, THE TRIAL RUN'S PRIOR- *
      * CYCLE PAY, AND THE GL/LABOR DISTRIBUTION ACCUMULATORS. THE    *
      * FIRST BYTE OF THE KEY IS THE RECORD TYPE; THE REST OF THE KEY *
      * AND THE DATA AREA ARE REDEFINED FOR EACH TYPE. READING A TYPE *
      * BACK IN KEY ORDER GIVES THE ACCUMULATORS SORTED BY COMPANY OR *
      * DEPARTMENT FOR THE END-OF-RUN REPORTS                         *
      *****************************************************************
       01  RUNWK-COPYBOOK-RECORD.
           02  RWK-KEY.
              03 RWK-REC-TYPE          PIC X(01).
                 88 RWK-IS-TIMECARD           VALUE 'T'.
                 88 RWK-IS-ONETIME            VALUE 'O'.
                 88 RWK-IS-RETRO-REQ          VALUE 'A'.
                 88 RWK-IS-REVERSAL           VALUE 'R'.
                 88 RWK-IS-VARIANCE           VALUE 'V'.
                 88 RWK-IS-GL-JURIS           VALUE 'J'.
                 88 RWK-IS-GL-DEPT            VALUE 'G'.
                 88 RWK-IS-LABOR              VALUE 'L'.
              03 RWK-SUB-KEY           PIC X(29).
      * --- 'T' - TIMECARD: BASE CARDS ('B') AHEAD OF EARNINGS-CODE
      *     LINES ('E'), EACH IN THE ORDER THEY CAME OFF THE FILE
              03 RWK-TC-KEY REDEFINES RWK-SUB-KEY.
                 04 RWK-TC-EMP-ID      PIC X(06).
                 04 RWK-TC-KIND        PIC X(01).
                    88 RWK-TC-BASE-CARD       VALUE 'B'.
                    88 RWK-TC-EARN-LINE       VALUE 'E'.
                 04 RWK-TC-SEQ         PIC 9(06).
                 04 FILLER             PIC X(16).
      * --- 'O' - ONE-TIME (OR RETRO) PAYMENT, ONE PER EMPLOYEE
              03 RWK-OT-KEY REDEFINES RWK-SUB-KEY.
                 04 RWK-OT-EMP-ID      PIC X(06).
                 04 FILLER             PIC X(23).
      * --- 'A' - RETRO ADJUSTMENT REQUEST
              03 RWK-RT-KEY REDEFINES RWK-SUB-KEY.
                 04 RWK-RT-EMP-ID      PIC X(06).
                 04 RWK-RT-SEQ         PIC 9(06).
                 04 FILLER             PIC X(17).
      * --- 'R' - REVERSAL REQUEST
              03 RWK-REV-KEY REDEFINES RWK-SUB-KEY.
                 04 RWK-REV-EMP-ID     PIC X(06).
                 04 RWK-REV-TRACE      PIC 9(15).
                 04 FILLER             PIC X(08).
      * --- 'V' - TRIAL RUN PRIOR-CYCLE PAY
              03 RWK-VAR-KEY REDEFINES RWK-SUB-KEY.
                 04 RWK-VAR-EMP-ID     PIC X(06).
                 04 FILLER             PIC X(23).
      * --- 'J' - STATE/LOCAL WITHHOLDING BY COMPANY/JURISDICTION
              03 RWK-GLJ-KEY REDEFINES RWK-SUB-KEY.
                 04 RWK-GLJ-COMP-CD    PIC X(02).
                 04 RWK-GLJ-STATE-CD   PIC X(02).
                 04 RWK-GLJ-LOC-CD     PIC X(04).
                 04 FILLER             PIC X(21).
      * --- 'G' - GROSS WAGES BY COMPANY/COST CENTER/WAGE ACCOUNT
              03 RWK-GLD-KEY REDEFINES RWK-SUB-KEY.
                 04 RWK-GLD-COMP-CD    PIC X(02).
                 04 RWK-GLD-DEPT-CD    PIC X(06).
                 04 RWK-GLD-GL-ACCT    PIC X(08).
                 04 FILLER             PIC X(13).
      * --- 'L' - LABOR DISTRIBUTION: WITHIN EACH DEPARTMENT THE
      *     EMPLOYEE DETAIL ('1'), THE EARNINGS BY CODE ('2'), THEN
      *     THE DEPARTMENT ROLLUP ('9') - THE ORDER THEY PRINT IN
              03 RWK-LD-KEY REDEFINES RWK-SUB-KEY.
                 04 RWK-LD-DEPT-CD     PIC X(06).
                 04 RWK-LD-KIND        PIC X(01).
                    88 RWK-LD-EMP-DETAIL      VALUE '1'.
                    88 RWK-LD-CODE-LINE       VALUE '2'.
                    88 RWK-LD-DEPT-ROLLUP     VALUE '9'.
                 04 RWK-LD-ITEM        PIC X(06).
      *             THE EMP ID, THE EARNINGS CODE, OR SPACES
                 04 FILLER             PIC X(16).
           02  RWK-DATA                PIC X(170).
      * --- 'T' ----------------------------------------------------- *
           02  RWK-TC-DATA REDEFINES RWK-DATA.
              03 RWK-TC-HOURS-1        PIC 9(03).
              03 RWK-TC-HOURS-2        PIC 9(03).
              03 RWK-TC-DEPT           PIC X(06).
              03 RWK-TC-VAC            PIC 9(03).
              03 RWK-TC-SICK           PIC 9(03).
              03 RWK-TC-EARN-CD        PIC X(04).
              03 RWK-TC-EARN-WEEK      PIC 9(01).
              03 RWK-TC-EARN-HOURS     PIC 9(03).
              03 FILLER                PIC X(144).
      * --- 'O' ----------------------------------------------------- *
           02  RWK-OT-DATA REDEFINES RWK-DATA.
              03 RWK-OT-AMOUNT         PIC 9(05)V99.
              03 RWK-OT-TYPE           PIC X(03).
              03 FILLER                PIC X(160).
      * --- 'A' ----------------------------------------------------- *
           02  RWK-RT-DATA REDEFINES RWK-DATA.
              03 RWK-RT-FROM-6         PIC 9(06).
              03 RWK-RT-TO-6           PIC 9(06).
              03 RWK-RT-OLD-RATE       PIC 9(03)V99.
              03 RWK-RT-NEW-RATE       PIC 9(03)V99.
              03 RWK-RT-PAID-GRS       PIC 9(07)V99.
              03 FILLER                PIC X(139).
      * --- 'R' ----------------------------------------------------- *
           02  RWK-REV-DATA REDEFINES RWK-DATA.
              03 RWK-REV-FOUND-SW      PIC X(01).
                 88 RWK-REV-NOT-FOUND         VALUE 'N'.
                 88 RWK-REV-FOUND             VALUE 'Y'.
                 88 RWK-REV-DONE              VALUE 'D'.
              03 RWK-REV-NAME          PIC X(20).
              03 RWK-REV-ROUTE-ABA     PIC 9(08).
              03 RWK-REV-ROUTE-CD      PIC 9(01).
              03 RWK-REV-ACCT-NO       PIC X(17).
              03 RWK-REV-ACCT-TYPE     PIC X(04).
              03 RWK-REV-COMP-CD       PIC X(02).
              03 RWK-REV-AMOUNT        PIC 9(05)V99.
              03 RWK-REV-GROSS         PIC 9(05)V99.
              03 RWK-REV-FED           PIC 9(05)V99.
              03 RWK-REV-STATE         PIC 9(05)V99.
              03 RWK-REV-LOCAL         PIC 9(05)V99.
              03 RWK-REV-SS            PIC 9(05)V99.
              03 RWK-REV-MEDI          PIC 9(05)V99.
              03 RWK-REV-DEDUCT        PIC 9(05)V99.
              03 RWK-REV-NET           PIC 9(05)V99.
              03 RWK-REV-FED-WAGES     PIC 9(05)V99.
              03 RWK-REV-FICA-WAGES    PIC 9(05)V99.
              03 RWK-REV-401K          PIC 9(05)V99.
              03 RWK-REV-HEALTH        PIC 9(05)V99.
              03 FILLER                PIC X(26).
      * --- 'V' ----------------------------------------------------- *
           02  RWK-VAR-DATA REDEFINES RWK-DATA.
              03 RWK-VAR-NAME          PIC X(20).
              03 RWK-VAR-RUN-DATE      PIC 9(06).
              03 RWK-VAR-RUN-TIME      PIC 9(08).
              03 RWK-VAR-GROSS         PIC 9(07)V99.
              03 RWK-VAR-TAXES         PIC 9(07)V99.
              03 RWK-VAR-DEDUCT        PIC 9(07)V99.
              03 RWK-VAR-NET           PIC 9(07)V99.
              03 RWK-VAR-SEEN-SW       PIC X(01).
              03 FILLER                PIC X(99).
      * --- 'J' ----------------------------------------------------- *
           02  RWK-GLJ-DATA REDEFINES RWK-DATA.
              03 RWK-GLJ-STATE-AMT     PIC 9(07)V99.
              03 RWK-GLJ-LOC-AMT       PIC 9(07)V99.
              03 FILLER                PIC X(152).
      * --- 'G' ----------------------------------------------------- *
           02  RWK-GLD-DATA REDEFINES RWK-DATA.
              03 RWK-GLD-GROSS         PIC 9(07)V99.
              03 FILLER                PIC X(161).
      * --- 'L' ----------------------------------------------------- *
           02  RWK-LD-DATA REDEFINES RWK-DATA.
              03 RWK-LD-NAME           PIC X(20).
              03 RWK-LD-DESC           PIC X(16).
              03 RWK-LD-HOURS          PIC 9(07)V99.
              03 RWK-LD-GROSS          PIC 9(09)V99.
              03 RWK-LD-EMP-CNT        PIC 9(05).
              03 FILLER                PIC X(109).
