      *****************************************************************
      * FILE: BKHOLDC.CPY                                             *
      * RECORD LENGTH: 200 BYTES                                      *
      * KEYED (BY BKH-EMP-ID) DIRECT DEPOSIT CHANGE HOLD - WRITTEN BY *
      * PAYMNT WHENEVER AN EMPLOYEE-MASTER CHANGE ALTERS A ROUTING OR *
      * ACCOUNT NUMBER. IT KEEPS THE BANKING THAT WAS ON FILE BEFORE  *
      * THE CHANGE, AND UNTIL THE RELEASE DATE DIRECTDP PAYS TO THAT  *
      * OLD BANKING (OR BY CHECK WHEN THERE IS NONE TO FALL BACK ON)  *
      * INSTEAD OF THE NEW ACCOUNT. A CONFIRMATION LETTER GOES TO THE *
      * MAILING ADDRESS ON FILE IN THE MEANTIME, SO A CHANGE THE      *
      * EMPLOYEE DID NOT MAKE CAN BE STOPPED BEFORE ANY MONEY MOVES.  *
      * BANKCHG LISTS THE WEEK'S CHANGES OFF THIS FILE                *
      *****************************************************************
       01  BKHOLD-COPYBOOK-RECORD.
           02  BKH-EMP-ID              PIC X(06).
           02  FILLER                  PIC X.
           02  BKH-PERSON-NM           PIC X(20).
           02  FILLER                  PIC X.
           02  BKH-CHANGE-DT           PIC 9(08).
      *       YYYYMMDD OF THE PAYMNT RUN THAT APPLIED THE LATEST CHANGE
           02  FILLER                  PIC X.
           02  BKH-RELEASE-DT          PIC 9(08).
      *       THE FIRST PAY DATE THE NEW BANKING IS USED ON - THE
      *       CHANGE DATE PLUS THE COOLING-OFF DAYS ON PAYMNT'S
      *       CONTROL CARD. A DEPOSIT DATED BEFORE IT GOES TO THE OLD
      *       BANKING BELOW
           02  FILLER                  PIC X.
           02  BKH-CHANGE-CNT          PIC 9(03).
      *       BANK CHANGES APPLIED WHILE THIS HOLD HAS BEEN OPEN - A
      *       SECOND CHANGE INSIDE THE COOLING-OFF PERIOD RESTARTS IT
      *       BUT KEEPS THE ORIGINAL OLD BANKING
           02  FILLER                  PIC X.
           02  BKH-LETTER-SW           PIC X(01).
              88 BKH-LETTER-PRINTED           VALUE 'Y'.
              88 BKH-LETTER-NO-ADDRESS        VALUE 'N'.
      *       'N' WHEN NO MAILING ADDRESS WAS ON THE DEMOGRAPHIC
      *       MASTER TO SEND THE CONFIRMATION LETTER TO
           02  FILLER                  PIC X.
      *    THE BANKING ON FILE BEFORE THE CHANGE - THE NAMESC FIELDS
      *    OF THE SAME NAMES
           02  BKH-OLD-PAY-METHOD-SW   PIC X(01).
              88 BKH-OLD-PAY-CHECK            VALUE 'C'.
           02  BKH-OLD-SPLIT-PCT       PIC 9(03).
           02  BKH-OLD-ROUTE-NO.
              03 BKH-OLD-ROUTE-ABA     PIC 9(08).
              03 BKH-OLD-ROUTE-CHECK-DIGIT PIC 9(01).
           02  BKH-OLD-ACCT-TYPE       PIC X(04).
           02  BKH-OLD-ACCT-NO         PIC X(17).
           02  BKH-OLD-NEW-ACCT-SW     PIC X(01).
           02  BKH-OLD-ACCT-HOLD-SW    PIC X(01).
              88 BKH-OLD-ACCT-HELD            VALUE 'Y'.
           02  BKH-OLD-ROUTE-NO-2.
              03 BKH-OLD-ROUTE-ABA-2   PIC 9(08).
              03 BKH-OLD-ROUTE-CHECK-DIGIT-2 PIC 9(01).
           02  BKH-OLD-ACCT-TYPE-2     PIC X(04).
           02  BKH-OLD-ACCT-NO-2       PIC X(17).
           02  BKH-OLD-NEW-ACCT-SW-2   PIC X(01).
           02  BKH-OLD-ACCT-HOLD-SW-2  PIC X(01).
              88 BKH-OLD-ACCT-HELD-2          VALUE 'Y'.
           02  FILLER                  PIC X.
      *    THE BANKING THE CHANGE PUT ON FILE, FOR THE WEEKLY REPORT
           02  BKH-NEW-ROUTE-NO        PIC 9(09).
           02  BKH-NEW-ACCT-NO         PIC X(17).
           02  BKH-NEW-ROUTE-NO-2      PIC 9(09).
           02  BKH-NEW-ACCT-NO-2       PIC X(17).
           02  FILLER                  PIC X(27).
