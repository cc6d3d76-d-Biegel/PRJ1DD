      *****************************************************************
      * FILE: EARNC.CPY                                               *
      * RECORD LENGTH: 80 BYTES                                       *
      * EARNINGS CODE TABLE - ONE RECORD PER EARNINGS CODE A          *
      * TIMECARD LINE MAY CARRY (SHIFT DIFFERENTIAL, HOLIDAY, DOUBLE  *
      * TIME, ON-CALL, ...). SAYS HOW THE CODE'S HOURS ARE PRICED     *
      * OFF THE EMPLOYEE'S HOURLY RATE, WHETHER THEY JOIN THE WORK-   *
      * WEEK'S 40-HOUR OVERTIME TEST, AND WHICH GL WAGE ACCOUNT THEY  *
      * POST TO. A RECORD FOR ONE OF DIRECTDP'S OWN EARNINGS (REG,    *
      * OT, OTP, VAC, SICK, SAL, VACP, SCKP, OR AN OFF-CYCLE EARNINGS *
      * TYPE) ONLY RE-POINTS ITS DESCRIPTION AND GL ACCOUNT - THOSE   *
      * ARE NEVER PRICED OFF THIS TABLE                               *
      *****************************************************************
       01  EARN-COPYBOOK-RECORD.
           02  EC-EARN-CD              PIC X(04).
           02  FILLER                  PIC X.
           02  EC-EARN-DESC            PIC X(16).
      *       THE DESCRIPTION THE STUB, REGISTER AND LABOR
      *       DISTRIBUTION PRINT FOR THE CODE
           02  FILLER                  PIC X.
           02  EC-RATE-MULT            PIC 9(01)V999.
      *       TIMES THE HOURLY RATE - 1.000 STRAIGHT, 1.500 HOLIDAY
      *       PREMIUM, 2.000 DOUBLE TIME, ZERO FOR A CODE PAID ONLY
      *       ITS FLAT ADD-ON
           02  FILLER                  PIC X.
           02  EC-FLAT-ADD             PIC 9(03)V99.
           02  FILLER                  PIC X.
           02  EC-ADD-BASIS-SW         PIC X(01).
              88 EC-ADD-PER-HOUR              VALUE 'H' ' '.
              88 EC-ADD-PER-LINE              VALUE 'L'.
      *       THE FLAT ADD-ON IS PER HOUR ('H' OR SPACE - A SHIFT
      *       DIFFERENTIAL) OR ONCE PER TIMECARD LINE ('L' - AN
      *       ON-CALL SHIFT)
           02  FILLER                  PIC X.
           02  EC-OT-SW                PIC X(01).
              88 EC-COUNTS-FOR-OT             VALUE 'Y'.
      *       'Y' - THE HOURS JOIN THE BASE CARD'S HOURS IN THE
      *       WORK-WEEK'S 40-HOUR OVERTIME TEST. ANYTHING ELSE
      *       (A PREMIUM ALREADY PAID AT ITS OWN RATE) STAYS OUT
           02  FILLER                  PIC X.
           02  EC-GL-ACCT              PIC X(08).
      *       THE GL WAGE EXPENSE ACCOUNT THE CODE'S EARNINGS DEBIT.
      *       SPACES POSTS TO THE GENERAL WAGE ACCOUNT, GL501000
           02  FILLER                  PIC X(35).
