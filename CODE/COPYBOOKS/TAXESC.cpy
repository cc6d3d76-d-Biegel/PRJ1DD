      * RECORD LENGTH: 80 BYTES                                       *
      * KEYED (BY TAX-EMP-ID) WITHHOLDING ELECTION RECORD - ONE PER   *
      * EMPLOYEE                                                      *
      * WS-FED-TAX IS NO LONGER USED FOR WITHHOLDING - FEDERAL IS    *
      * COMPUTED FROM THE W-4 ELECTIONS BELOW AGAINST THE FEDERAL    *
      * TAX TABLE FILE (SEE FEDTBLC)                                 *
      *****************************************************************
       01  TAXES-COPYBOOK-RECORD.
           02 TAX-EMP-ID           PIC X(06).
           02 WS-STATE-TAX         PIC 9V99.
           02 FILLER               PIC X.
           02 WS-LOC-TAX           PIC 9V99.
      *    THE EMPLOYEE'S FORM W-4 ELECTIONS - CARVED OUT OF FILLER SO
      *    THE FILE DID NOT NEED A RELOAD. A RECORD FROM BEFORE THE
      *    FIELDS EXISTED CARRIES SPACES, WHICH WITHHOLDS AS SINGLE
      *    WITH NO ADJUSTMENTS - THE IRS DEFAULT FOR NO W-4 ON FILE
           02 FILLER               PIC X.
           02 TAX-W4-FILING-STATUS PIC X(01).
              88 TAX-W4-SINGLE            VALUE 'S' ' '.
              88 TAX-W4-MARRIED           VALUE 'M'.
              88 TAX-W4-HEAD-HSHLD        VALUE 'H'.
           02 FILLER               PIC X.
           02 TAX-W4-MULT-JOBS-SW  PIC X(01).
              88 TAX-W4-MULT-JOBS         VALUE 'Y'.
      *       STEP 2 CHECKBOX - TWO JOBS OR A WORKING SPOUSE
           02 FILLER               PIC X.
           02 TAX-W4-DEP-CREDIT    PIC 9(05)V99.
      *       STEP 3 - ANNUAL DEPENDENT CREDIT
           02 FILLER               PIC X.
           02 TAX-W4-OTHER-INCOME  PIC 9(07)V99.
      *       STEP 4(A) - ANNUAL OTHER INCOME
           02 FILLER               PIC X.
           02 TAX-W4-DEDUCTIONS    PIC 9(07)V99.
      *       STEP 4(B) - ANNUAL DEDUCTIONS OVER THE STANDARD
           02 FILLER               PIC X.
           02 TAX-W4-EXTRA-WH      PIC 9(05)V99.
      *       STEP 4(C) - EXTRA WITHHOLDING EVERY PAY PERIOD
           02 FILLER               PIC X.
           02 TAX-W4-EXEMPT-SW     PIC X(01).
              88 TAX-W4-EXEMPT            VALUE 'Y'.
           02 FILLER               PIC X.
           02 TAX-W4-EXEMPT-EXP-DT PIC 9(08).
      *       YYYYMMDD THE EXEMPT CLAIM RUNS OUT (FEB 15 OF THE
      *       FOLLOWING YEAR UNLESS A NEW W-4 RENEWS IT)
           02 FILLER               PIC X(11).
