      * STEPS UP WITH LENGTH OF SERVICE OFF THE HIRE DATE), USAGE     *
      * COMES IN AS ITS OWN HOUR TYPES ON THE TIMECARD AND DRAWS      *
      * THE BALANCE DOWN, AND THE CURRENT BALANCES PRINT ON THE       *
      * PAY STUB. A FINAL-PAY RUN ZEROES BOTH BALANCES AND LEAVES     *
      * THE PAYOUT ENTRY BEHIND IN THE LV-PAYOUT FIELDS               *
      *****************************************************************
       01  LEAVE-COPYBOOK-RECORD.
           02  LV-EMP-ID               PIC X(06).
      *       THE YTD ACCRUAL/USAGE BUCKETS ARE FOR THE YEAR-END
      *       CARRYOVER REVIEW - THE BALANCES THEMSELVES CARRY
      *       ACROSS YEARS
           02  FILLER                  PIC X.
           02  LV-PAYOUT-DT            PIC 9(08).
      *       PAY DATE OF THE FINAL PAYCHECK THAT PAID THE BALANCES
      *       OUT - ZEROS (OR SPACES ON A RECORD FROM BEFORE THE
      *       FIELD EXISTED) MEANS NO PAYOUT. A DATE ON OR AFTER THE
      *       MASTER'S HIRE DATE BELONGS TO THE CURRENT EMPLOYMENT
           02  FILLER                  PIC X.
           02  LV-VAC-PAYOUT-HRS       PIC 9(03)V99.
           02  FILLER                  PIC X.
           02  LV-SICK-PAYOUT-HRS      PIC 9(03)V99.
           02  FILLER                  PIC X.
           02  LV-SICK-FORFEIT-HRS     PIC 9(03)V99.
      *       THE BALANCES AS THEY STOOD AT THE PAYOUT - VACATION
      *       PAID, SICK PAID OR FORFEITED PER THE COMPANY SETTING
           02  FILLER                  PIC X(07).
