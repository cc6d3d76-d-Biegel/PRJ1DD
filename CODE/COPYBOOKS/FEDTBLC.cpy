      *****************************************************************
      * FILE: FEDTBLC.CPY                                             *
      * RECORD LENGTH: 80 BYTES                                       *
      * FEDERAL INCOME TAX WITHHOLDING TABLE - A MAINTAINED DATASET, *
      * NOT VALUES COMPILED INTO THE PROGRAM. ONE RECORD PER ROW OF  *
      * THE IRS PERCENTAGE-METHOD TABLES, ONE TABLE PER FILING       *
      * STATUS, PAY FREQUENCY, AND W-4 STEP 2 CHECKBOX SETTING.      *
      * WITHIN A TABLE THE ROWS ARE IN ASCENDING WAGE-OVER ORDER     *
      * STARTING AT ZERO. EACH ROW READS: ON ADJUSTED PERIOD WAGES   *
      * OVER FTB-WAGE-OVER, WITHHOLD FTB-BASE-TAX PLUS FTB-PCT OF    *
      * THE EXCESS. THE WHOLE FILE IS REPLACED EACH JANUARY WHEN THE *
      * NEW YEAR'S TABLES ARE PUBLISHED                              *
      *****************************************************************
       01  FEDTBL-COPYBOOK-RECORD.
           02  FTB-TAX-YEAR            PIC 9(04).
           02  FILLER                  PIC X.
           02  FTB-FILING-STATUS       PIC X(01).
      *        'S' SINGLE OR MARRIED FILING SEPARATELY
      *        'M' MARRIED FILING JOINTLY
      *        'H' HEAD OF HOUSEHOLD
           02  FILLER                  PIC X.
           02  FTB-PAY-FREQ            PIC X(01).
      *        'W' WEEKLY, 'B' BIWEEKLY, 'S' SEMIMONTHLY - THE SAME
      *        CODES AS WS-PAY-FREQ-SW ON THE EMPLOYEE MASTER
           02  FILLER                  PIC X.
           02  FTB-STEP2-SW            PIC X(01).
              88 FTB-STEP2-TABLE              VALUE 'Y'.
              88 FTB-STANDARD-TABLE           VALUE 'N'.
           02  FILLER                  PIC X.
           02  FTB-WAGE-OVER           PIC 9(07)V99.
           02  FILLER                  PIC X.
           02  FTB-BASE-TAX            PIC 9(07)V99.
           02  FILLER                  PIC X.
           02  FTB-PCT                 PIC V999.
           02  FILLER                  PIC X(46).
