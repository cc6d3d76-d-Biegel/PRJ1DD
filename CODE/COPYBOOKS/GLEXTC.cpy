      *****************************************************************
      * FILE: GLEXTC.CPY                                              *
      * RECORD LENGTH: 80 BYTES                                       *
      * GL POSTING EXTRACT RECORD - ONE PER JOURNAL LINE. WRITTEN BY  *
      * DIRECTDP FOR EACH CYCLE'S PAYROLL ENTRY AND BY WAGEACR FOR   *
      * THE MONTH-END WAGE ACCRUAL AND ITS REVERSAL, AND BY ESCHEAT  *
      * FOR CHECKS TURNED OVER AS UNCLAIMED PROPERTY, SO THE GENERAL  *
      * LEDGER LOADS THEM ALL THE SAME WAY                            *
      *****************************************************************
       01  WS-GL-DETAIL-LINE.
           02 WS-GL-ACCOUNT     PIC X(08).
           02 FILLER            PIC X.
           02 WS-GL-COMP-CD     PIC X(02).
           02 FILLER            PIC X.
           02 WS-GL-DRCR        PIC X(02).
           02 FILLER            PIC X.
           02 WS-GL-AMOUNT      PIC 9(09)V99.
           02 FILLER            PIC X.
           02 WS-GL-DESC        PIC X(30).
           02 FILLER            PIC X.
           02 WS-GL-ENTRY-DT    PIC 9(08).
      *       THE DATE THE LINE POSTS ON (YYYYMMDD) - THE PAY DATE
      *       FOR A CYCLE'S ENTRY, THE MONTH-END DATE FOR AN
      *       ACCRUAL, THE FIRST OF THE NEXT MONTH FOR ITS REVERSAL.
      *       CARVED OUT OF FILLER - A LINE WRITTEN BEFORE THE FIELD
      *       EXISTED CARRIES SPACES HERE
           02 FILLER            PIC X.
           02 WS-GL-ENTRY-TYPE  PIC X(01).
              88 WS-GL-CYCLE-ENTRY           VALUE SPACE.
              88 WS-GL-ACCRUAL-ENTRY         VALUE 'A'.
              88 WS-GL-REVERSING-ENTRY       VALUE 'V'.
              88 WS-GL-ESCHEAT-ENTRY         VALUE 'E'.
      *       SPACE ON A PAYROLL CYCLE'S ENTRY, 'A' ON THE MONTH-END
      *       WAGE ACCRUAL, 'V' ON THE AUTO-REVERSAL OF THAT ACCRUAL,
      *       'E' ON AN ESCHEATED CHECK'S MOVE TO UNCLAIMED PROPERTY
           02 FILLER            PIC X(12).
