      *****************************************************************
      * FILE: AUDITC.CPY                                              *
      * RECORD LENGTH: 220 BYTES                                      *
      * DURABLE AUDIT TRAIL RECORD - ONE PER DEPOSIT DIRECTDP          *
      * ACTUALLY PROCESSED (A SPLIT-PAY EMPLOYEE PRODUCES TWO, ONE    *
      * PER ACCOUNT). WRITTEN BY DIRECTDP, READ BACK BY PAYRTN TO     *
           02  AUD-ROUTE-ABA           PIC 9(08).
           02  AUD-ROUTE-CHECK-DIGIT   PIC 9(01).
           02  FILLER                  PIC X.
           02  FILLER                  PIC X(07).
      *       FORMERLY AUD-ACCT-NO - NOW THE FULL 17 AT THE END OF
      *       THE RECORD. POSITION KEPT AS FILLER SO NO OTHER FIELD
      *       MOVED
           02  FILLER                  PIC X.
           02  AUD-ACCT-TYPE           PIC X(04).
           02  FILLER                  PIC X.
              88 AUD-IS-REVERSAL              VALUE 'R'.
              88 AUD-IS-SUPPLEMENTAL          VALUE 'S'.
              88 AUD-IS-ADJUSTMENT            VALUE 'A'.
              88 AUD-IS-FINAL-PAY             VALUE 'F'.
      *       'R' MARKS A REVERSAL (DEBIT) RECORD WRITTEN BY A
      *       DIRECTDP REVERSAL RUN TO BACK OUT THE DEPOSIT WHOSE
      *       AMOUNTS THIS RECORD CARRIES - SPACE ON A NORMAL
      *       OFF-CYCLE SUPPLEMENTAL RUN AND 'A' ONE FROM A RETRO
      *       ADJUSTMENT RUN - BOTH MATCH RETURNS AND REVERSALS
      *       LIKE ANY OTHER DEPOSIT (ONLY 'R' IS EXCLUDED FROM
      *       MATCHING). 'F' MARKS A TERMINATED EMPLOYEE'S FINAL
      *       PAYCHECK FROM A FINAL-PAY RUN, MATCHED THE SAME WAY
           02  FILLER                  PIC X.
           02  AUD-COMPANY-CD          PIC X(02).
      *       THE COMPANY THE DEPOSIT WAS ORIGINATED FOR, SO A
           02  AUD-CHECK-NO            PIC 9(08).
      *       THE CHECK NUMBER WHEN PAID BY CHECK, ZERO ON A
      *       DEPOSIT (WHOSE TRACE NUMBER IDENTIFIES IT INSTEAD)
           02  FILLER                  PIC X.
           02  AUD-ACCT-NO             PIC X(17).
      *       THE ACCOUNT DEPOSITED TO, AS CARRIED ON THE EMPLOYEE
      *       MASTER (SEE NAMESC) - SPACES ON A CHECK
           02  FILLER                  PIC X.
           02  AUD-FED-WAGES           PIC 9(05)V99.
           02  FILLER                  PIC X.
           02  AUD-FICA-WAGES          PIC 9(05)V99.
           02  FILLER                  PIC X.
           02  AUD-401K                PIC 9(05)V99.
           02  FILLER                  PIC X.
           02  AUD-HEALTH              PIC 9(05)V99.
      *       WHAT THIS DEPOSIT (OR CHECK) PUT INTO THE YTD MASTER'S
      *       TAXABLE WAGE BUCKETS - FEDERAL TAXABLE WAGES, FICA
      *       (MEDICARE) WAGES, AND THE 401(K) AND SECTION 125
      *       HEALTH AMOUNTS INSIDE AUD-DEDUCT - PRORATED ON A SPLIT
      *       LIKE THE FIELDS ABOVE, SO A REVERSAL OR VOID BACKS THE
      *       SAME AMOUNTS BACK OUT
