      *****************************************************************
      * FILE: ESCHTRKC.CPY                                            *
      * RECORD LENGTH: 80 BYTES                                       *
      * KEYED (BY ETK-CHECK-NO) UNCLAIMED PROPERTY TRACKING - ONE     *
      * RECORD PER OUTSTANDING CHECK ESCHEAT HAS TOUCHED: THE DATE   *
      * ITS DUE-DILIGENCE LETTER WENT OUT, WHAT THE EMPLOYEE SAID    *
      * BACK, AND THE DATE IT WAS TURNED OVER TO THE STATE. WRITTEN  *
      * AND UPDATED ONLY BY ESCHEAT, SO A LETTER IS NEVER MAILED     *
      * TWICE AND A CLAIMED CHECK IS NEVER REPORTED                  *
      *****************************************************************
       01  ESCHTRK-COPYBOOK-RECORD.
           02  ETK-CHECK-NO            PIC 9(08).
           02  FILLER                  PIC X.
           02  ETK-EMP-ID              PIC X(06).
           02  FILLER                  PIC X.
           02  ETK-STATE-CD            PIC X(02).
      *       THE OWNER'S STATE THE CHECK IS DUE TO - THE LAST KNOWN
      *       HOME ADDRESS, OR THE HOLDER'S STATE WHEN THERE IS NONE
           02  FILLER                  PIC X.
           02  ETK-LETTER-DT           PIC 9(08).
      *       YYYYMMDD THE DUE-DILIGENCE LETTER WAS MAILED - ZERO IF
      *       NONE WAS (UNDER THE LETTER MINIMUM, OR NOT YET DUE)
           02  FILLER                  PIC X.
           02  ETK-RESP-SW             PIC X(01).
              88 ETK-NO-RESPONSE              VALUE SPACE.
              88 ETK-CLAIMED                  VALUE 'C'.
              88 ETK-UNDELIVERABLE            VALUE 'U'.
      *       'C' - THE EMPLOYEE CLAIMED THE MONEY; THE CHECK IS NEVER
      *       REPORTED AND IS VOIDED AND REISSUED THROUGH CHKVOID.
      *       'U' - THE LETTER CAME BACK UNDELIVERABLE; THE CHECK IS
      *       STILL REPORTED WHEN IT COMES DUE
           02  ETK-RESP-DT             PIC 9(08).
           02  FILLER                  PIC X.
           02  ETK-ESCH-DT             PIC 9(08).
      *       YYYYMMDD THE CHECK WENT ON A HOLDER REPORT AND WAS
      *       STOPPED AT THE BANK - ZERO UNTIL THEN
           02  FILLER                  PIC X(34).
