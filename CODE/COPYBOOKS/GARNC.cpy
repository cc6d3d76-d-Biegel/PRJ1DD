      *****************************************************************
      * FILE: GARNC.CPY                                               *
      * RECORD LENGTH: 100 BYTES                                      *
      * KEYED (BY GARN-EMP-ID + GARN-ORDER-NO) GARNISHMENT ORDER -    *
      * ONE RECORD PER COURT/AGENCY ORDER, SO AN EMPLOYEE WITH A      *
      * CHILD-SUPPORT ORDER AND A TAX LEVY CARRIES TWO RECORDS.       *
      * ORDERS ARE WORKED IN GARN-PRIORITY ORDER AGAINST DISPOSABLE   *
      * EARNINGS EACH CYCLE; WHAT A LOW-HOURS PERIOD CANNOT COVER     *
      * CARRIES FORWARD IN GARN-ARREARS. DIRECTDP UPDATES THE         *
      * BALANCE AND ARREARS IN PLACE AS IT TAKES EACH DEDUCTION.      *
      * THE RECORD GREW 80 -> 100 FOR THE AGENCY CODE AND CASE ID A   *
      * CHILD-SUPPORT PAYMENT SENT BY EFT CARRIES (SEE GARNAGYC)      *
      *****************************************************************
       01  GARN-COPYBOOK-RECORD.
           02  GARN-KEY.
           02  GARN-STATUS-SW          PIC X(01).
              88 GARN-ACTIVE                 VALUE 'A'.
              88 GARN-SATISFIED              VALUE 'S'.
           02  FILLER                  PIC X.
           02  GARN-AGENCY-CD          PIC X(06).
      *       THE PAYEE ON THE GARNISHMENT AGENCY FILE (GARNAGYC) -
      *       SPACES LEAVES THE ORDER ON THE PAPER PATH
           02  GARN-MED-SUPPORT-SW     PIC X(01).
              88 GARN-MED-SUPPORT            VALUE 'Y'.
      *       'Y' WHEN A SUPPORT ORDER INCLUDES MEDICAL SUPPORT -
      *       REPORTED ON THE DED ADDENDA
           02  FILLER                  PIC X(03).
           02  GARN-CASE-ID            PIC X(20).
      *       THE AGENCY'S CASE NUMBER FOR THE ORDER, AS IT MUST
      *       APPEAR ON THE DED ADDENDA
