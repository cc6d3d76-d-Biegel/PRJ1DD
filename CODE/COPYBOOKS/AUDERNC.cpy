      *****************************************************************
      * FILE: AUDERNC.CPY                                             *
      * RECORD LENGTH: 100 BYTES                                      *
      * EARNINGS DETAIL AUDIT TRAIL - ONE RECORD PER EARNINGS LINE    *
      * (CODE AND DEPARTMENT) OF EVERY PAYCHECK DIRECTDP ISSUES,      *
      * APPENDED ALONGSIDE THE AUDIT TRAIL (AUDITC) EVERY RUN. THE    *
      * LINES OF ONE PAYCHECK SUM TO THE GROSS ON ITS AUDIT RECORD(S) *
      * AND TIE BACK TO THEM BY RUN DATE/TIME AND EMPLOYEE, PLUS THE  *
      * PRIMARY DEPOSIT'S TRACE NUMBER OR THE CHECK NUMBER            *
      *****************************************************************
       01  AUDEARN-COPYBOOK-RECORD.
           02  AUE-RUN-DATE            PIC 9(06).
           02  FILLER                  PIC X.
           02  AUE-RUN-TIME            PIC 9(08).
           02  FILLER                  PIC X.
           02  AUE-EMP-ID              PIC X(06).
           02  FILLER                  PIC X.
           02  AUE-COMPANY-CD          PIC X(02).
           02  FILLER                  PIC X.
           02  AUE-PAY-METHOD          PIC X(01).
      *       'A' ACH OR 'C' CHECK, THE SAME AS AUD-PAY-METHOD
           02  FILLER                  PIC X.
           02  AUE-TRACE-NO            PIC 9(15).
      *       THE PRIMARY DEPOSIT'S TRACE NUMBER (A SPLIT PAYCHECK'S
      *       EARNINGS ARE NOT SPLIT) - ZEROS ON A CHECK
           02  FILLER                  PIC X.
           02  AUE-CHECK-NO            PIC 9(08).
           02  FILLER                  PIC X.
           02  AUE-REV-FLAG-SW         PIC X(01).
      *       THE SAME RUN FLAG AS AUD-REV-FLAG-SW - SPACE, 'S', 'A'
      *       OR 'F'
           02  FILLER                  PIC X.
           02  AUE-EARN-CD             PIC X(04).
           02  FILLER                  PIC X.
           02  AUE-DEPT-CD             PIC X(06).
           02  FILLER                  PIC X.
           02  AUE-HOURS               PIC 9(03)V99.
           02  FILLER                  PIC X.
           02  AUE-AMOUNT              PIC 9(05)V99.
           02  FILLER                  PIC X.
           02  AUE-GL-ACCT             PIC X(08).
           02  FILLER                  PIC X(11).
