      *****************************************************************
      * FILE: W2EXTC.CPY                                              *
      * RECORD LENGTH: 230 BYTES                                      *
      * YEAR-END W-2 EXTRACT RECORD - ONE PER EMPLOYEE ON THE YTD    *
      * MASTER, WRITTEN BY W2EXTR. READ BY YRCLOSE (RECORD COUNT     *
      * PROOF) AND BY EFW2, WHICH BUILDS THE SSA SUBMISSION FILE     *
      * FROM IT. THE PAYING COMPANY SITS IN COLUMNS 170-171 FOR THE  *
      * SORT THAT GROUPS THE W-2S BY EMPLOYER                        *
      *****************************************************************
       01  W2-COPYBOOK-RECORD.
           02 WS-W2-EMP-ID           PIC X(06).
           02 FILLER                 PIC X.
           02 WS-W2-EMP-NAME         PIC X(20).
           02 FILLER                 PIC X.
           02 WS-W2-GROSS            PIC 9(7)V99.
           02 FILLER                 PIC X.
           02 WS-W2-FED-TAX          PIC 9(7)V99.
           02 FILLER                 PIC X.
           02 WS-W2-STATE-TAX        PIC 9(7)V99.
           02 FILLER                 PIC X.
           02 WS-W2-LOC-TAX          PIC 9(7)V99.
           02 FILLER                 PIC X.
           02 WS-W2-SS-TAX           PIC 9(7)V99.
           02 FILLER                 PIC X.
           02 WS-W2-MEDI-TAX         PIC 9(7)V99.
           02 FILLER                 PIC X.
           02 WS-W2-SSN              PIC 9(09).
      *       ZEROS WHEN NO DEMOGRAPHIC RECORD IS ON FILE - THE
      *       GAP STAYS VISIBLE FOR THE JANUARY REVIEW
           02 FILLER                 PIC X.
           02 WS-W2-ADDR-1           PIC X(20).
           02 FILLER                 PIC X.
           02 WS-W2-ADDR-2           PIC X(20).
           02 FILLER                 PIC X.
           02 WS-W2-CITY             PIC X(15).
           02 FILLER                 PIC X.
           02 WS-W2-STATE            PIC X(02).
           02 FILLER                 PIC X.
           02 WS-W2-ZIP              PIC X(09).
           02 FILLER                 PIC X.
           02 WS-W2-COMPANY-CD       PIC X(02).
      *       THE EMPLOYER (SEE COMPC) - SPACES FOR AN EMPLOYEE NOT
      *       PAID SINCE THE YTD MASTER STARTED CARRYING IT
           02 FILLER                 PIC X.
           02 WS-W2-WORK-STATE       PIC X(02).
      *       THE STATE WAGES WERE WITHHELD FOR (BOXES 15-17) - NOT
      *       THE MAILING ADDRESS STATE ABOVE
           02 FILLER                 PIC X.
           02 WS-W2-FED-WAGES        PIC 9(7)V99.
      *       BOX 1 - FEDERAL TAXABLE WAGES (GROSS LESS 401(K) AND
      *       SECTION 125) - WS-W2-GROSS ABOVE STAYS THE GROSS PAID
           02 FILLER                 PIC X.
           02 WS-W2-SS-WAGES         PIC 9(7)V99.
      *       BOX 3 - SOCIAL SECURITY WAGES, CAPPED AT THE WAGE BASE
           02 FILLER                 PIC X.
           02 WS-W2-MEDI-WAGES       PIC 9(7)V99.
      *       BOX 5 - MEDICARE WAGES
           02 FILLER                 PIC X.
           02 WS-W2-401K             PIC 9(7)V99.
      *       BOX 12 CODE D - 401(K) ELECTIVE DEFERRALS
           02 FILLER                 PIC X.
           02 WS-W2-HEALTH           PIC 9(7)V99.
      *       BOX 12 CODE DD - SECTION 125 HEALTH PREMIUMS
           02 FILLER                 PIC X(06).
