      *****************************************************************
      * FILE: NAUPAC.CPY                                              *
      * RECORD LENGTH: 525 BYTES                                      *
      * NAUPA STANDARD ELECTRONIC HOLDER REPORT RECORD - THE FORMAT   *
      * THE STATE UNCLAIMED PROPERTY ADMINISTRATORS ACCEPT. A HOLDER  *
      * REPORT IS ONE TYPE '1' HOLDER RECORD, ONE TYPE '2' PROPERTY   *
      * RECORD PER ITEM REPORTED, AND ONE TYPE '9' SUMMARY RECORD.    *
      * AMOUNTS ARE UNSIGNED WITH TWO IMPLIED DECIMALS; DATES ARE     *
      * CCYYMMDD. WRITTEN BY ESCHEAT                                  *
      *****************************************************************
       01  NAUPA-COPYBOOK-RECORD.
           02  NAU-REC-TYPE            PIC X(01).
              88 NAU-HOLDER-REC               VALUE '1'.
              88 NAU-PROPERTY-REC             VALUE '2'.
              88 NAU-SUMMARY-REC              VALUE '9'.
           02  NAU-DATA                PIC X(524).
      * --- '1' - HOLDER ------------------------------------------- *
           02  NAU-HOLDER-DATA REDEFINES NAU-DATA.
              03 NAU-H-TAX-ID          PIC 9(09).
              03 NAU-H-TAX-ID-EXT      PIC X(04).
              03 NAU-H-REPORT-YR       PIC 9(04).
              03 NAU-H-REPORT-NO       PIC 9(02).
      *          01 FOR THE YEAR'S ORIGINAL REPORT
              03 NAU-H-NAME            PIC X(40).
              03 NAU-H-CITY            PIC X(30).
              03 NAU-H-COUNTY          PIC X(25).
              03 NAU-H-STATE           PIC X(02).
              03 NAU-H-NAICS           PIC X(06).
              03 NAU-H-INCORP-STATE    PIC X(02).
              03 NAU-H-ADDR-1          PIC X(30).
              03 NAU-H-ZIP             PIC X(09).
              03 NAU-H-NEG-REPORT      PIC X(01).
      *          'Y' ON A NEGATIVE (NOTHING TO REPORT) FILING
              03 FILLER                PIC X(360).
      * --- '2' - PROPERTY ----------------------------------------- *
           02  NAU-PROPERTY-DATA REDEFINES NAU-DATA.
              03 NAU-P-SEQ             PIC 9(06).
              03 NAU-P-LAST            PIC X(30).
              03 NAU-P-FIRST           PIC X(20).
              03 NAU-P-MIDDLE          PIC X(10).
              03 NAU-P-ADDR-1          PIC X(30).
              03 NAU-P-ADDR-2          PIC X(30).
              03 NAU-P-ADDR-3          PIC X(30).
              03 NAU-P-CITY            PIC X(30).
              03 NAU-P-COUNTY          PIC X(25).
              03 NAU-P-STATE           PIC X(02).
              03 NAU-P-ZIP             PIC X(09).
              03 NAU-P-COUNTRY         PIC X(03).
              03 NAU-P-SSN             PIC 9(09).
              03 NAU-P-DOB             PIC 9(08).
              03 NAU-P-PROP-TYPE       PIC X(04).
      *          'PR01' - WAGES, PAYROLL, SALARY
              03 NAU-P-AMT-REPORTED    PIC 9(08)V99.
              03 NAU-P-DEDUCT-CD       PIC X(02).
              03 NAU-P-DEDUCT-AMT      PIC 9(08)V99.
              03 NAU-P-AMT-REMITTED    PIC 9(08)V99.
              03 NAU-P-LAST-TRANS-DT   PIC 9(08).
      *          THE CHECK DATE
              03 NAU-P-CHECK-NO        PIC X(20).
              03 NAU-P-LAST-CONTACT-DT PIC 9(08).
      *          THE DUE-DILIGENCE LETTER DATE, ZERO IF NONE WENT OUT
              03 NAU-P-OWNER-REL       PIC X(02).
      *          'SO' - SOLE OWNER
              03 FILLER                PIC X(208).
      * --- '9' - SUMMARY ------------------------------------------ *
           02  NAU-SUMMARY-DATA REDEFINES NAU-DATA.
              03 NAU-S-PROP-CNT        PIC 9(06).
              03 NAU-S-AMT-REPORTED    PIC 9(10)V99.
              03 NAU-S-DEDUCT-AMT      PIC 9(10)V99.
              03 NAU-S-AMT-REMITTED    PIC 9(10)V99.
              03 FILLER                PIC X(482).
