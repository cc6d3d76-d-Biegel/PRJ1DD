      *****************************************************************
      * FILE: GARNAGYC.CPY                                            *
      * RECORD LENGTH: 100 BYTES                                      *
      * KEYED (BY GAG-AGENCY-CD) GARNISHMENT AGENCY - ONE RECORD PER  *
      * COURT, STATE DISBURSEMENT UNIT, OR AGENCY THAT GARNISHMENT    *
      * ORDERS ARE PAID TO. A GARNC ORDER NAMES ITS AGENCY BY CODE.   *
      * CARRIES THE BANKING AND FIPS CODE A CHILD-SUPPORT PAYMENT     *
      * NEEDS TO GO BY CCD+ WITH THE DED ADDENDA (SEE CSEFT) INSTEAD  *
      * OF ON AN AP CHECK. AN AGENCY NOT YET ENROLLED FOR EFT STAYS   *
      * ON THE PAPER PATH                                             *
      *****************************************************************
       01  GARNAGY-COPYBOOK-RECORD.
           02  GAG-AGENCY-CD           PIC X(06).
           02  FILLER                  PIC X.
           02  GAG-AGENCY-NM           PIC X(22).
      *       THE NAME THE ENTRY CARRIES AS ITS RECEIVING COMPANY
           02  FILLER                  PIC X.
           02  GAG-STATE-CD            PIC X(02).
           02  FILLER                  PIC X.
           02  GAG-EFT-SW              PIC X(01).
              88 GAG-EFT-ENROLLED             VALUE 'Y'.
      *       'Y' ONCE THE AGENCY HAS ACCEPTED OUR EFT ENROLLMENT -
      *       ANYTHING ELSE (INCLUDING SPACES) IS PAID BY CHECK
           02  FILLER                  PIC X.
           02  GAG-ROUTE-NO.
              03 GAG-ROUTE-ABA         PIC 9(08).
              03 GAG-ROUTE-CHECK-DIGIT PIC 9(01).
           02  FILLER                  PIC X.
           02  GAG-ACCT-TYPE           PIC X(04).
      *       'CHK' OR 'SAV', THE SAME AS THE EMPLOYEE MASTER
           02  FILLER                  PIC X.
           02  GAG-ACCT-NO             PIC X(17).
           02  FILLER                  PIC X.
           02  GAG-FIPS-CD             PIC X(07).
      *       THE AGENCY'S FIPS CODE FOR THE DED ADDENDA - FIVE
      *       CHARACTERS (STATE AND COUNTY) OR SEVEN (WITH THE
      *       LOCAL CODE), LEFT-JUSTIFIED
           02  FILLER                  PIC X(25).
