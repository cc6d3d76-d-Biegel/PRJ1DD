           02  RTN-CORR-ROUTE-ABA      PIC 9(08).
           02  RTN-CORR-CHECK-DIGIT    PIC 9(01).
           02  FILLER                  PIC X.
           02  RTN-CORR-ACCT-NO        PIC X(17).
      *       CORRECTED BANKING DATA - FILLED ONLY ON A NOC. THE
      *       ROUTING IS ZERO AND THE ACCOUNT SPACES ON A RETURN (AN
      *       ACCOUNT OF ALL ZEROS IS LIKEWISE TAKEN AS NOT GIVEN).
      *       THE ACCOUNT IS LEFT-JUSTIFIED, SPACE-FILLED, AS THE
      *       BANK SENT IT
           02  FILLER                  PIC X(20).
