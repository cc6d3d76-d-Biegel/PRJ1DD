      *****************************************************************
      * FILE: COMPC.CPY                                               *
      * RECORD LENGTH: 160 BYTES                                      *
      * COMPANY CONTROL RECORD - ONE PER COMPANY PAID THROUGH THIS   *
      * JOB STREAM, CARRYING THAT COMPANY'S NACHA IDENTITY. THE      *
      * COMPANY CODE MATCHES WS-COMPANY-CD ON THE EMPLOYEE MASTER;   *
      * AN EMPLOYEE WHOSE CODE IS NOT ON FILE (OR STILL SPACES FROM  *
      * BEFORE THE FIELD EXISTED) FALLS BACK TO THE ORIGINAL         *
      * COMPILED-IN ORIGINATOR IDENTITY. THE RECORD GREW 80 -> 160   *
      * FOR THE EMPLOYER EIN AND MAILING ADDRESS THE YEAR-END AND    *
      * AGENCY FILINGS CARRY. THE SICK-PAYOUT SETTING IS THE         *
      * COMPANY'S LEAVE POLICY AT TERMINATION                        *
      *****************************************************************
       01  COMP-COPYBOOK-RECORD.
           02  COMP-CD                 PIC X(02).
           02  COMP-ID                 PIC X(10).
           02  FILLER                  PIC X.
           02  COMP-ORIG-DFI-ID        PIC X(08).
           02  FILLER                  PIC X.
           02  COMP-FEIN               PIC 9(09).
      *       FEDERAL EMPLOYER IDENTIFICATION NUMBER, NO HYPHEN -
      *       ZERO MEANS NOT SET UP YET
           02  FILLER                  PIC X.
           02  COMP-ADDR-1             PIC X(22).
           02  FILLER                  PIC X.
           02  COMP-CITY               PIC X(22).
           02  FILLER                  PIC X.
           02  COMP-STATE              PIC X(02).
           02  FILLER                  PIC X.
           02  COMP-ZIP                PIC X(09).
      *       ZIP + 4, NO HYPHEN - SPACES IN THE LAST FOUR WHEN THE
      *       EXTENSION IS NOT KNOWN
           02  FILLER                  PIC X.
           02  COMP-SICK-PAYOUT-SW     PIC X(01).
              88 COMP-SICK-PAID-OUT           VALUE 'Y'.
      *       'Y' PAYS THE UNUSED SICK BALANCE OUT ON THE FINAL
      *       PAYCHECK THE WAY VACATION ALWAYS IS - ANYTHING ELSE
      *       (INCLUDING SPACES FROM BEFORE THE FIELD EXISTED)
      *       FORFEITS IT
           02  FILLER                  PIC X(50).
