      *****************************************************************
      * FILE: YTDC.CPY                                                *
      * RECORD LENGTH: 520 BYTES                                      *
      * KEYED (BY YTD-EMP-ID) YEAR-TO-DATE MASTER RECORD - ONE PER    *
      * EMPLOYEE, UPDATED EVERY PAYROLL RUN. READ BY THE YEAR-END     *
      * W-2 EXTRACT AND THE QUARTERLY WAGE/TAX REPORTER. THE ANNUAL   *
      * BUCKETS ARE THE RUNNING TOTALS; THE QUARTER BUCKETS BREAK     *
      * THE SAME AMOUNTS OUT BY THE QUARTER OF THE PAY DATE. THE     *
      * TAXABLE WAGE BUCKETS AT THE END ARE GROSS LESS THE PRE-TAX    *
      * DEDUCTIONS EACH TAX EXEMPTS - WHAT THE W-2 BOXES REPORT       *
      *****************************************************************
       01  YTD-COPYBOOK-RECORD.
           02  YTD-EMP-ID              PIC X(06).
           02  YTD-ER-SUTA             PIC 9(7)V99.
      *       STATE UNEMPLOYMENT - RATE AND WAGE BASE COME OFF THE
      *       WORK JURISDICTION RECORD (SEE JURISC)
           02  FILLER                  PIC X.
           02  YTD-COMPANY-CD          PIC X(02).
      *       THE COMPANY THAT PAID THEM AS OF THE LAST RUN - GROUPS
      *       THE W-2S UNDER THE RIGHT EMPLOYER. CARVED OUT OF
      *       FILLER, SO SPACES ON A RECORD NOT PAID SINCE
           02  FILLER                  PIC X.
           02  YTD-FED-WAGES           PIC 9(7)V99.
      *       FEDERAL TAXABLE WAGES (W-2 BOX 1) - GROSS LESS 401(K)
      *       DEFERRALS AND SECTION 125 HEALTH PREMIUMS
           02  FILLER                  PIC X.
           02  YTD-SS-WAGES            PIC 9(7)V99.
      *       SOCIAL SECURITY WAGES (BOX 3) - GROSS LESS SECTION 125
      *       PREMIUMS ONLY (DEFERRALS STAY IN), STOPPING AT THE
      *       ANNUAL WAGE BASE
           02  FILLER                  PIC X.
           02  YTD-MEDI-WAGES          PIC 9(7)V99.
      *       MEDICARE WAGES (BOX 5) - THE SAME FICA WAGES WITH NO
      *       CAP. ALSO THE WAGES FUTA/SUTA AND THE ADDITIONAL
      *       MEDICARE THRESHOLD ARE TRACKED AGAINST
           02  FILLER                  PIC X.
           02  YTD-401K                PIC 9(7)V99.
      *       401(K) ELECTIVE DEFERRALS (BOX 12 CODE D)
           02  FILLER                  PIC X.
           02  YTD-HEALTH              PIC 9(7)V99.
      *       SECTION 125 HEALTH PREMIUMS (BOX 12 CODE DD)
           02  FILLER                  PIC X.
           02  YTD-QTR-WAGE-BUCKETS.
              03 YTD-QTR-WAGES OCCURS 4 TIMES.
                 04 YTD-QTR-FED-WAGES  PIC 9(7)V99.
                 04 YTD-QTR-SS-WAGES   PIC 9(7)V99.
                 04 YTD-QTR-MEDI-WAGES PIC 9(7)V99.
      *       THE THREE TAXABLE WAGE BUCKETS BY QUARTER OF THE PAY
      *       DATE - THE 941 WAGE LINES COME OFF THESE
           02  FILLER                  PIC X(11).
