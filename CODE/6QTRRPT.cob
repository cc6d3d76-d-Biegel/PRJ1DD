      *                       INSTEAD OF A DATA EXCEPTION
      *  DAN BIEG   02SEP2026 YTD MASTER RECORD GREW TO 360 BYTES
      *                       FOR THE EMPLOYER PAYROLL TAX BUCKETS
      *  DAN BIEG   15OCT2026 FEDERAL SUMMARY ADDS THE QUARTER'S
      *                       FEDERAL TAXABLE, SOCIAL SECURITY AND
      *                       MEDICARE WAGES (YTD MASTER NOW 520
      *                       BYTES)
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************

       01  FIL-YTD.
           02  FIL-YTD-KEY          PIC X(06).
           02  FILLER               PIC X(514).

      *   ------------

      * FEDERAL SUMMARY ACCUMULATORS FOR THE QUARTER
       01  WS-FED-SUMMARY.
           02 WS-FS-WAGES       PIC 9(09)V99 VALUE ZEROS.
           02 WS-FS-FED-WAGES   PIC 9(09)V99 VALUE ZEROS.
           02 WS-FS-SS-WAGES    PIC 9(09)V99 VALUE ZEROS.
           02 WS-FS-MEDI-WAGES  PIC 9(09)V99 VALUE ZEROS.
           02 WS-FS-FED         PIC 9(09)V99 VALUE ZEROS.
           02 WS-FS-SS          PIC 9(09)V99 VALUE ZEROS.
           02 WS-FS-MEDI        PIC 9(09)V99 VALUE ZEROS.
        R2100-ACCUM-EMPLOYEE.
      * ---
           ADD YTD-QTR-GROSS(WS-QTR) TO WS-FS-WAGES.
           ADD YTD-QTR-FED-WAGES(WS-QTR)  TO WS-FS-FED-WAGES.
           ADD YTD-QTR-SS-WAGES(WS-QTR)   TO WS-FS-SS-WAGES.
           ADD YTD-QTR-MEDI-WAGES(WS-QTR) TO WS-FS-MEDI-WAGES.
           ADD YTD-QTR-FED(WS-QTR)   TO WS-FS-FED.
           ADD YTD-QTR-SS(WS-QTR)    TO WS-FS-SS.
           ADD YTD-QTR-MEDI(WS-QTR)  TO WS-FS-MEDI.
           WRITE FIL-QRPT FROM WS-FED-SUM-LINE
              AFTER ADVANCING 2 LINES.

           MOVE 'FEDERAL TAXABLE WAGES'     TO WS-FED-S-LABEL.
           MOVE WS-FS-FED-WAGES             TO WS-FED-S-AMT.
           WRITE FIL-QRPT FROM WS-FED-SUM-LINE
              AFTER ADVANCING 1 LINE.

           MOVE 'SOCIAL SECURITY WAGES'     TO WS-FED-S-LABEL.
           MOVE WS-FS-SS-WAGES              TO WS-FED-S-AMT.
           WRITE FIL-QRPT FROM WS-FED-SUM-LINE
              AFTER ADVANCING 1 LINE.

           MOVE 'MEDICARE WAGES'            TO WS-FED-S-LABEL.
           MOVE WS-FS-MEDI-WAGES            TO WS-FED-S-AMT.
           WRITE FIL-QRPT FROM WS-FED-SUM-LINE
              AFTER ADVANCING 1 LINE.

           MOVE 'FEDERAL INCOME TAX WITHHELD' TO WS-FED-S-LABEL.
           MOVE WS-FS-FED                   TO WS-FED-S-AMT.
           WRITE FIL-QRPT FROM WS-FED-SUM-LINE
