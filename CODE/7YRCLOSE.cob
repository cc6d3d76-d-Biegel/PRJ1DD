      *                       NOW 360 BYTES)
      *  DAN BIEG   02SEP2026 W-2 EXTRACT RECORD GREW 100 -> 170
      *                       FOR SSN AND MAILING ADDRESS
      *  DAN BIEG   15OCT2026 W-2 EXTRACT RECORD GREW 170 -> 176
      *                       FOR THE PAYING COMPANY AND WORK STATE
      *  DAN BIEG   15OCT2026 RESET THE NEW TAXABLE WAGE AND PRE-TAX
      *                       DEDUCTION BUCKETS (YTD MASTER AND ITS
      *                       ARCHIVE NOW 520 BYTES, W-2 EXTRACT 230)
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************

       01  FIL-YTD.
           02  FIL-YTD-KEY          PIC X(06).
           02  FILLER               PIC X(514).

      *   ------------

              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-YTDHIST.

       01  FIL-YTDHIST PIC X(520).

      *   ------------

              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-W2.

       01  FIL-W2 PIC X(230).


       WORKING-STORAGE SECTION.
                               YTD-ER-MEDI
                               YTD-ER-FUTA
                               YTD-ER-SUTA
                               YTD-FED-WAGES
                               YTD-SS-WAGES
                               YTD-MEDI-WAGES
                               YTD-401K
                               YTD-HEALTH
                 PERFORM R3150-RESET-QTR-BUCKETS
                    VARYING WS-QTR-IDX FROM 1 BY 1
                    UNTIL WS-QTR-IDX > 4
                         YTD-QTR-STATE(WS-QTR-IDX)
                         YTD-QTR-LOC(WS-QTR-IDX)
                         YTD-QTR-SS(WS-QTR-IDX)
                         YTD-QTR-MEDI(WS-QTR-IDX)
                         YTD-QTR-FED-WAGES(WS-QTR-IDX)
                         YTD-QTR-SS-WAGES(WS-QTR-IDX)
                         YTD-QTR-MEDI-WAGES(WS-QTR-IDX).
      * ---
        R3900-ADVANCE-YEAR-CONTROL.
      * ---
