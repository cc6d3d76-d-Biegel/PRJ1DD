      *                       THE W-2 IDENTIFICATION BOXES - NO
      *                       MORE MARRYING UP AN HR SPREADSHEET
      *                       EVERY JANUARY
      *  DAN BIEG   15OCT2026 CARRY THE PAYING COMPANY AND THE WORK
      *                       STATE ONTO THE EXTRACT (RECORD GREW
      *                       170 -> 176, LAYOUT MOVED TO W2EXTC)
      *                       SO EFW2 CAN GROUP THE W-2S BY EMPLOYER
      *                       AND REPORT STATE WAGES
      *  DAN BIEG   15OCT2026 CARRY THE TAXABLE WAGE BASES FOR
      *                       BOXES 1, 3 AND 5 AND THE 401(K) AND
      *                       SECTION 125 AMOUNTS FOR BOX 12 CODES D
      *                       AND DD (RECORD GREW 176 -> 230, YTD
      *                       MASTER 360 -> 520)
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************

       01  FIL-YTD.
           02  FIL-YTD-KEY          PIC X(06).
           02  FILLER               PIC X(514).

      *   ------------

              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-W2.

       01  FIL-W2 PIC X(230).


       WORKING-STORAGE SECTION.
           02 WS-DEMO-STATUS         PIC X(02) VALUE '00'.

      * W-2 EXTRACT RECORD LAYOUT
       COPY W2EXTC.

      * RUN COUNTERS
       01  WS-W2-REC-CNT             PIC 9(07) VALUE ZEROS.
              MOVE YTD-LOC-TAX    TO WS-W2-LOC-TAX
              MOVE YTD-SS-TAX     TO WS-W2-SS-TAX
              MOVE YTD-MEDI-TAX   TO WS-W2-MEDI-TAX
              MOVE YTD-COMPANY-CD TO WS-W2-COMPANY-CD
              MOVE YTD-STATE-CD   TO WS-W2-WORK-STATE
              MOVE YTD-FED-WAGES  TO WS-W2-FED-WAGES
              MOVE YTD-SS-WAGES   TO WS-W2-SS-WAGES
              MOVE YTD-MEDI-WAGES TO WS-W2-MEDI-WAGES
              MOVE YTD-401K       TO WS-W2-401K
              MOVE YTD-HEALTH     TO WS-W2-HEALTH

              PERFORM R2100-LOOKUP-DEMOGRAPHICS
              MOVE DEMO-SSN       TO WS-W2-SSN
                    YTD-EMP-ID
              END-IF

              WRITE FIL-W2 FROM W2-COPYBOOK-RECORD
              ADD 1 TO WS-W2-REC-CNT

              DISPLAY WS-BREAKPT
