      ************************************************************
      *
      *  PROGRAM ID WAGECNV
      *  DATE CREATED:  15OCT2026
      *
      *  ONE-TIME CONVERSION FOR THE PRE-TAX DEDUCTION CHANGE.
      *  401(K) DEFERRALS AND SECTION 125 HEALTH PREMIUMS NOW COME
      *  OFF THE WAGES EACH TAX IS FIGURED ON, SO THE YTD MASTER
      *  CARRIES FEDERAL TAXABLE, SOCIAL SECURITY AND MEDICARE
      *  WAGE BUCKETS (ANNUAL AND BY QUARTER) AND THE TWO PRE-TAX
      *  AMOUNTS, AND EACH AUDIT RECORD CARRIES ITS SHARE OF THE
      *  SAME SO A REVERSAL OR VOID CAN BACK THEM OUT (MASTER
      *  360 -> 520, AUDIT 188 -> 220 - SEE YTDC AND AUDITC). THE
      *  NEW FIELDS SIT AT THE END, SO EACH OLD RECORD IS COPIED
      *  ACROSS UNCHANGED AND ONLY THE NEW FIELDS ARE SEEDED. UNTIL
      *  NOW EVERY TAX WAS FIGURED ON GROSS, SO GROSS IS WHAT THE
      *  YEAR SO FAR WAS TAXED ON: THE FEDERAL AND MEDICARE WAGES
      *  START AT GROSS, SOCIAL SECURITY WAGES AT GROSS UP TO THE
      *  WAGE BASE (THE QUARTERS FILLING IN ORDER), AND THE PRE-TAX
      *  AMOUNTS AT ZERO. THE TRACE-KEYED CROSS-REFERENCE CARRIES
      *  THE FULL AUDIT IMAGE, SO IT IS REBUILT FROM THE CONVERTED
      *  TRAIL THE SAME WAY ACCTCNV REBUILT IT. NEW FILES ARE
      *  WRITTEN (OLD-FILE/NEW-FILE); THE OPERATOR PUTS THEM IN
      *  PLACE AFTER CHECKING THE COUNTS - WRITTEN MUST EQUAL READ
      *  FOR BOTH FILES
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      * ---------   ------    -------------------------------------
      *  DAN BIEG   15OCT2026 CODE PROG
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************

       PROGRAM-ID. WAGECNV.

      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FILE-OLDYTD ASSIGN TO UT-S-OLDYTD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FIL-OLDYTD-KEY
               FILE STATUS IS WS-OLDYTD-STATUS.

           SELECT FILE-NEWYTD ASSIGN TO UT-S-NEWYTD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FIL-NEWYTD-KEY
               FILE STATUS IS WS-NEWYTD-STATUS.

           SELECT FILE-OLDAUDIT ASSIGN TO UT-S-OLDAUDIT.

           SELECT FILE-NEWAUDIT ASSIGN TO UT-S-NEWAUDIT.

           SELECT FILE-AUDX ASSIGN TO UT-S-AUDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIL-AUDX-KEY
               FILE STATUS IS WS-AUDX-STATUS.

      **************************************************************
       DATA DIVISION.
      **************************************************************

       FILE SECTION.
      * THE YTD MASTER IN ITS OLD 360-BYTE LAYOUT - COPIED ACROSS
      * WHOLE, THE FIELDS ARE READ FROM THE NEW LAYOUT AFTERWARDS
       FD     FILE-OLDYTD
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-OLDYTD.

       01  FIL-OLDYTD.
           02  FIL-OLDYTD-KEY       PIC X(06).
           02  FILLER               PIC X(354).

      *   ------------

       FD     FILE-NEWYTD
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-NEWYTD.

       01  FIL-NEWYTD.
           02  FIL-NEWYTD-KEY       PIC X(06).
           02  FILLER               PIC X(514).

      *   ------------

      * THE AUDIT TRAIL IN ITS OLD 188-BYTE LAYOUT
       FD     FILE-OLDAUDIT
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-OLDAUDIT.

       01  FIL-OLDAUDIT PIC X(188).

      *   ------------

       FD     FILE-NEWAUDIT
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-NEWAUDIT.

       01  FIL-NEWAUDIT PIC X(220).

      *   ------------

       FD     FILE-AUDX
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-AUDX.

       01  FIL-AUDX.
           02  FIL-AUDX-KEY         PIC X(15).
           02  FILLER               PIC X(221).


       WORKING-STORAGE SECTION.
      * USE THE COPYBOOKS
       COPY YTDC.
       COPY AUDITC.
       COPY AUDXC.

      * SOCIAL SECURITY WAGE BASE FOR THE TAX YEAR BEING CONVERTED -
      * KEEP IN STEP WITH DIRECTDP'S WS-SS-WAGE-BASE
       01  WS-SS-WAGE-BASE      PIC 9(7)V99 VALUE 176100.00.
      * WHAT IS LEFT UNDER THE WAGE BASE AS THE QUARTERS FILL IN
       01  WS-SS-BASE-LEFT      PIC 9(7)V99 VALUE ZEROS.
       01  WS-QTR-IDX           PIC 9(01) VALUE ZEROS.

      * RUN COUNTERS - WRITTEN MUST EQUAL READ FOR EACH FILE
       01  WS-YTD-READ-CNT      PIC 9(07) VALUE ZEROS.
       01  WS-YTD-WRIT-CNT      PIC 9(07) VALUE ZEROS.
       01  WS-YTD-CAPPED-CNT    PIC 9(07) VALUE ZEROS.
       01  WS-AUDIT-READ-CNT    PIC 9(07) VALUE ZEROS.
       01  WS-AUDIT-WRIT-CNT    PIC 9(07) VALUE ZEROS.
       01  WS-XREF-CNT          PIC 9(07) VALUE ZEROS.

      * FLAGS
       01  WS-VAL.
           02 WS-EOF-YTD             PIC X VALUE 'N'.
           02 WS-EOF-AUDIT           PIC X VALUE 'N'.

      * FILE STATUS CODES FOR THE KEYED FILES
       01  WS-FILE-STATUS.
           02 WS-OLDYTD-STATUS       PIC X(02) VALUE '00'.
           02 WS-NEWYTD-STATUS       PIC X(02) VALUE '00'.
           02 WS-AUDX-STATUS         PIC X(02) VALUE '00'.

       01  WS-BREAKPT   PIC X(23) VALUE '-=-=-=-=-=-=-=-=-=-=-=-'.
       01  WS-MESSAGE   PIC X(23) VALUE 'TAXABLE WAGE CONVERSION'.
       01  WS-FULL-LINE PIC X(50) VALUE ALL '*'.


      **************************************************************
       PROCEDURE DIVISION.
      **************************************************************

           PERFORM R1000-OPEN-DATASETS.

           DISPLAY WS-FULL-LINE.
           DISPLAY WS-MESSAGE.
           DISPLAY WS-FULL-LINE.

           PERFORM R2000-CONVERT-YTD-REC
              UNTIL WS-EOF-YTD = 'Y'.

      * THE TRAIL CONVERTS IN ORDER, SO A LATER DEPOSIT UNDER THE
      * SAME TRACE STILL OVERLAYS THE EARLIER ONE IN THE XREF
           PERFORM R2100-CONVERT-AUDIT-REC
              UNTIL WS-EOF-AUDIT = 'Y'.

           DISPLAY 'YTD RECORDS READ:       ' WS-YTD-READ-CNT.
           DISPLAY 'YTD RECORDS WRITTEN:    ' WS-YTD-WRIT-CNT.
           DISPLAY 'YTD AT THE SS WAGE BASE:' WS-YTD-CAPPED-CNT.
           DISPLAY 'AUDIT RECORDS READ:     ' WS-AUDIT-READ-CNT.
           DISPLAY 'AUDIT RECORDS WRITTEN:  ' WS-AUDIT-WRIT-CNT.
           DISPLAY 'TRACE XREF ENTRIES:     ' WS-XREF-CNT.

           IF WS-YTD-WRIT-CNT NOT = WS-YTD-READ-CNT
              OR WS-AUDIT-WRIT-CNT NOT = WS-AUDIT-READ-CNT
              DISPLAY '*** COUNTS DO NOT AGREE - DO NOT PUT THE '
                 'NEW FILES IN PLACE ***'
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY WS-FULL-LINE
              DISPLAY ' -- CONVERSION COMPLETE - PUT THE NEW MASTER '
                 'AND TRAIL IN PLACE AFTER CHECKING THE COUNTS -- '
              DISPLAY WS-FULL-LINE
           END-IF.

           PERFORM R4000-CLOSE-DATASETS.
           STOP RUN.

      * ---
      * THE NEW YTD MASTER IS LOADED IN KEY ORDER STRAIGHT OFF THE
      * OLD ONE. THE XREF REBUILDS FROM SCRATCH - CREATE IT EMPTY
      * FIRST, THEN HOLD IT OPEN I-O FOR THE LATEST-WINS OVERLAY
        R1000-OPEN-DATASETS.
      * ---
           OPEN INPUT FILE-OLDYTD.
           IF WS-OLDYTD-STATUS NOT = '00'
              DISPLAY '*** OLD YTD MASTER COULD NOT BE OPENED - '
                 'STATUS ' WS-OLDYTD-STATUS ' ***'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT FILE-NEWYTD.
           IF WS-NEWYTD-STATUS NOT = '00'
              DISPLAY '*** NEW YTD MASTER COULD NOT BE OPENED - '
                 'STATUS ' WS-NEWYTD-STATUS ' ***'
              MOVE 8 TO RETURN-CODE
              CLOSE FILE-OLDYTD
              STOP RUN
           END-IF.

           OPEN INPUT FILE-OLDAUDIT.
           OPEN OUTPUT FILE-NEWAUDIT.

           OPEN OUTPUT FILE-AUDX.
           CLOSE FILE-AUDX.
           OPEN I-O FILE-AUDX.
           IF WS-AUDX-STATUS NOT = '00'
              DISPLAY '*** TRACE XREF COULD NOT BE OPENED - '
                 'STATUS ' WS-AUDX-STATUS ' ***'
              MOVE 8 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              STOP RUN
           END-IF.
      * ---
      * THE OLD RECORD LANDS IN THE FIRST 360 BYTES OF THE NEW ONE,
      * SO EVERY FIELD KEEPS ITS POSITION - THE OLD TRAILING FILLER
      * IS WHERE THE TAXABLE WAGE BUCKETS NOW START
        R2000-CONVERT-YTD-REC.
      * ---
           READ FILE-OLDYTD
              AT END
                 MOVE 'Y' TO WS-EOF-YTD
              NOT AT END
                 ADD 1 TO WS-YTD-READ-CNT
                 MOVE SPACES TO YTD-COPYBOOK-RECORD
                 MOVE FIL-OLDYTD TO YTD-COPYBOOK-RECORD(1:360)
                 MOVE SPACES TO YTD-COPYBOOK-RECORD(351:10)
                 PERFORM R2050-SEED-WAGE-BUCKETS
                 WRITE FIL-NEWYTD FROM YTD-COPYBOOK-RECORD
                    INVALID KEY
                       DISPLAY '*** YTD RECORD NOT WRITTEN FOR '
                          'EMP ID: ' YTD-EMP-ID ' - STATUS '
                          WS-NEWYTD-STATUS ' ***'
                    NOT INVALID KEY
                       ADD 1 TO WS-YTD-WRIT-CNT
                 END-WRITE
           END-READ.
      * ---
      * THE YEAR SO FAR WAS TAXED ON GROSS. SOCIAL SECURITY WAGES
      * STOP AT THE WAGE BASE - THE QUARTERS FILL IN ORDER, SO THE
      * QUARTER THAT CROSSED IT GETS ONLY WHAT WAS LEFT UNDER IT
        R2050-SEED-WAGE-BUCKETS.
      * ---
           MOVE YTD-GROSS TO YTD-FED-WAGES.
           MOVE YTD-GROSS TO YTD-MEDI-WAGES.
           IF YTD-GROSS > WS-SS-WAGE-BASE
              MOVE WS-SS-WAGE-BASE TO YTD-SS-WAGES
              ADD 1 TO WS-YTD-CAPPED-CNT
           ELSE
              MOVE YTD-GROSS TO YTD-SS-WAGES
           END-IF.
           MOVE ZEROS TO YTD-401K.
           MOVE ZEROS TO YTD-HEALTH.

           MOVE WS-SS-WAGE-BASE TO WS-SS-BASE-LEFT.
           PERFORM R2060-SEED-QTR-BUCKETS
              VARYING WS-QTR-IDX FROM 1 BY 1
              UNTIL WS-QTR-IDX > 4.
      * ---
        R2060-SEED-QTR-BUCKETS.
      * ---
           MOVE YTD-QTR-GROSS(WS-QTR-IDX)
              TO YTD-QTR-FED-WAGES(WS-QTR-IDX).
           MOVE YTD-QTR-GROSS(WS-QTR-IDX)
              TO YTD-QTR-MEDI-WAGES(WS-QTR-IDX).
           IF YTD-QTR-GROSS(WS-QTR-IDX) > WS-SS-BASE-LEFT
              MOVE WS-SS-BASE-LEFT TO YTD-QTR-SS-WAGES(WS-QTR-IDX)
           ELSE
              MOVE YTD-QTR-GROSS(WS-QTR-IDX)
                 TO YTD-QTR-SS-WAGES(WS-QTR-IDX)
           END-IF.
           SUBTRACT YTD-QTR-SS-WAGES(WS-QTR-IDX) FROM WS-SS-BASE-LEFT.
      * ---
      * THE OLD RECORD LANDS IN THE FIRST 188 BYTES; THIS DEPOSIT'S
      * SHARE OF GROSS IS WHAT ITS TAXES WERE FIGURED ON
        R2100-CONVERT-AUDIT-REC.
      * ---
           READ FILE-OLDAUDIT
              AT END
                 MOVE 'Y' TO WS-EOF-AUDIT
              NOT AT END
                 ADD 1 TO WS-AUDIT-READ-CNT
                 MOVE SPACES TO AUDIT-COPYBOOK-RECORD
                 MOVE FIL-OLDAUDIT TO AUDIT-COPYBOOK-RECORD(1:188)
                 MOVE AUD-GROSS TO AUD-FED-WAGES
                 MOVE AUD-GROSS TO AUD-FICA-WAGES
                 MOVE ZEROS     TO AUD-401K
                 MOVE ZEROS     TO AUD-HEALTH
                 WRITE FIL-NEWAUDIT FROM AUDIT-COPYBOOK-RECORD
                 ADD 1 TO WS-AUDIT-WRIT-CNT
                 PERFORM R2200-REBUILD-XREF-ENTRY
           END-READ.
      * ---
      * SAME INDEXING RULES AS DIRECTDP AND AUDARCH - REVERSAL
      * RECORDS AND CHECKS (TRACE ZEROS) ARE NEVER INDEXED
        R2200-REBUILD-XREF-ENTRY.
      * ---
           IF NOT AUD-IS-REVERSAL AND AUD-TRACE-NO > 0
              MOVE AUD-TRACE-NO TO AUDX-TRACE-NO
              MOVE AUDIT-COPYBOOK-RECORD TO AUDX-AUDIT-IMAGE
              MOVE AUDX-TRACE-NO TO FIL-AUDX-KEY
              WRITE FIL-AUDX FROM AUDX-COPYBOOK-RECORD
                 INVALID KEY
                    REWRITE FIL-AUDX FROM AUDX-COPYBOOK-RECORD
              END-WRITE
              ADD 1 TO WS-XREF-CNT
           END-IF.
      * ---
        R4000-CLOSE-DATASETS.
      * ---
           CLOSE FILE-OLDYTD.
           CLOSE FILE-NEWYTD.
           CLOSE FILE-OLDAUDIT.
           CLOSE FILE-NEWAUDIT.
           CLOSE FILE-AUDX.
