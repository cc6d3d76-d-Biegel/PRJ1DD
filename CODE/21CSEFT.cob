      ************************************************************
      *
      *  PROGRAM ID CSEFT
      *  DATE CREATED:  15OCT2026
      *
      *  CHILD SUPPORT BY EFT - BUILDS A NACHA FILE OF ITS OWN FOR
      *  THE CYCLE'S CHILD-SUPPORT REMITTANCES, CCD+ ENTRIES TO THE
      *  STATE DISBURSEMENT UNITS WITH THE STANDARD DED ADDENDA
      *  (CASE ID, PAY DATE, AMOUNT, NON-CUSTODIAL PARENT SSN AND
      *  NAME, MEDICAL SUPPORT, FIPS CODE, TERMINATION FLAG). WORKS
      *  OFF THE GARNREM RECORDS DIRECTDP MARKED FOR EFT; THE CASE
      *  ID COMES OFF THE ORDER (GARNC) AND THE BANKING AND FIPS
      *  CODE OFF THE GARNISHMENT AGENCY FILE (GARNAGYC). ONE BATCH
      *  PER COMPANY, UNDER THAT COMPANY'S NACHA IDENTITY. LEVY AND
      *  CREDITOR ORDERS STAY ON AP'S PAPER PATH. TRACE NUMBERS
      *  CONTINUE DIRECTDP'S DURABLE SEQUENCE ON THE CHECKPOINT, SO
      *  A RETURNED SUPPORT PAYMENT CAN NEVER MATCH A PAYROLL
      *  DEPOSIT. A PAYMENT MARKED FOR EFT THAT CANNOT GO (NO CASE
      *  ID, AGENCY OFF FILE OR NOT ENROLLED) IS LISTED FOR AP TO
      *  PAY BY CHECK AND SETS RC=4. RC=8 WHEN THE PAYROLL RUN IS
      *  STILL IN PROGRESS ON THE CHECKPOINT. IN THE MOLD OF
      *  DIRECTDP
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      * ---------   ------    -------------------------------------
      *  DAN BIEG   15OCT2026 CODE PROG
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************

       PROGRAM-ID. CSEFT.

      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FILE-GARNREM ASSIGN TO UT-S-GARNREM.

           SELECT FILE-GARN ASSIGN TO UT-S-GARN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIL-GARN-KEY
               FILE STATUS IS WS-GARN-STATUS.

           SELECT FILE-GARNAGY ASSIGN TO UT-S-GARNAGY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIL-GARNAGY-KEY
               FILE STATUS IS WS-GARNAGY-STATUS.

           SELECT FILE-CKPT ASSIGN TO UT-S-CKPT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIL-CKPT-KEY
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT FILE-COMPANY ASSIGN TO UT-S-COMPANY.

           SELECT FILE-CSACH ASSIGN TO UT-S-CSACH.

           SELECT FILE-CSRPT ASSIGN TO UT-S-CSRPT.

      **************************************************************
       DATA DIVISION.
      **************************************************************

       FILE SECTION.
      * GARNISHMENT REMITTANCE EXTRACT - ONE RECORD PER ORDER PAID
      * THIS CYCLE, A RESTART'S INCLUDED
       FD     FILE-GARNREM
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-GARNREM.

       01  FIL-GARNREM PIC X(80).

      *   ------------

      * GARNISHMENT ORDER FILE - KEYED BY EMPLOYEE + ORDER NUMBER
      * (SEE GARNC). READ ONLY, FOR THE CASE ID
       FD     FILE-GARN
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-GARN.

       01  FIL-GARN.
           02  FIL-GARN-KEY         PIC X(08).
           02  FILLER               PIC X(92).

      *   ------------

      * GARNISHMENT AGENCY FILE - KEYED BY AGENCY CODE (SEE
      * GARNAGYC): THE AGENCY'S BANKING AND FIPS CODE
       FD     FILE-GARNAGY
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-GARNAGY.

       01  FIL-GARNAGY.
           02  FIL-GARNAGY-KEY      PIC X(06).
           02  FILLER               PIC X(94).

      *   ------------

      * DIRECTDP'S CHECKPOINT (SEE CKPTC) - THE PAYROLL RUN MUST
      * HAVE FINISHED, AND IT CARRIES THE DURABLE TRACE SEQUENCE
       FD     FILE-CKPT
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-CKPT.

       01  FIL-CKPT.
           02  FIL-CKPT-KEY         PIC X(06).
           02  FILLER               PIC X(122).

      *   ------------

      * COMPANY CONTROL FILE (SEE COMPC) - EACH COMPANY'S NACHA
      * IDENTITY
       FD     FILE-COMPANY
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-COMPANY.

       01  FIL-COMPANY PIC X(160).

      *   ------------

      * THE CHILD SUPPORT NACHA FILE (SEE ACHC) - KEPT OUT OF THE
      * PAYROLL FILE SO THE SDU PAYMENTS CAN BE RELEASED, RETURNED
      * AND RECONCILED ON THEIR OWN
       FD     FILE-CSACH
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-CSACH.

       01  FIL-CSACH PIC X(94).

      *   ------------

       FD     FILE-CSRPT
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-CSRPT.

       01  FIL-CSRPT PIC X(132).


       WORKING-STORAGE SECTION.
      * USE THE COPYBOOKS
       COPY ACHC.
       COPY GARNC.
       COPY GARNAGYC.
       COPY CKPTC.
       COPY COMPC.

      * GARNISHMENT REMITTANCE EXTRACT RECORD - THE SAME LAYOUT
      * DIRECTDP WRITES
       01  WS-GARNREM-DETAIL-LINE.
           02 WS-GR-EMP-ID      PIC X(06).
           02 FILLER            PIC X(01).
           02 WS-GR-ORDER-NO    PIC 9(02).
           02 FILLER            PIC X(01).
           02 WS-GR-TYPE        PIC X(01).
           02 FILLER            PIC X(01).
           02 WS-GR-AGENCY      PIC X(20).
           02 FILLER            PIC X(01).
           02 WS-GR-AMOUNT      PIC 9(07)V99.
           02 FILLER            PIC X(01).
           02 WS-GR-PAY-DATE    PIC 9(08).
           02 FILLER            PIC X(01).
           02 WS-GR-SSN         PIC 9(09).
           02 FILLER            PIC X(01).
           02 WS-GR-NCP-NAME    PIC X(10).
           02 FILLER            PIC X(01).
           02 WS-GR-TERM-SW     PIC X(01).
           02 FILLER            PIC X(01).
           02 WS-GR-PAY-METHOD  PIC X(01).
              88 WS-GR-PAY-EFT             VALUE 'E'.
           02 FILLER            PIC X(01).
           02 WS-GR-COMP-CD     PIC X(02).
           02 FILLER            PIC X(01).

      * NACHA FILE IDENTIFICATION - THE SAME ORIGINATOR AND BANK
      * AS THE PAYROLL FILE. THE FILE ID MODIFIER IS 'C' SO THE
      * BANK NEVER TAKES THIS FILE FOR A DUPLICATE OF THE PAYROLL
      * FILE ('A') CREATED THE SAME DAY AND MINUTE
       01  WS-ACH-CONSTANTS.
           02 WS-ACH-DEST-ROUTING     PIC X(10) VALUE ' 091000019'.
           02 WS-ACH-ORIGIN-ID        PIC X(10) VALUE '1234567890'.
           02 WS-ACH-DEST-NAME        PIC X(23) VALUE
                    'OUR BANK N A           '.
           02 WS-ACH-ORIGIN-NAME      PIC X(23) VALUE
                    'ACME PAYROLL CO        '.
           02 WS-ACH-COMPANY-ID       PIC X(10) VALUE '1234567890'.
           02 WS-ACH-COMPANY-NAME     PIC X(16) VALUE
                    'ACME PAYROLL CO '.
           02 WS-ACH-ORIG-DFI-ID      PIC X(08) VALUE '09100001'.
           02 WS-ACH-ORIG-DFI-NUM     PIC 9(08) VALUE 09100001.
           02 WS-ACH-FILE-ID-MOD      PIC X(01) VALUE 'C'.
           02 WS-ACH-ENTRY-DESC       PIC X(10) VALUE 'CHILD SUPP'.
           02 WS-ACH-BATCH-NO         PIC 9(07) VALUE 0.

      * NACHA RUNNING COUNTERS - THE ENTRY COUNTS TAKE IN THE
      * ADDENDA RECORDS, AS NACHA COUNTS THEM
       01  WS-ACH-COUNTERS.
           02 WS-ACH-ENTRY-CNT        PIC 9(08) VALUE ZEROS.
           02 WS-ACH-ENTRY-HASH       PIC 9(10) VALUE ZEROS.
           02 WS-ACH-TOT-CREDIT       PIC 9(12)V99 VALUE ZEROS.
           02 WS-ACH-BAT-ENTRY-CNT    PIC 9(08) VALUE ZEROS.
           02 WS-ACH-BAT-HASH         PIC 9(10) VALUE ZEROS.
           02 WS-ACH-BAT-CREDIT       PIC 9(12)V99 VALUE ZEROS.
           02 WS-ACH-REC-CNT          PIC 9(08) VALUE ZEROS.
           02 WS-ACH-BLOCK-CNT        PIC 9(06) VALUE ZEROS.
           02 WS-ACH-TRACE-SEQ        PIC 9(07) VALUE ZEROS.
           02 WS-ACH-TXN-CODE         PIC X(02) VALUE '22'.
           02 WS-ACH-LAST-TRACE       PIC 9(15) VALUE ZEROS.

      * COMPANY TABLE - ENTRY 1 IS THE COMPILED-IN ORIGINATOR UNDER
      * A SPACES CODE, THE SAME FALLBACK DIRECTDP USES
       01  WS-COMP-TABLE.
           02 WS-COMP-ENTRY OCCURS 10 TIMES.
              03 WS-COMP-TBL-CD       PIC X(02).
              03 WS-COMP-TBL-NAME     PIC X(16).
              03 WS-COMP-TBL-ID       PIC X(10).
              03 WS-COMP-TBL-DFI-ID   PIC X(08).
              03 WS-COMP-TBL-DFI-NUM  PIC 9(08).
       01  WS-COMP-CNT          PIC 9(02) VALUE ZEROS.
       01  WS-COMP-MAX          PIC 9(02) VALUE 10.
       01  WS-COMP-IDX          PIC 9(02) VALUE ZEROS.
       01  WS-CUR-COMP-IDX      PIC 9(02) VALUE ZEROS.
       01  WS-BATCH-COMP-CD     PIC X(02) VALUE SPACES.

      * DED ADDENDA WORK FIELDS
       01  WS-DED-WORK.
           02 WS-DED-PTR          PIC 9(03) VALUE ZEROS.
           02 WS-DED-CENTS        PIC 9(09) VALUE ZEROS.
           02 WS-DED-LEAD-ZEROS   PIC 9(02) VALUE ZEROS.
           02 WS-DED-AMT-START    PIC 9(02) VALUE ZEROS.
           02 WS-DED-PAY-DATE     PIC 9(08) VALUE ZEROS.
           02 WS-DED-PAY-DATE-R REDEFINES WS-DED-PAY-DATE.
              03 WS-DED-PAY-CC    PIC 9(02).
              03 WS-DED-PAY-YYMMDD PIC 9(06).
           02 WS-DED-MED-SW       PIC X(01) VALUE 'N'.
           02 WS-DED-TERM-SW      PIC X(01) VALUE 'N'.

      * THE CYCLE'S PAY DATE - OFF THE FIRST REMITTANCE RECORD
       01  WS-PAY-DATE-8        PIC 9(08) VALUE ZEROS.
       01  WS-RUN-DATE-8        PIC 9(08) VALUE ZEROS.
       01  WS-RUN-TIME          PIC 9(08) VALUE ZEROS.

      * WHY A PAYMENT MARKED FOR EFT COULD NOT GO
       01  WS-REJECT-REASON     PIC X(30) VALUE SPACES.

      * REPORT LINE LAYOUTS
       01  WS-RPT-HEADING-1.
           02 FILLER            PIC X(01) VALUE '1'.
           02 FILLER            PIC X(50) VALUE
                    '*** CHILD SUPPORT EFT - CCD+ REMITTANCE ***'.
           02 FILLER            PIC X(10) VALUE 'RUN DATE '.
           02 WS-RPT-H1-RUN     PIC 9(08).
           02 FILLER            PIC X(12) VALUE '   PAY DATE '.
           02 WS-RPT-H1-PAY     PIC 9(08).
           02 FILLER            PIC X(08) VALUE '   PAGE '.
           02 WS-RPT-H1-PAGE    PIC ZZ9.
           02 FILLER            PIC X(32) VALUE SPACES.

       01  WS-RPT-HEADING-2.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(08) VALUE 'EMP ID'.
           02 FILLER            PIC X(04) VALUE 'ORD'.
           02 FILLER            PIC X(22) VALUE 'CASE ID'.
           02 FILLER            PIC X(08) VALUE 'AGENCY'.
           02 FILLER            PIC X(24) VALUE 'AGENCY NAME'.
           02 FILLER            PIC X(16) VALUE '        AMOUNT'.
           02 FILLER            PIC X(30) VALUE
                    'TRACE NO / DISPOSITION'.
           02 FILLER            PIC X(19) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-RPT-D-EMP-ID   PIC X(06).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-RPT-D-ORDER    PIC Z9.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-RPT-D-CASE-ID  PIC X(20).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-RPT-D-AGY-CD   PIC X(06).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-RPT-D-AGY-NM   PIC X(22).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-RPT-D-AMOUNT   PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 WS-RPT-D-RESULT   PIC X(30).
           02 WS-RPT-D-TRACE REDEFINES WS-RPT-D-RESULT.
              03 WS-RPT-D-TRACE-NO PIC 9(15).
              03 FILLER            PIC X(15).
           02 FILLER            PIC X(19) VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WS-RPT-T-LABEL    PIC X(44).
           02 WS-RPT-T-COUNT    PIC ZZZ,ZZ9.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 WS-RPT-T-AMOUNT   PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(63) VALUE SPACES.

      * RUN TOTALS
       01  WS-RUN-TOTALS.
           02 WS-EFT-CNT        PIC 9(05) VALUE ZEROS.
           02 WS-EFT-AMT        PIC 9(09)V99 VALUE ZEROS.
           02 WS-REJ-CNT        PIC 9(05) VALUE ZEROS.
           02 WS-REJ-AMT        PIC 9(09)V99 VALUE ZEROS.
           02 WS-PAPER-CNT      PIC 9(05) VALUE ZEROS.
           02 WS-PAPER-AMT      PIC 9(09)V99 VALUE ZEROS.
       01  WS-RPT-LINE-CNT      PIC 9(03) VALUE ZEROS.
       01  WS-RPT-MAX-LINES     PIC 9(03) VALUE 050.
       01  WS-RPT-PAGE-NO       PIC 9(03) VALUE ZEROS.

      * FLAGS
       01  WS-VAL.
           02 WS-EOF-GARNREM         PIC X VALUE 'N'.
           02 WS-EOF-COMPANY         PIC X VALUE 'N'.
           02 WS-FILE-OPEN-SW        PIC X VALUE 'N'.
              88 WS-FILE-STARTED           VALUE 'Y'.
      *       THE FILE HEADER IS WRITTEN WITH THE FIRST ENTRY - A
      *       CYCLE WITH NOTHING TO SEND LEAVES THE FILE EMPTY
           02 WS-BATCH-OPEN-SW       PIC X VALUE 'N'.
              88 WS-BATCH-OPEN             VALUE 'Y'.
           02 WS-REMIT-OK-SW         PIC X VALUE 'N'.
              88 WS-REMIT-OK               VALUE 'Y'.
           02 WS-GARNFILE-SW         PIC X VALUE 'N'.
              88 WS-GARNFILE-ACTIVE        VALUE 'Y'.
           02 WS-GARNAGYFILE-SW      PIC X VALUE 'N'.
              88 WS-GARNAGYFILE-ACTIVE     VALUE 'Y'.

      * FILE STATUS CODES FOR THE KEYED LOOKUPS
       01  WS-FILE-STATUSES.
           02 WS-GARN-STATUS         PIC X(02) VALUE '00'.
           02 WS-GARNAGY-STATUS      PIC X(02) VALUE '00'.
           02 WS-CKPT-STATUS         PIC X(02) VALUE '00'.

       01  WS-CKPT-CONST-KEY    PIC X(06) VALUE 'CKPT01'.

       01  WS-BREAKPT   PIC X(23) VALUE '-=-=-=-=-=-=-=-=-=-=-=-'.
       01  WS-MESSAGE   PIC X(23) VALUE 'CHILD SUPPORT EFT      '.
       01  WS-FULL-LINE PIC X(50) VALUE ALL '*'.


      **************************************************************
       PROCEDURE DIVISION.
      **************************************************************

           PERFORM R1000-OPEN-DATASETS.

           DISPLAY WS-FULL-LINE.
           DISPLAY WS-MESSAGE.
           DISPLAY WS-FULL-LINE.

      * THE PAYROLL RUN MUST HAVE FINISHED - A CHECKPOINT STILL IN
      * PROGRESS MEANS THE REMITTANCE EXTRACT IS ONLY PART OF THE
      * CYCLE, AND THE TRACE SEQUENCE ON IT IS NOT FINAL
           PERFORM R1050-CHECK-CHECKPOINT.
           IF CKPT-IN-PROGRESS
              DISPLAY '*** PAYROLL RUN STILL IN PROGRESS ON THE '
                 'CHECKPOINT - FINISH OR RESTART IT FIRST ***'
              MOVE 8 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              STOP RUN
           END-IF.

           PERFORM R1085-LOAD-COMPANIES.

           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.

      *READ THROUGH THE REMITTANCES AND SEND THE EFT ONES
           PERFORM R2000-READ-GARNREM
              UNTIL WS-EOF-GARNREM = 'Y'.

      * CLOSE OUT THE NACHA FILE - ONLY WHEN SOMETHING WENT IN IT
           IF WS-FILE-STARTED
              PERFORM R3900-WRITE-ACH-TRAILERS
              PERFORM R1090-SAVE-TRACE-SEQ
           ELSE
              DISPLAY 'NO CHILD SUPPORT PAYMENTS BY EFT THIS CYCLE'
           END-IF.

           PERFORM R3950-WRITE-RPT-TOTALS.

           DISPLAY WS-FULL-LINE.
           DISPLAY ' -- CHILD SUPPORT EFT COMPLETE -- '.
           DISPLAY 'SENT BY EFT:     ' WS-EFT-CNT ' ' WS-EFT-AMT.
           DISPLAY 'NOT SENT:        ' WS-REJ-CNT ' ' WS-REJ-AMT.
           DISPLAY 'PAPER PATH:      ' WS-PAPER-CNT ' ' WS-PAPER-AMT.
           DISPLAY WS-FULL-LINE.

      * RC=4 - A SUPPORT PAYMENT MARKED FOR EFT DID NOT GO AND AP
      * MUST CUT THE CHECK FOR IT FROM THE REPORT
           IF WS-REJ-CNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM R4000-CLOSE-DATASETS.
           STOP RUN.

      * ---
      * THE ORDER AND AGENCY FILES ARE OPTIONAL LIKE THEY ARE IN
      * DIRECTDP - WITHOUT THEM NO PAYMENT CAN GO BY EFT, AND EACH
      * ONE MARKED FOR IT IS LISTED FOR A CHECK
        R1000-OPEN-DATASETS.
      * ---
           OPEN INPUT FILE-GARNREM.
           OPEN OUTPUT FILE-CSACH.
           OPEN OUTPUT FILE-CSRPT.
           OPEN I-O FILE-CKPT.

           OPEN INPUT FILE-GARN.
           IF WS-GARN-STATUS = '00'
              MOVE 'Y' TO WS-GARNFILE-SW
           ELSE
              DISPLAY 'GARNISHMENT ORDER FILE NOT AVAILABLE - NO '
                 'CASE IDS THIS RUN'
           END-IF.

           OPEN INPUT FILE-GARNAGY.
           IF WS-GARNAGY-STATUS = '00'
              MOVE 'Y' TO WS-GARNAGYFILE-SW
           ELSE
              DISPLAY 'GARNISHMENT AGENCY FILE NOT AVAILABLE - NO '
                 'AGENCY BANKING THIS RUN'
           END-IF.
      * ---
      * NO CHECKPOINT AT ALL MEANS DIRECTDP HAS NEVER RUN - THE
      * TRACE SEQUENCE STARTS FROM ZERO, THE WAY DIRECTDP'S DOES
        R1050-CHECK-CHECKPOINT.
      * ---
           MOVE WS-CKPT-CONST-KEY TO FIL-CKPT-KEY.
           READ FILE-CKPT INTO CKPT-COPYBOOK-RECORD
              INVALID KEY
                 MOVE SPACES TO CKPT-COPYBOOK-RECORD
                 MOVE 'C'    TO CKPT-STATUS-SW
                 MOVE ZEROS  TO CKPT-TRACE-SEQ
           END-READ.

           IF CKPT-TRACE-SEQ IS NUMERIC
              MOVE CKPT-TRACE-SEQ TO WS-ACH-TRACE-SEQ
           END-IF.
      * ---
      * THE ENTRIES' TRACE NUMBERS CAME OFF THE SAME SEQUENCE AS
      * THE PAYROLL DEPOSITS - PUT THE LAST ONE BACK SO THE NEXT
      * PAYROLL RUN CARRIES ON PAST IT
        R1090-SAVE-TRACE-SEQ.
      * ---
           MOVE WS-CKPT-CONST-KEY TO FIL-CKPT-KEY.
           READ FILE-CKPT INTO CKPT-COPYBOOK-RECORD
              INVALID KEY
                 DISPLAY 'NO CHECKPOINT ON FILE - TRACE SEQUENCE '
                    WS-ACH-TRACE-SEQ ' NOT SAVED'
              NOT INVALID KEY
                 MOVE WS-ACH-TRACE-SEQ TO CKPT-TRACE-SEQ
                 REWRITE FIL-CKPT FROM CKPT-COPYBOOK-RECORD
           END-READ.
      * ---
      * LOAD THE COMPANY CONTROL FILE. ENTRY 1 IS ALWAYS THE
      * ORIGINAL COMPILED-IN ORIGINATOR IDENTITY UNDER A SPACES
      * CODE - THE FALLBACK FOR A CODE NOT ON THE FILE
        R1085-LOAD-COMPANIES.
      * ---
           MOVE 1 TO WS-COMP-CNT.
           MOVE SPACES              TO WS-COMP-TBL-CD(1).
           MOVE WS-ACH-COMPANY-NAME TO WS-COMP-TBL-NAME(1).
           MOVE WS-ACH-COMPANY-ID   TO WS-COMP-TBL-ID(1).
           MOVE WS-ACH-ORIG-DFI-ID  TO WS-COMP-TBL-DFI-ID(1).
           MOVE WS-ACH-ORIG-DFI-NUM TO WS-COMP-TBL-DFI-NUM(1).

           OPEN INPUT FILE-COMPANY.
           PERFORM R1086-LOAD-COMPANY-ENTRY
              UNTIL WS-EOF-COMPANY = 'Y'.
           CLOSE FILE-COMPANY.
      * ---
        R1086-LOAD-COMPANY-ENTRY.
      * ---
           READ FILE-COMPANY INTO COMP-COPYBOOK-RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-COMPANY
              NOT AT END
                 IF WS-COMP-CNT < WS-COMP-MAX
                    ADD 1 TO WS-COMP-CNT
                    MOVE COMP-CD   TO WS-COMP-TBL-CD(WS-COMP-CNT)
                    MOVE COMP-NAME TO WS-COMP-TBL-NAME(WS-COMP-CNT)
                    MOVE COMP-ID   TO WS-COMP-TBL-ID(WS-COMP-CNT)
                    MOVE COMP-ORIG-DFI-ID
                       TO WS-COMP-TBL-DFI-ID(WS-COMP-CNT)
                    MOVE COMP-ORIG-DFI-ID
                       TO WS-COMP-TBL-DFI-NUM(WS-COMP-CNT)
                 ELSE
                    DISPLAY 'COMPANY TABLE FULL - COMPANY '
                       COMP-CD ' NOT LOADED'
                 END-IF
           END-READ.
      * ---
      * ONE REMITTANCE RECORD. ONLY THE ONES DIRECTDP MARKED FOR
      * EFT ARE THIS PROGRAM'S - THE REST ARE COUNTED AS AP'S
        R2000-READ-GARNREM.
      * ---
           READ FILE-GARNREM INTO WS-GARNREM-DETAIL-LINE
              AT END
                 MOVE 'Y' TO WS-EOF-GARNREM
              NOT AT END
                 IF WS-PAY-DATE-8 = ZEROS
                    MOVE WS-GR-PAY-DATE TO WS-PAY-DATE-8
                    PERFORM R1300-WRITE-RPT-HEADINGS
                 END-IF
                 IF WS-GR-PAY-EFT
                    PERFORM R2100-PROCESS-EFT-REMIT
                 ELSE
                    ADD 1 TO WS-PAPER-CNT
                    ADD WS-GR-AMOUNT TO WS-PAPER-AMT
                 END-IF
           END-READ.
      * ---
      * THE CASE ID OFF THE ORDER, THE BANKING AND FIPS CODE OFF
      * ITS AGENCY. ANY OF THEM MISSING AND THE PAYMENT CANNOT GO
        R2100-PROCESS-EFT-REMIT.
      * ---
           MOVE 'Y'    TO WS-REMIT-OK-SW.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO GARN-COPYBOOK-RECORD.
           MOVE SPACES TO GARNAGY-COPYBOOK-RECORD.

           PERFORM R2110-LOOKUP-ORDER.
           IF WS-REMIT-OK
              PERFORM R2120-LOOKUP-AGENCY
           END-IF.

           IF WS-REMIT-OK
              PERFORM R2150-RESOLVE-COMPANY
              IF NOT WS-FILE-STARTED
                 PERFORM R1200-WRITE-ACH-FILE-HEADER
              END-IF
              IF NOT WS-BATCH-OPEN
                 OR WS-GR-COMP-CD NOT = WS-BATCH-COMP-CD
                 IF WS-BATCH-OPEN
                    PERFORM R3890-WRITE-ACH-BATCH-CONTROL
                 END-IF
                 MOVE WS-GR-COMP-CD TO WS-BATCH-COMP-CD
                 PERFORM R1250-WRITE-ACH-BATCH-HEADER
              END-IF
              PERFORM R2300-WRITE-ACH-ENTRY
              PERFORM R2350-WRITE-DED-ADDENDA
              ADD 1 TO WS-EFT-CNT
              ADD WS-GR-AMOUNT TO WS-EFT-AMT
              MOVE WS-ACH-LAST-TRACE TO WS-RPT-D-TRACE-NO
           ELSE
              DISPLAY 'CHILD SUPPORT NOT SENT - EMP ID ' WS-GR-EMP-ID
                 ' ORDER ' WS-GR-ORDER-NO ' - ' WS-REJECT-REASON
              ADD 1 TO WS-REJ-CNT
              ADD WS-GR-AMOUNT TO WS-REJ-AMT
              MOVE WS-REJECT-REASON TO WS-RPT-D-RESULT
           END-IF.

           PERFORM R2400-WRITE-RPT-DETAIL.
      * ---
        R2110-LOOKUP-ORDER.
      * ---
           IF NOT WS-GARNFILE-ACTIVE
              MOVE 'N' TO WS-REMIT-OK-SW
              MOVE 'ORDER FILE NOT AVAILABLE' TO WS-REJECT-REASON
           ELSE
              MOVE WS-GR-EMP-ID   TO GARN-EMP-ID
              MOVE WS-GR-ORDER-NO TO GARN-ORDER-NO
              MOVE GARN-KEY       TO FIL-GARN-KEY
              READ FILE-GARN INTO GARN-COPYBOOK-RECORD
                 INVALID KEY
                    MOVE 'N' TO WS-REMIT-OK-SW
                    MOVE 'ORDER NOT ON FILE' TO WS-REJECT-REASON
                 NOT INVALID KEY
                    IF GARN-CASE-ID = SPACES
                       MOVE 'N' TO WS-REMIT-OK-SW
                       MOVE 'NO CASE ID ON ORDER'
                          TO WS-REJECT-REASON
                    END-IF
              END-READ
           END-IF.
      * ---
        R2120-LOOKUP-AGENCY.
      * ---
           IF NOT WS-GARNAGYFILE-ACTIVE
              MOVE 'N' TO WS-REMIT-OK-SW
              MOVE 'AGENCY FILE NOT AVAILABLE' TO WS-REJECT-REASON
           ELSE
              MOVE GARN-AGENCY-CD TO FIL-GARNAGY-KEY
              READ FILE-GARNAGY INTO GARNAGY-COPYBOOK-RECORD
                 INVALID KEY
                    MOVE 'N' TO WS-REMIT-OK-SW
                    MOVE 'AGENCY NOT ON FILE' TO WS-REJECT-REASON
                 NOT INVALID KEY
                    IF NOT GAG-EFT-ENROLLED
                       OR GAG-ROUTE-NO IS NOT NUMERIC
                       OR GAG-ROUTE-ABA = 0
                       OR GAG-ACCT-NO = SPACES
                       MOVE 'N' TO WS-REMIT-OK-SW
                       MOVE 'AGENCY NOT ENROLLED FOR EFT'
                          TO WS-REJECT-REASON
                    END-IF
                    IF GAG-FIPS-CD = SPACES
                       MOVE 'N' TO WS-REMIT-OK-SW
                       MOVE 'NO FIPS CODE FOR AGENCY'
                          TO WS-REJECT-REASON
                    END-IF
              END-READ
           END-IF.
      * ---
      * THE COMPANY TABLE ENTRY FOR THE REMITTANCE'S COMPANY, OR
      * ENTRY 1 (THE COMPILED-IN ORIGINATOR) WHEN IT IS NOT THERE
        R2150-RESOLVE-COMPANY.
      * ---
           MOVE 1 TO WS-CUR-COMP-IDX.
           PERFORM R2155-MATCH-COMPANY
              VARYING WS-COMP-IDX FROM 2 BY 1
              UNTIL WS-COMP-IDX > WS-COMP-CNT.
      * ---
        R2155-MATCH-COMPANY.
      * ---
           IF WS-COMP-TBL-CD(WS-COMP-IDX) = WS-GR-COMP-CD
              AND WS-CUR-COMP-IDX = 1
              MOVE WS-COMP-IDX TO WS-CUR-COMP-IDX
           END-IF.
      * ---
      * THE FILE HEADER - THE SAME ORIGINATOR AND DESTINATION AS
      * THE PAYROLL FILE, WITH THE PAY DATE IN THE REFERENCE CODE
        R1200-WRITE-ACH-FILE-HEADER.
      * ---
           MOVE SPACES TO ACH-COPYBOOK-RECORD.
           MOVE '1'                TO ACH-FH-REC-TYPE.
           MOVE '01'               TO ACH-FH-PRIORITY-CD.
           MOVE WS-ACH-DEST-ROUTING TO ACH-FH-IMMED-DEST.
           MOVE WS-ACH-ORIGIN-ID    TO ACH-FH-IMMED-ORIGIN.
           ACCEPT ACH-FH-FILE-DATE  FROM DATE.
      * ONLY THE HHMM OF THE 8-DIGIT TIME BELONGS IN THE HEADER
           ACCEPT WS-RUN-TIME       FROM TIME.
           MOVE WS-RUN-TIME (1:4)   TO ACH-FH-FILE-TIME.
           MOVE WS-ACH-FILE-ID-MOD  TO ACH-FH-FILE-ID-MOD.
           MOVE 094                 TO ACH-FH-REC-SIZE.
           MOVE 10                  TO ACH-FH-BLK-FACTOR.
           MOVE '1'                 TO ACH-FH-FORMAT-CD.
           MOVE WS-ACH-DEST-NAME    TO ACH-FH-DEST-NAME.
           MOVE WS-ACH-ORIGIN-NAME  TO ACH-FH-ORIGIN-NAME.
           MOVE WS-PAY-DATE-8       TO ACH-FH-REF-CODE.

           WRITE FIL-CSACH FROM ACH-COPYBOOK-RECORD.
           ADD 1 TO WS-ACH-REC-CNT.
           MOVE 'Y' TO WS-FILE-OPEN-SW.
      * ---
      * ONE CCD BATCH PER COMPANY, UNDER ITS OWN NACHA IDENTITY -
      * THE SDU CREDITS THE PAYMENT TO THE EMPLOYER BY THE COMPANY
      * ID. EFFECTIVE THE PAY DATE, THE DAY THE SUPPORT WAS WITHHELD
        R1250-WRITE-ACH-BATCH-HEADER.
      * ---
           ADD 1 TO WS-ACH-BATCH-NO.
           MOVE ZEROS TO WS-ACH-BAT-ENTRY-CNT
                         WS-ACH-BAT-HASH
                         WS-ACH-BAT-CREDIT.

           MOVE SPACES TO ACH-COPYBOOK-RECORD.
           MOVE '5'                    TO ACH-BH-REC-TYPE.
           MOVE '220'                  TO ACH-BH-SVC-CLASS-CD.
           MOVE WS-COMP-TBL-NAME(WS-CUR-COMP-IDX)
                                       TO ACH-BH-COMPANY-NAME.
           MOVE SPACES                 TO ACH-BH-DISC-DATA.
           MOVE WS-COMP-TBL-ID(WS-CUR-COMP-IDX)
                                       TO ACH-BH-COMPANY-ID.
           MOVE 'CCD'                  TO ACH-BH-ENTRY-CLASS.
           MOVE WS-ACH-ENTRY-DESC      TO ACH-BH-ENTRY-DESC.
           MOVE WS-PAY-DATE-8          TO WS-DED-PAY-DATE.
           MOVE SPACES                 TO ACH-BH-DESC-DATE.
           MOVE WS-DED-PAY-YYMMDD      TO ACH-BH-EFF-ENTRY-DT.
           MOVE '   '                  TO ACH-BH-SETTLE-DT.
           MOVE '1'                    TO ACH-BH-ORIG-STAT-CD.
           MOVE WS-COMP-TBL-DFI-ID(WS-CUR-COMP-IDX)
                                       TO ACH-BH-ORIG-DFI-ID.
           MOVE WS-ACH-BATCH-NO        TO ACH-BH-BATCH-NO.

           WRITE FIL-CSACH FROM ACH-COPYBOOK-RECORD.
           ADD 1 TO WS-ACH-REC-CNT.
           MOVE 'Y' TO WS-BATCH-OPEN-SW.

           DISPLAY 'CCD BATCH ' WS-ACH-BATCH-NO ' OPENED FOR '
              'COMPANY ' WS-COMP-TBL-CD(WS-CUR-COMP-IDX).
      * ---
      * THE CREDIT TO THE AGENCY'S ACCOUNT. THE IDENTIFICATION
      * NUMBER CARRIES THE CASE ID, THE RECEIVING COMPANY THE
      * AGENCY NAME; THE DED ADDENDA FOLLOWS IT
        R2300-WRITE-ACH-ENTRY.
      * ---
           EVALUATE GAG-ACCT-TYPE
              WHEN 'SAV'
                 MOVE '32' TO WS-ACH-TXN-CODE
              WHEN OTHER
                 MOVE '22' TO WS-ACH-TXN-CODE
           END-EVALUATE.

           ADD 1 TO WS-ACH-TRACE-SEQ.
           ADD 1 TO WS-ACH-ENTRY-CNT.
           ADD 1 TO WS-ACH-BAT-ENTRY-CNT.
           ADD WS-GR-AMOUNT  TO WS-ACH-TOT-CREDIT.
           ADD WS-GR-AMOUNT  TO WS-ACH-BAT-CREDIT.
           ADD GAG-ROUTE-ABA TO WS-ACH-ENTRY-HASH.
           ADD GAG-ROUTE-ABA TO WS-ACH-BAT-HASH.

           MOVE SPACES              TO ACH-COPYBOOK-RECORD.
           MOVE '6'                 TO ACH-ED-REC-TYPE.
           MOVE WS-ACH-TXN-CODE     TO ACH-ED-TXN-CODE.
           MOVE GAG-ROUTE-ABA       TO ACH-ED-RDFI-ID.
           MOVE GAG-ROUTE-CHECK-DIGIT TO ACH-ED-CHECK-DIGIT.
           MOVE GAG-ACCT-NO         TO ACH-ED-DFI-ACCT-NO.
           MOVE WS-GR-AMOUNT        TO ACH-ED-AMOUNT.
           MOVE GARN-CASE-ID        TO ACH-ED-INDIV-ID.
           MOVE GAG-AGENCY-NM       TO ACH-ED-INDIV-NAME.
           MOVE SPACES              TO ACH-ED-DISC-DATA.
           MOVE '1'                 TO ACH-ED-ADDENDA-IND.
      * THE TRACE NUMBER LEADS WITH THE ORIGINATING DFI OF THE
      * BATCH'S OWN COMPANY
           COMPUTE ACH-ED-TRACE-NO =
                   (WS-COMP-TBL-DFI-NUM(WS-CUR-COMP-IDX) * 10000000)
                   + WS-ACH-TRACE-SEQ.
           MOVE ACH-ED-TRACE-NO     TO WS-ACH-LAST-TRACE.

           WRITE FIL-CSACH FROM ACH-COPYBOOK-RECORD.
           ADD 1 TO WS-ACH-REC-CNT.
      * ---
      * THE DED ADDENDA - DED*CS*CASE ID*PAY DATE*AMOUNT*SSN*
      * MEDICAL SUPPORT*NAME*FIPS CODE*TERMINATION\ - WITH THE
      * AMOUNT IN CENTS, NO DECIMAL POINT OR LEADING ZEROS, AND
      * THE PAY DATE YYMMDD. COUNTED AS AN ENTRY, AS NACHA DOES
        R2350-WRITE-DED-ADDENDA.
      * ---
           COMPUTE WS-DED-CENTS = WS-GR-AMOUNT * 100.
           MOVE ZEROS TO WS-DED-LEAD-ZEROS.
           INSPECT WS-DED-CENTS TALLYING WS-DED-LEAD-ZEROS
              FOR LEADING ZEROS.
           IF WS-DED-LEAD-ZEROS > 8
              MOVE 8 TO WS-DED-LEAD-ZEROS
           END-IF.
           COMPUTE WS-DED-AMT-START = WS-DED-LEAD-ZEROS + 1.

           MOVE WS-GR-PAY-DATE TO WS-DED-PAY-DATE.
           IF GARN-MED-SUPPORT
              MOVE 'Y' TO WS-DED-MED-SW
           ELSE
              MOVE 'N' TO WS-DED-MED-SW
           END-IF.
           IF WS-GR-TERM-SW = 'Y'
              MOVE 'Y' TO WS-DED-TERM-SW
           ELSE
              MOVE 'N' TO WS-DED-TERM-SW
           END-IF.

           ADD 1 TO WS-ACH-ENTRY-CNT.
           ADD 1 TO WS-ACH-BAT-ENTRY-CNT.

           MOVE SPACES              TO ACH-COPYBOOK-RECORD.
           MOVE '7'                 TO ACH-AD-REC-TYPE.
           MOVE '05'                TO ACH-AD-TYPE-CD.
           MOVE 1                   TO WS-DED-PTR.
           STRING 'DED*CS*'                      DELIMITED BY SIZE
                  GARN-CASE-ID                   DELIMITED BY SPACE
                  '*'                            DELIMITED BY SIZE
                  WS-DED-PAY-YYMMDD              DELIMITED BY SIZE
                  '*'                            DELIMITED BY SIZE
                  WS-DED-CENTS(WS-DED-AMT-START:) DELIMITED BY SIZE
                  '*'                            DELIMITED BY SIZE
                  WS-GR-SSN                      DELIMITED BY SIZE
                  '*'                            DELIMITED BY SIZE
                  WS-DED-MED-SW                  DELIMITED BY SIZE
                  '*'                            DELIMITED BY SIZE
                  WS-GR-NCP-NAME                 DELIMITED BY '  '
                  '*'                            DELIMITED BY SIZE
                  GAG-FIPS-CD                    DELIMITED BY SPACE
                  '*'                            DELIMITED BY SIZE
                  WS-DED-TERM-SW                 DELIMITED BY SIZE
                  '\'                            DELIMITED BY SIZE
              INTO ACH-AD-PMT-INFO
              WITH POINTER WS-DED-PTR
           END-STRING.
           MOVE 1                   TO ACH-AD-SEQ-NO.
           MOVE WS-ACH-TRACE-SEQ    TO ACH-AD-ENTRY-SEQ-NO.

           WRITE FIL-CSACH FROM ACH-COPYBOOK-RECORD.
           ADD 1 TO WS-ACH-REC-CNT.
      * ---
        R2400-WRITE-RPT-DETAIL.
      * ---
           IF WS-RPT-LINE-CNT >= WS-RPT-MAX-LINES
              PERFORM R1300-WRITE-RPT-HEADINGS
           END-IF.

           MOVE WS-GR-EMP-ID    TO WS-RPT-D-EMP-ID.
           MOVE WS-GR-ORDER-NO  TO WS-RPT-D-ORDER.
           MOVE GARN-CASE-ID    TO WS-RPT-D-CASE-ID.
           MOVE GARN-AGENCY-CD  TO WS-RPT-D-AGY-CD.
           IF GAG-AGENCY-NM = SPACES
              MOVE WS-GR-AGENCY TO WS-RPT-D-AGY-NM
           ELSE
              MOVE GAG-AGENCY-NM TO WS-RPT-D-AGY-NM
           END-IF.
           MOVE WS-GR-AMOUNT    TO WS-RPT-D-AMOUNT.

           WRITE FIL-CSRPT FROM WS-RPT-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-RPT-LINE-CNT.
      * ---
        R1300-WRITE-RPT-HEADINGS.
      * ---
           ADD 1 TO WS-RPT-PAGE-NO.
           MOVE ZEROS TO WS-RPT-LINE-CNT.

           MOVE WS-RUN-DATE-8  TO WS-RPT-H1-RUN.
           MOVE WS-PAY-DATE-8  TO WS-RPT-H1-PAY.
           MOVE WS-RPT-PAGE-NO TO WS-RPT-H1-PAGE.
           WRITE FIL-CSRPT FROM WS-RPT-HEADING-1
              AFTER ADVANCING PAGE.
           WRITE FIL-CSRPT FROM WS-RPT-HEADING-2
              AFTER ADVANCING 2 LINES.
           MOVE SPACES TO FIL-CSRPT.
           WRITE FIL-CSRPT AFTER ADVANCING 1 LINE.
      * ---
      * THE BATCH CONTROL FOR THE BATCH CURRENTLY OPEN
        R3890-WRITE-ACH-BATCH-CONTROL.
      * ---
           MOVE SPACES              TO ACH-COPYBOOK-RECORD.
           MOVE '8'                 TO ACH-BC-REC-TYPE.
           MOVE '220'               TO ACH-BC-SVC-CLASS-CD.
           MOVE WS-ACH-BAT-ENTRY-CNT TO ACH-BC-ENTRY-CNT.
           MOVE WS-ACH-BAT-HASH      TO ACH-BC-ENTRY-HASH.
           MOVE ZEROS                TO ACH-BC-TOT-DEBIT.
           MOVE WS-ACH-BAT-CREDIT    TO ACH-BC-TOT-CREDIT.
           MOVE WS-COMP-TBL-ID(WS-CUR-COMP-IDX)
                                     TO ACH-BC-COMPANY-ID.
           MOVE SPACES               TO ACH-BC-MSG-AUTH-CD.
           MOVE WS-COMP-TBL-DFI-ID(WS-CUR-COMP-IDX)
                                     TO ACH-BC-ORIG-DFI-ID.
           MOVE WS-ACH-BATCH-NO      TO ACH-BC-BATCH-NO.

           WRITE FIL-CSACH FROM ACH-COPYBOOK-RECORD.
           ADD 1 TO WS-ACH-REC-CNT.
           MOVE 'N' TO WS-BATCH-OPEN-SW.
      * ---
      * END OF RUN - CLOSE THE LAST OPEN BATCH, THEN THE FILE
      * CONTROL. THE BLOCK COUNT TAKES IN THE FILE CONTROL ITSELF
        R3900-WRITE-ACH-TRAILERS.
      * ---
           IF WS-BATCH-OPEN
              PERFORM R3890-WRITE-ACH-BATCH-CONTROL
           END-IF.

           ADD 1 TO WS-ACH-REC-CNT.
           COMPUTE WS-ACH-BLOCK-CNT = (WS-ACH-REC-CNT + 9) / 10.

           MOVE SPACES              TO ACH-COPYBOOK-RECORD.
           MOVE '9'                 TO ACH-FC-REC-TYPE.
           MOVE WS-ACH-BATCH-NO      TO ACH-FC-BATCH-CNT.
           MOVE WS-ACH-BLOCK-CNT     TO ACH-FC-BLOCK-CNT.
           MOVE WS-ACH-ENTRY-CNT     TO ACH-FC-ENTRY-CNT.
           MOVE WS-ACH-ENTRY-HASH    TO ACH-FC-ENTRY-HASH.
           MOVE ZEROS                TO ACH-FC-TOT-DEBIT.
           MOVE WS-ACH-TOT-CREDIT    TO ACH-FC-TOT-CREDIT.

           WRITE FIL-CSACH FROM ACH-COPYBOOK-RECORD.
      * ---
      * WHAT WENT BY EFT, WHAT AP STILL HAS TO PAY BY CHECK, AND
      * THE REST OF THE CYCLE'S REMITTANCES LEFT ON PAPER
        R3950-WRITE-RPT-TOTALS.
      * ---
           IF WS-RPT-PAGE-NO = 0
              PERFORM R1300-WRITE-RPT-HEADINGS
           END-IF.

           MOVE 'CHILD SUPPORT SENT BY CCD+' TO WS-RPT-T-LABEL.
           MOVE WS-EFT-CNT TO WS-RPT-T-COUNT.
           MOVE WS-EFT-AMT TO WS-RPT-T-AMOUNT.
           WRITE FIL-CSRPT FROM WS-RPT-TOTAL-LINE
              AFTER ADVANCING 3 LINES.

           MOVE 'MARKED FOR EFT BUT NOT SENT - AP TO PAY'
              TO WS-RPT-T-LABEL.
           MOVE WS-REJ-CNT TO WS-RPT-T-COUNT.
           MOVE WS-REJ-AMT TO WS-RPT-T-AMOUNT.
           WRITE FIL-CSRPT FROM WS-RPT-TOTAL-LINE
              AFTER ADVANCING 1 LINE.

           MOVE 'OTHER REMITTANCES - AP PAPER PATH'
              TO WS-RPT-T-LABEL.
           MOVE WS-PAPER-CNT TO WS-RPT-T-COUNT.
           MOVE WS-PAPER-AMT TO WS-RPT-T-AMOUNT.
           WRITE FIL-CSRPT FROM WS-RPT-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
      * ---
        R4000-CLOSE-DATASETS.
      * ---
           CLOSE FILE-GARNREM.
           CLOSE FILE-CSACH.
           CLOSE FILE-CSRPT.
           CLOSE FILE-CKPT.
           IF WS-GARNFILE-ACTIVE
              CLOSE FILE-GARN
           END-IF.
           IF WS-GARNAGYFILE-ACTIVE
              CLOSE FILE-GARNAGY
           END-IF.
