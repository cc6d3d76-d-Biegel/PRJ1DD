      ************************************************************
      *
      *  PROGRAM ID GARNCNV
      *  DATE CREATED:  15OCT2026
      *
      *  ONE-TIME CONVERSION FOR CHILD-SUPPORT PAYMENTS BY EFT.
      *  EACH GARNISHMENT ORDER NOW CARRIES THE PAYEE'S AGENCY CODE
      *  (ON THE GARNISHMENT AGENCY FILE, GARNAGYC), THE AGENCY'S
      *  CASE ID AND A MEDICAL-SUPPORT FLAG FOR THE DED ADDENDA
      *  (ORDER 80 -> 100 - SEE GARNC). THE NEW FIELDS SIT IN WHAT
      *  WAS THE OLD TRAILING FILLER AND PAST IT, SO EACH OLD RECORD
      *  IS COPIED ACROSS UNCHANGED AND THE NEW FIELDS START AT
      *  SPACES - EVERY ORDER STAYS ON THE PAPER PATH UNTIL ITS
      *  AGENCY CODE AND CASE ID ARE KEYED THROUGH PAYMNT. THE NEW
      *  FILE IS WRITTEN (OLD-FILE/NEW-FILE); THE OPERATOR PUTS IT
      *  IN PLACE AFTER CHECKING THE COUNTS - WRITTEN MUST EQUAL
      *  READ
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      * ---------   ------    -------------------------------------
      *  DAN BIEG   15OCT2026 CODE PROG
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************

       PROGRAM-ID. GARNCNV.

      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FILE-OLDGARN ASSIGN TO UT-S-OLDGARN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FIL-OLDGARN-KEY
               FILE STATUS IS WS-OLDGARN-STATUS.

           SELECT FILE-NEWGARN ASSIGN TO UT-S-NEWGARN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FIL-NEWGARN-KEY
               FILE STATUS IS WS-NEWGARN-STATUS.

      **************************************************************
       DATA DIVISION.
      **************************************************************

       FILE SECTION.
      * THE ORDER FILE IN ITS OLD 80-BYTE LAYOUT - COPIED ACROSS
      * WHOLE, THE FIELDS ARE READ FROM THE NEW LAYOUT AFTERWARDS
       FD     FILE-OLDGARN
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-OLDGARN.

       01  FIL-OLDGARN.
           02  FIL-OLDGARN-KEY      PIC X(08).
           02  FILLER               PIC X(72).

      *   ------------

       FD     FILE-NEWGARN
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-NEWGARN.

       01  FIL-NEWGARN.
           02  FIL-NEWGARN-KEY      PIC X(08).
           02  FILLER               PIC X(92).


       WORKING-STORAGE SECTION.
      * USE THE COPYBOOKS
       COPY GARNC.

      * RUN COUNTERS - WRITTEN MUST EQUAL READ
       01  WS-GARN-READ-CNT     PIC 9(07) VALUE ZEROS.
       01  WS-GARN-WRIT-CNT     PIC 9(07) VALUE ZEROS.
       01  WS-GARN-CS-CNT       PIC 9(07) VALUE ZEROS.

      * FLAGS
       01  WS-VAL.
           02 WS-EOF-GARN            PIC X VALUE 'N'.

      * FILE STATUS CODES FOR THE KEYED FILES
       01  WS-FILE-STATUS.
           02 WS-OLDGARN-STATUS      PIC X(02) VALUE '00'.
           02 WS-NEWGARN-STATUS      PIC X(02) VALUE '00'.

       01  WS-BREAKPT   PIC X(23) VALUE '-=-=-=-=-=-=-=-=-=-=-=-'.
       01  WS-MESSAGE   PIC X(23) VALUE 'GARNISHMENT CONVERSION '.
       01  WS-FULL-LINE PIC X(50) VALUE ALL '*'.


      **************************************************************
       PROCEDURE DIVISION.
      **************************************************************

           PERFORM R1000-OPEN-DATASETS.

           DISPLAY WS-FULL-LINE.
           DISPLAY WS-MESSAGE.
           DISPLAY WS-FULL-LINE.

           PERFORM R2000-CONVERT-GARN-REC
              UNTIL WS-EOF-GARN = 'Y'.

           DISPLAY 'ORDERS READ:            ' WS-GARN-READ-CNT.
           DISPLAY 'ORDERS WRITTEN:         ' WS-GARN-WRIT-CNT.
           DISPLAY 'ACTIVE CHILD SUPPORT:   ' WS-GARN-CS-CNT.

           IF WS-GARN-WRIT-CNT NOT = WS-GARN-READ-CNT
              DISPLAY '*** COUNTS DO NOT AGREE - DO NOT PUT THE '
                 'NEW FILE IN PLACE ***'
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY WS-FULL-LINE
              DISPLAY ' -- CONVERSION COMPLETE - PUT THE NEW ORDER '
                 'FILE IN PLACE AFTER CHECKING THE COUNTS -- '
              DISPLAY WS-FULL-LINE
           END-IF.

           PERFORM R4000-CLOSE-DATASETS.
           STOP RUN.

      * ---
      * THE NEW ORDER FILE IS LOADED IN KEY ORDER STRAIGHT OFF THE
      * OLD ONE
        R1000-OPEN-DATASETS.
      * ---
           OPEN INPUT FILE-OLDGARN.
           IF WS-OLDGARN-STATUS NOT = '00'
              DISPLAY '*** OLD ORDER FILE COULD NOT BE OPENED - '
                 'STATUS ' WS-OLDGARN-STATUS ' ***'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT FILE-NEWGARN.
           IF WS-NEWGARN-STATUS NOT = '00'
              DISPLAY '*** NEW ORDER FILE COULD NOT BE OPENED - '
                 'STATUS ' WS-NEWGARN-STATUS ' ***'
              MOVE 8 TO RETURN-CODE
              CLOSE FILE-OLDGARN
              STOP RUN
           END-IF.
      * ---
      * THE OLD RECORD LANDS IN THE FIRST 80 BYTES OF THE NEW ONE,
      * SO EVERY FIELD KEEPS ITS POSITION - THE OLD TRAILING FILLER
      * (FROM BYTE 70) IS WHERE THE AGENCY CODE NOW STARTS, SO IT IS
      * CLEARED RATHER THAN CARRIED. THE COUNT OF ACTIVE SUPPORT
      * ORDERS IS HOW MANY AGENCY CODES AND CASE IDS WANT KEYING
        R2000-CONVERT-GARN-REC.
      * ---
           READ FILE-OLDGARN
              AT END
                 MOVE 'Y' TO WS-EOF-GARN
              NOT AT END
                 ADD 1 TO WS-GARN-READ-CNT
                 MOVE SPACES TO GARN-COPYBOOK-RECORD
                 MOVE FIL-OLDGARN TO GARN-COPYBOOK-RECORD(1:80)
                 MOVE SPACES TO GARN-COPYBOOK-RECORD(70:31)
                 IF GARN-CHILD-SUPPORT AND GARN-ACTIVE
                    ADD 1 TO WS-GARN-CS-CNT
                 END-IF
                 WRITE FIL-NEWGARN FROM GARN-COPYBOOK-RECORD
                    INVALID KEY
                       DISPLAY '*** ORDER NOT WRITTEN FOR EMP ID: '
                          GARN-EMP-ID ' ORDER ' GARN-ORDER-NO
                          ' - STATUS ' WS-NEWGARN-STATUS ' ***'
                    NOT INVALID KEY
                       ADD 1 TO WS-GARN-WRIT-CNT
                 END-WRITE
           END-READ.
      * ---
        R4000-CLOSE-DATASETS.
      * ---
           CLOSE FILE-OLDGARN.
           CLOSE FILE-NEWGARN.
