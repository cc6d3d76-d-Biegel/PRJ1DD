      ************************************************************
      *
      *  PROGRAM ID ACCTCNV
      *  DATE CREATED:  15OCT2026
      *
      *  ONE-TIME CONVERSION FOR THE WIDER BANK ACCOUNT NUMBER.
      *  THE EMPLOYEE MASTER AND THE AUDIT TRAIL CARRIED THE
      *  ACCOUNT AS SEVEN DIGITS, TOO SHORT FOR MANY BANKS; BOTH
      *  NOW CARRY THE FULL NACHA 17 AT THE END OF THE RECORD
      *  (MASTER 134 -> 170, AUDIT 170 -> 188 - SEE NAMESC AND
      *  AUDITC). THIS COPIES EACH OLD RECORD INTO THE NEW LAYOUT
      *  UNCHANGED, MOVES THE OLD SEVEN-DIGIT ACCOUNT(S) INTO THE
      *  NEW FIELD(S), AND BLANKS THE OLD POSITIONS. THE SEVEN
      *  DIGITS CARRY OVER AS-IS, LEADING ZEROS INCLUDED - THAT IS
      *  WHAT THE BANKS HAVE BEEN RECEIVING - EXCEPT AN ALL-ZERO
      *  ACCOUNT (NONE ON FILE, OR A CHECK) WHICH BECOMES SPACES.
      *  THE TRACE-KEYED CROSS-REFERENCE CARRIES THE FULL AUDIT
      *  IMAGE, SO IT IS REBUILT FROM THE CONVERTED TRAIL THE SAME
      *  WAY AUDARCH REBUILDS IT. NEW FILES ARE WRITTEN (OLD-FILE/
      *  NEW-FILE); THE OPERATOR PUTS THEM IN PLACE AFTER CHECKING
      *  THE COUNTS - WRITTEN MUST EQUAL READ FOR BOTH FILES
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      * ---------   ------    -------------------------------------
      *  DAN BIEG   15OCT2026 CODE PROG
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************

       PROGRAM-ID. ACCTCNV.

      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FILE-OLDNAMES ASSIGN TO UT-S-OLDNAMES.

           SELECT FILE-NEWNAMES ASSIGN TO UT-S-NEWNAMES.

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
      * THE EMPLOYEE MASTER IN ITS OLD 134-BYTE LAYOUT - ONLY THE
      * TWO SEVEN-DIGIT ACCOUNTS NEED NAMING, EVERYTHING ELSE IS
      * COPIED ACROSS WHERE IT STOOD
       FD     FILE-OLDNAMES
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-OLDNAMES.

       01  FIL-OLDNAMES.
           02  FILLER               PIC X(52).
           02  FIL-ON-ACCT-NO       PIC X(07).
           02  FILLER               PIC X(28).
           02  FIL-ON-ACCT-NO-2     PIC X(07).
           02  FILLER               PIC X(40).

      *   ------------

       FD     FILE-NEWNAMES
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-NEWNAMES.

       01  FIL-NEWNAMES PIC X(170).

      *   ------------

      * THE AUDIT TRAIL IN ITS OLD 170-BYTE LAYOUT
       FD     FILE-OLDAUDIT
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-OLDAUDIT.

       01  FIL-OLDAUDIT.
           02  FILLER               PIC X(54).
           02  FIL-OA-ACCT-NO       PIC X(07).
           02  FILLER               PIC X(109).

      *   ------------

       FD     FILE-NEWAUDIT
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-NEWAUDIT.

       01  FIL-NEWAUDIT PIC X(188).

      *   ------------

       FD     FILE-AUDX
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-AUDX.

       01  FIL-AUDX.
           02  FIL-AUDX-KEY         PIC X(15).
           02  FILLER               PIC X(189).


       WORKING-STORAGE SECTION.
      * USE THE COPYBOOKS
       COPY NAMESC.
       COPY AUDITC.
       COPY AUDXC.

      * RUN COUNTERS - WRITTEN MUST EQUAL READ FOR EACH FILE
       01  WS-NAMES-READ-CNT    PIC 9(07) VALUE ZEROS.
       01  WS-NAMES-WRIT-CNT    PIC 9(07) VALUE ZEROS.
       01  WS-AUDIT-READ-CNT    PIC 9(07) VALUE ZEROS.
       01  WS-AUDIT-WRIT-CNT    PIC 9(07) VALUE ZEROS.
       01  WS-XREF-CNT          PIC 9(07) VALUE ZEROS.

      * FLAGS
       01  WS-VAL.
           02 WS-EOF-NAMES           PIC X VALUE 'N'.
           02 WS-EOF-AUDIT           PIC X VALUE 'N'.

      * FILE STATUS CODE FOR THE TRACE CROSS-REFERENCE
       01  WS-AUDX-STATUS       PIC X(02) VALUE '00'.

       01  WS-BREAKPT   PIC X(23) VALUE '-=-=-=-=-=-=-=-=-=-=-=-'.
       01  WS-MESSAGE   PIC X(23) VALUE 'ACCOUNT NO CONVERSION  '.
       01  WS-FULL-LINE PIC X(50) VALUE ALL '*'.


      **************************************************************
       PROCEDURE DIVISION.
      **************************************************************

           PERFORM R1000-OPEN-DATASETS.

           DISPLAY WS-FULL-LINE.
           DISPLAY WS-MESSAGE.
           DISPLAY WS-FULL-LINE.

           PERFORM R2000-CONVERT-MASTER-REC
              UNTIL WS-EOF-NAMES = 'Y'.

      * THE TRAIL CONVERTS IN ORDER, SO A LATER DEPOSIT UNDER THE
      * SAME TRACE STILL OVERLAYS THE EARLIER ONE IN THE XREF
           PERFORM R2100-CONVERT-AUDIT-REC
              UNTIL WS-EOF-AUDIT = 'Y'.

           DISPLAY 'MASTER RECORDS READ:    ' WS-NAMES-READ-CNT.
           DISPLAY 'MASTER RECORDS WRITTEN: ' WS-NAMES-WRIT-CNT.
           DISPLAY 'AUDIT RECORDS READ:     ' WS-AUDIT-READ-CNT.
           DISPLAY 'AUDIT RECORDS WRITTEN:  ' WS-AUDIT-WRIT-CNT.
           DISPLAY 'TRACE XREF ENTRIES:     ' WS-XREF-CNT.

           IF WS-NAMES-WRIT-CNT NOT = WS-NAMES-READ-CNT
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
      * THE XREF REBUILDS FROM SCRATCH - CREATE IT EMPTY FIRST,
      * THEN HOLD IT OPEN I-O FOR THE LATEST-WINS OVERLAY
        R1000-OPEN-DATASETS.
      * ---
           OPEN INPUT FILE-OLDNAMES.
           OPEN OUTPUT FILE-NEWNAMES.
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
      * THE OLD RECORD LANDS IN THE FIRST 134 BYTES OF THE NEW ONE,
      * SO EVERY OTHER FIELD KEEPS ITS POSITION; THE ACCOUNTS MOVE
      * TO THEIR NEW FIELDS AND THEIR OLD POSITIONS (NOW FILLER)
      * ARE BLANKED
        R2000-CONVERT-MASTER-REC.
      * ---
           READ FILE-OLDNAMES
              AT END
                 MOVE 'Y' TO WS-EOF-NAMES
              NOT AT END
                 ADD 1 TO WS-NAMES-READ-CNT
                 MOVE SPACES TO NAMES-COPYBOOK-RECORD
                 MOVE FIL-OLDNAMES TO NAMES-COPYBOOK-RECORD(1:134)
                 MOVE SPACES TO NAMES-COPYBOOK-RECORD(53:7)
                 MOVE SPACES TO NAMES-COPYBOOK-RECORD(88:7)
                 IF FIL-ON-ACCT-NO NOT = ZEROS
                    MOVE FIL-ON-ACCT-NO TO WS-ACCT-NO
                 END-IF
                 IF FIL-ON-ACCT-NO-2 NOT = ZEROS
                    MOVE FIL-ON-ACCT-NO-2 TO WS-ACCT-NO-2
                 END-IF
                 WRITE FIL-NEWNAMES FROM NAMES-COPYBOOK-RECORD
                 ADD 1 TO WS-NAMES-WRIT-CNT
           END-READ.
      * ---
        R2100-CONVERT-AUDIT-REC.
      * ---
           READ FILE-OLDAUDIT
              AT END
                 MOVE 'Y' TO WS-EOF-AUDIT
              NOT AT END
                 ADD 1 TO WS-AUDIT-READ-CNT
                 MOVE SPACES TO AUDIT-COPYBOOK-RECORD
                 MOVE FIL-OLDAUDIT TO AUDIT-COPYBOOK-RECORD(1:170)
                 MOVE SPACES TO AUDIT-COPYBOOK-RECORD(55:7)
                 IF FIL-OA-ACCT-NO NOT = ZEROS
                    MOVE FIL-OA-ACCT-NO TO AUD-ACCT-NO
                 END-IF
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
           CLOSE FILE-OLDNAMES.
           CLOSE FILE-NEWNAMES.
           CLOSE FILE-OLDAUDIT.
           CLOSE FILE-NEWAUDIT.
           CLOSE FILE-AUDX.
