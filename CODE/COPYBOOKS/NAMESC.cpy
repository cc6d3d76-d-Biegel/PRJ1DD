      *****************************************************************
      * FILE: NAMESC.CPY                                              *
      * RECORD LENGTH: 170 BYTES                                      *
      *****************************************************************
      * NOTE ON WS-NEW-ACCT-SW / WS-NEW-ACCT-SW-2: HR SETS THESE TO
      * 'Y' WHEN AN ACCOUNT IS FIRST ENTERED SO DIRECTDP ROUTES THAT
              03 WS-ROUTE-ABA          PIC 9(8).
              03 WS-ROUTE-CHECK-DIGIT  PIC 9(1).
           02  FILLER                  PIC X.
           02  FILLER                  PIC X(7).
      *       FORMERLY WS-ACCT-NO - SEVEN DIGITS WAS TOO SHORT FOR
      *       MANY BANKS' ACCOUNT NUMBERS, SO THE ACCOUNT NOW CARRIES
      *       THE FULL NACHA 17 AT THE END OF THE RECORD. POSITION
      *       KEPT AS FILLER SO NO OTHER FIELD MOVED
           02  FILLER                  PIC X. 
           02  WS-ACCT-TYPE            PIC X(4).
           02  FILLER                  PIC X.
              03 WS-ROUTE-ABA-2         PIC 9(8).
              03 WS-ROUTE-CHECK-DIGIT-2 PIC 9(1).
           02  FILLER                  PIC X.
           02  FILLER                  PIC X(7).
      *       FORMERLY WS-ACCT-NO-2 - NOW AT THE END OF THE RECORD,
      *       SEE WS-ACCT-NO ABOVE
           02  FILLER                  PIC X.
           02  WS-ACCT-TYPE-2          PIC X(4).
           02  WS-NEW-ACCT-SW          PIC X.
      *       EXISTED GETS) OR A PRINTED CHECK. A CHECK EMPLOYEE
      *       NEEDS NO BANKING DATA ON FILE AND SKIPS THE ROUTING/
      *       ACCOUNT VALIDATION
           02  FILLER                  PIC X.
           02  WS-ACCT-NO              PIC X(17).
           02  FILLER                  PIC X.
           02  WS-ACCT-NO-2            PIC X(17).
      *       BANK ACCOUNT NUMBERS, LEFT-JUSTIFIED AND SPACE-FILLED
      *       UP TO THE FULL 17 CHARACTERS A NACHA ENTRY CARRIES.
      *       ACCOUNTS CONVERTED FROM THE OLD SEVEN-DIGIT FIELDS
      *       KEEP THEIR SEVEN DIGITS (LEADING ZEROS INCLUDED), WHICH
      *       IS WHAT THE BANKS HAVE BEEN RECEIVING ALL ALONG
