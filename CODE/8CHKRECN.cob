      *  OUTSTANDING-CHECK REPORT WITH STALE-DATE AGING SO THE
      *  ESCHEATMENT LIST COMES OFF THE SYSTEM INSTEAD OF A DRAWER
      *  OF CHECK COPIES. A PAID ITEM THAT IS NOT ON THE REGISTER,
      *  WAS ALREADY PAID, WAS VOIDED OR ESCHEATED, OR PAID FOR
      *  THE WRONG AMOUNT IS REPORTED AS AN EXCEPTION AND THE
      *  REGISTER IS LEFT ALONE - THOSE ARE THE ITEMS THE BANK
      *  NEEDS A CALL ABOUT. BUILT IN THE MOLD OF PAYRTN
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      * ---------   ------    -------------------------------------
      *  DAN BIEG   02SEP2026 CODE PROG
      *  DAN BIEG   15OCT2026 AN ESCHEATED CHECK PRESENTED FOR PAYMENT
      *                       IS AN EXCEPTION, THE SAME AS A VOID
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
                    'VOIDED BUT THE BANK PAID IT - CALL THE '
                    'BANK ***'

      * AN ESCHEATED CHECK WAS STOPPED WHEN IT WENT TO THE STATE -
      * PRESENTED NOW, IT IS THE SAME FAILED STOP AS A VOID, AND
      * THE STATE HAS ALREADY BEEN PAID THE MONEY
              WHEN CHK-ESCHEATED
                 MOVE 'PAID AGAINST ESCHEAT' TO WS-RPT-D-DISP
                 ADD 1 TO WS-EXC-CNT
                 DISPLAY '*** CHECK ' FIL-PD-CHECK-NO ' WAS '
                    'ESCHEATED BUT THE BANK PAID IT - CALL THE '
                    'BANK ***'

              WHEN CHK-PAID
                 MOVE 'ALREADY MARKED PAID' TO WS-RPT-D-DISP
                 ADD 1 TO WS-EXC-CNT
