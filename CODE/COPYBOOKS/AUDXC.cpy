      *****************************************************************
      * FILE: AUDXC.CPY                                               *
      * RECORD LENGTH: 236 BYTES                                      *
      * TRACE-NUMBER-KEYED CROSS-REFERENCE INTO THE AUDIT TRAIL -     *
      * ONE RECORD PER LIVE ACH DEPOSIT, CARRYING THE FULL 220-BYTE   *
      * AUDIT IMAGE UNDER ITS TRACE NUMBER. MAINTAINED BY DIRECTDP    *
      * AS DEPOSITS ARE WRITTEN (A LATER DEPOSIT UNDER THE SAME       *
      * TRACE OVERLAYS THE EARLIER ONE - THE SAME LATEST-WINS RULE    *
       01  AUDX-COPYBOOK-RECORD.
           02  AUDX-TRACE-NO           PIC X(15).
           02  FILLER                  PIC X.
           02  AUDX-AUDIT-IMAGE        PIC X(220).
