      *****************************************************************
      * FILE: NHLOGC.CPY                                              *
      * RECORD LENGTH: 80 BYTES                                       *
      * KEYED (BY NHL-KEY - EMP ID + HIRE DATE) NEW-HIRE SENT LOG -  *
      * ONE RECORD PER HIRE REPORTED TO A STATE, WRITTEN BY NEWHIRE  *
      * AS THE HIRE GOES ONTO THAT RUN'S STATE FILE. A HIRE ALREADY  *
      * ON THE LOG IS NEVER REPORTED AGAIN; A REHIRE CARRIES A NEW   *
      * HIRE DATE, SO IT GETS A LOG RECORD (AND A REPORT) OF ITS OWN *
      *****************************************************************
       01  NHLOG-COPYBOOK-RECORD.
           02  NHL-KEY.
              03 NHL-EMP-ID            PIC X(06).
              03 NHL-HIRE-DT           PIC 9(08).
           02  FILLER                  PIC X.
           02  NHL-STATE-CD            PIC X(02).
      *       THE STATE THE HIRE WAS REPORTED TO
           02  FILLER                  PIC X.
           02  NHL-COMPANY-CD          PIC X(02).
           02  FILLER                  PIC X.
           02  NHL-SENT-DT             PIC 9(08).
      *       YYYYMMDD OF THE NEWHIRE RUN THAT REPORTED IT
           02  FILLER                  PIC X.
           02  NHL-REHIRE-SW           PIC X(01).
              88 NHL-REHIRE                   VALUE 'Y'.
              88 NHL-NEW-HIRE                 VALUE 'N'.
           02  FILLER                  PIC X(49).
