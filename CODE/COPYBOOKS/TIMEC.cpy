      * MASTER CARRIES ONLY DURABLE DATA; THE PERIOD'S HOURS LIVE     *
      * HERE. AN EMPLOYEE WITH NO TIMECARD RECORD THIS PERIOD IS NOT  *
      * PAID AND IS REPORTED ON THE EXCEPTION REPORT                  *
      * THE BASE CARD (TC-EARN-CD SPACES) CARRIES THE STRAIGHT-TIME,  *
      * VACATION AND SICK HOURS. ANY NUMBER OF EARNINGS-CODE LINES    *
      * (TC-EARN-CD FILLED IN) MAY FOLLOW IT FOR THE SAME EMPLOYEE -  *
      * SHIFT DIFFERENTIAL, HOLIDAY, DOUBLE TIME, ON-CALL - EACH ONE   *
      * WORK-WEEK'S HOURS UNDER ONE CODE ON THE EARNINGS CODE TABLE   *
      * (EARNC), IN ONE DEPARTMENT. ON A CODE LINE ONLY TC-EMP-ID,    *
      * TC-DEPT-CD AND THE TC-EARN- FIELDS ARE READ                   *
      *****************************************************************
       01  TIME-COPYBOOK-RECORD.
           02  TC-EMP-ID               PIC X(06).
      *       THE STRAIGHT HOURLY RATE (NEVER PART OF THE OVERTIME
      *       TEST) AND DRAWN DOWN FROM THE LEAVE BALANCE MASTER.
      *       ALSO CARVED OUT OF FILLER - NO RELOAD
           02  FILLER                  PIC X.
           02  TC-EARN-CD              PIC X(04).
      *       SPACES ON THE BASE CARD (AND ON EVERY CARD FROM BEFORE
      *       THE FIELD EXISTED). ANYTHING ELSE MAKES THIS RECORD AN
      *       EARNINGS-CODE LINE PRICED OFF THE EARNINGS CODE TABLE
           02  FILLER                  PIC X.
           02  TC-EARN-WEEK            PIC 9(01).
      *       THE WORK-WEEK (1 OR 2) THE LINE'S HOURS FALL IN - IT
      *       DECIDES WHICH WEEK'S OVERTIME TEST THEY JOIN
           02  FILLER                  PIC X.
           02  TC-EARN-HOURS           PIC 9(03).
      *       THE LINE'S HOURS. ITS TC-DEPT-CD IS WHERE THEY WERE
      *       WORKED - SPACES TAKES THE BASE CARD'S DEPARTMENT.
      *       ALL CARVED OUT OF FILLER - NO RELOAD
           02  FILLER                  PIC X(40).
