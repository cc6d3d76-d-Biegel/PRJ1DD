      *    - HOURS OVER THE REASONABLE CEILING, AND OVER THE
      *      PHYSICAL 168-HOUR LIMIT THE PAYMENT RUN REJECTS
      *    - A SECOND WORK-WEEK ON A WEEKLY-FREQUENCY EMPLOYEE
      *    - EARNINGS-CODE LINES THE PAYMENT RUN WILL REJECT - A
      *      CODE NOT ON THE EARNINGS CODE FILE, A BAD WORK-WEEK,
      *      OR MORE LINES THAN THE RUN HOLDS FOR ONE EMPLOYEE
      *    - TIMECARDS FOR TERMINATED OR UNKNOWN EMPLOYEES
      *    - ACTIVE HOURLY EMPLOYEES WITH NO TIMECARD AT ALL -
      *      THE ONE THAT BURNS US (NO TIMECARD MEANS NOT PAID)
      *  ENDS WITH RC=4 WHEN THERE IS ANYTHING ON THE REPORT SO
      *  THE JOB STREAM CAN SAY SO, RC=0 ON A CLEAN FILE
      *  THE TIMECARDS AND THE MASTER ARE BOTH READ IN EMPLOYEE ID
      *  ORDER (THE JOB SORTS THEM AHEAD OF THIS STEP) AND MATCHED,
      *  SO THERE IS NO LIMIT ON THE NUMBER OF EITHER
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      * ---------   ------    -------------------------------------
      *  DAN BIEG   02SEP2026 CODE PROG
      *  DAN BIEG   15OCT2026 EMPLOYEE MASTER GREW 134 -> 170 FOR
      *                       17-CHARACTER ACCOUNT NUMBERS
      *  DAN BIEG   15OCT2026 EDITS THE NEW EARNINGS-CODE TIMECARD
      *                       LINES AGAINST THE EARNINGS CODE FILE
      *                       (EARNCD) AND ADDS THEIR HOURS INTO THE
      *                       WORK-WEEK TOTALS THE HOURS EDITS TEST
      *  DAN BIEG   15OCT2026 MATCHES THE SORTED TIMECARDS AGAINST
      *                       THE SORTED MASTER IN PLACE OF THE
      *                       3000-CARD TABLE - NO LIMIT ON CARDS
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************

           SELECT FILE-EDITRPT ASSIGN TO UT-S-EDITRPT.

           SELECT FILE-EARNCD ASSIGN TO UT-S-EARNCD.

      **************************************************************
       DATA DIVISION.
      **************************************************************
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-PEOPLE.

       01  FIL-PEOPLE PIC X(170).

      *   ------------


       01  FIL-EDITRPT PIC X(132).

      *   ------------

       FD     FILE-EARNCD
              LABEL RECORDS ARE OMITTED
              DATA RECORD IS FIL-EARNCD.

       01  FIL-EARNCD PIC X(80).


       WORKING-STORAGE SECTION.
      * USE THE COPYBOOKS
       COPY TIMEC.
       COPY NAMESC.
       COPY RATESC.
       COPY EARNC.

      * THE TIMECARDS COME IN SORTED BY EMPLOYEE ID AND ARE MATCHED
      * AGAINST THE MASTER, SORTED THE SAME WAY, SO THE EDIT HOLDS
      * NO TABLE OF TIMECARDS AND HAS NO LIMIT ON HOW MANY THERE
      * ARE. THE SORT KEEPS AN EMPLOYEE'S CARDS IN THEIR ORIGINAL
      * ORDER, SO OF TWO BASE CARDS THE FIRST IS STILL THE ONE THE
      * PAYMENT RUN PAYS. A HIGH-VALUES KEY MARKS THE END OF EITHER
      * FILE
       01  WS-TC-KEY            PIC X(06) VALUE SPACES.
       01  WS-EMP-KEY           PIC X(06) VALUE SPACES.
       01  WS-TC-LAST-BASE-ID   PIC X(06) VALUE SPACES.
       01  WS-TC-CNT            PIC 9(06) VALUE ZEROS.

      * THE CURRENT CARD'S HOURS - A CODE LINE'S HOURS SIT IN THE
      * SLOT FOR ITS WORK-WEEK
       01  WS-TC-CUR-HOURS-1    PIC 9(03) VALUE ZEROS.
       01  WS-TC-CUR-HOURS-2    PIC 9(03) VALUE ZEROS.
       01  WS-TC-CUR-EARN-WK    PIC 9(01) VALUE ZEROS.

      * THE MATCHED EMPLOYEE'S EARNINGS-CODE LINES, HELD UNTIL THE
      * EMPLOYEE'S OTHER FINDINGS ARE WRITTEN SO EACH LINE GETS ITS
      * OWN FINDING AFTER THEM. THE PAYMENT RUN TAKES NO MORE THAN
      * 20; LINES PAST THE 50 HELD HERE ARE STILL COUNTED, AND THE
      * OVER-20 FINDING COVERS THEM
       01  WS-EMP-LINE-TABLE.
           02 WS-EL-ENTRY OCCURS 50 TIMES.
              03 WS-EL-HOURS-1      PIC 9(03).
              03 WS-EL-HOURS-2      PIC 9(03).
              03 WS-EL-EARN-CD      PIC X(04).
                 88 WS-EL-BUILT-IN-CD VALUE 'REG ' 'OT  ' 'OTP '
                                            'VAC ' 'SICK' 'SAL '
                                            'VACP' 'SCKP'.
              03 WS-EL-EARN-WK      PIC 9(01).
       01  WS-EL-CNT            PIC 9(02) VALUE ZEROS.
       01  WS-EL-MAX            PIC 9(02) VALUE 50.
       01  WS-EL-IDX            PIC 9(02) VALUE ZEROS.

      * THE REASONABLE PER-WEEK CEILING - HOURS ABOVE IT ARE
      * ALMOST ALWAYS A KEYING SLIP (AN EXTRA DIGIT), AND HOURS
       01  WS-TC-HOUR-WK        PIC 9(03) VALUE ZEROS.
       01  WS-TC-HOUR-WK-2      PIC 9(03) VALUE ZEROS.

      * THE EMPLOYEE'S WORK-WEEK TOTALS - THE BASE CARD PLUS EVERY
      * EARNINGS-CODE LINE - AND HOW MANY CODE LINES THEY HAVE
      * AGAINST THE MOST THE PAYMENT RUN HOLDS FOR ONE EMPLOYEE
       01  WS-TC-WK-TOT-1       PIC 9(04) VALUE ZEROS.
       01  WS-TC-WK-TOT-2       PIC 9(04) VALUE ZEROS.
       01  WS-TC-LINE-CNT       PIC 9(04) VALUE ZEROS.
       01  WS-TC-LINE-MAX       PIC 9(04) VALUE 20.

      * EARNINGS CODES ON FILE - ONLY THE CODES, FOR THE UNKNOWN-
      * CODE EDIT
       01  WS-EARN-CODE-TABLE.
           02 WS-EC-ENTRY OCCURS 50 TIMES.
              03 WS-EC-TBL-CD       PIC X(04).
       01  WS-EC-CNT            PIC 9(02) VALUE ZEROS.
       01  WS-EC-MAX            PIC 9(02) VALUE 50.
       01  WS-EC-IDX            PIC 9(02) VALUE ZEROS.
       01  WS-EC-FOUND-SW       PIC X VALUE 'N'.
           88 WS-EC-FOUND             VALUE 'Y'.

      * EDIT REPORT LINE LAYOUTS
       01  WS-RPT-HEADING-1.
           02 FILLER            PIC X(01) VALUE '1'.
       01  WS-RPT-TOTAL-LINE.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(20) VALUE 'TIMECARDS ON FILE: '.
           02 WS-RPT-T-CARDS    PIC ZZZZZ9.
           02 FILLER            PIC X(12) VALUE '  FINDINGS: '.
           02 WS-RPT-T-FINDINGS PIC ZZZ9.
           02 FILLER            PIC X(89) VALUE SPACES.

      * FLAGS
       01  WS-VAL.
           02 WS-EOF-TIME            PIC X VALUE 'N'.
           02 WS-EOF-NAMES           PIC X VALUE 'N'.
           02 WS-EOF-EARNCD          PIC X VALUE 'N'.
           02 WS-TC-FOUND-SW         PIC X VALUE 'N'.
              88 WS-TC-FOUND              VALUE 'Y'.
              88 WS-TC-NOT-FOUND          VALUE 'N'.
           02 WS-TC-BASE-SW          PIC X VALUE 'N'.
              88 WS-TC-BASE-FOUND         VALUE 'Y'.
           02 WS-RATES-FOUND-SW      PIC X VALUE 'N'.
              88 WS-RATES-FOUND           VALUE 'Y'.

           WRITE FIL-EDITRPT FROM WS-RPT-HEADING-2
              AFTER ADVANCING 2 LINES.

      * THE EARNINGS CODES THE CODE LINES ARE EDITED AGAINST
           PERFORM R1050-LOAD-EARN-CODE-ENTRY
              UNTIL WS-EOF-EARNCD = 'Y'.
           DISPLAY 'EARNINGS CODES LOADED: ' WS-EC-CNT.

      * ONE MATCHED PASS OVER THE SORTED TIMECARDS AND THE SORTED
      * MASTER. EACH MASTER RECORD GETS THE PER-EMPLOYEE EDITS WITH
      * WHATEVER CARDS MATCH IT; A CARD THAT SORTS AHEAD OF THE
      * NEXT MASTER RECORD BELONGS TO NOBODY ON THE MASTER
           PERFORM R1100-READ-TIMECARD.
           PERFORM R2050-READ-EMPLOYEE.
           PERFORM R2000-MATCH-EMPLOYEE
              UNTIL WS-EOF-TIME = 'Y' AND WS-EOF-NAMES = 'Y'.
           DISPLAY 'TIMECARDS EDITED: ' WS-TC-CNT.

           MOVE WS-TC-CNT      TO WS-RPT-T-CARDS.
           MOVE WS-FINDING-CNT TO WS-RPT-T-FINDINGS.
           OPEN INPUT FILE-PEOPLE.
           OPEN INPUT FILE-RATES.
           OPEN OUTPUT FILE-EDITRPT.
           OPEN INPUT FILE-EARNCD.
      * ---
        R1050-LOAD-EARN-CODE-ENTRY.
      * ---
           READ FILE-EARNCD INTO EARN-COPYBOOK-RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-EARNCD
              NOT AT END
                 IF WS-EC-CNT < WS-EC-MAX
                    ADD 1 TO WS-EC-CNT
                    MOVE EC-EARN-CD TO WS-EC-TBL-CD(WS-EC-CNT)
                 ELSE
                    DISPLAY 'EARNINGS CODE TABLE FULL - CODE '
                       EC-EARN-CD ' NOT LOADED'
                 END-IF
           END-READ.
      * ---
        R1100-READ-TIMECARD.
      * ---
           READ FILE-TIME INTO TIME-COPYBOOK-RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-TIME
                 MOVE HIGH-VALUES TO WS-TC-KEY
              NOT AT END
                 ADD 1 TO WS-TC-CNT
                 MOVE TC-EMP-ID    TO WS-TC-KEY
                 MOVE TC-HOUR-WK   TO WS-TC-CUR-HOURS-1
                 MOVE TC-HOUR-WK-2 TO WS-TC-CUR-HOURS-2
                 MOVE ZEROS        TO WS-TC-CUR-EARN-WK
                 IF TC-EARN-CD = SPACES
                    PERFORM R1200-CHECK-DUPLICATE
                 ELSE
                    PERFORM R1150-LOAD-EARN-LINE
                 END-IF
           END-READ.
      * ---
      * AN EARNINGS-CODE LINE'S HOURS GO IN THE SLOT FOR ITS WORK-
      * WEEK. A WEEK OR HOURS THAT ARE NOT NUMERIC LOAD AS WEEK
      * ZERO, WHICH THE PAYMENT RUN REJECTS THE SAME WAY
        R1150-LOAD-EARN-LINE.
      * ---
           MOVE ZEROS TO WS-TC-CUR-HOURS-1
                         WS-TC-CUR-HOURS-2.
           IF TC-EARN-WEEK IS NUMERIC AND TC-EARN-HOURS IS NUMERIC
              MOVE TC-EARN-WEEK TO WS-TC-CUR-EARN-WK
              IF TC-EARN-WEEK = 2
                 MOVE TC-EARN-HOURS TO WS-TC-CUR-HOURS-2
              ELSE
                 MOVE TC-EARN-HOURS TO WS-TC-CUR-HOURS-1
              END-IF
           END-IF.
      * ---
      * A SECOND BASE CARD FOR THE SAME EMPLOYEE IS THE DUPLICATE -
      * THE PAYMENT RUN WOULD QUIETLY PAY THE FIRST ONE AND IGNORE
      * THIS ONE. THE SORT BRINGS AN EMPLOYEE'S CARDS TOGETHER, SO
      * THE LAST BASE CARD SEEN IS ALL IT TAKES. EARNINGS-CODE
      * LINES ARE ALL PAID, SO THEY ARE NEVER DUPLICATES
        R1200-CHECK-DUPLICATE.
      * ---
           IF TC-EMP-ID = WS-TC-LAST-BASE-ID
              MOVE TC-EMP-ID         TO WS-RPT-D-EMP-ID
              MOVE SPACES            TO WS-RPT-D-NAME
              MOVE WS-TC-CUR-HOURS-1 TO WS-RPT-D-HRS-1
              MOVE WS-TC-CUR-HOURS-2 TO WS-RPT-D-HRS-2
              MOVE 'DUPLICATE TIMECARD - FIRST CARD PAYS'
                 TO WS-RPT-D-FINDING
              PERFORM R2900-WRITE-FINDING
           END-IF.
           MOVE TC-EMP-ID TO WS-TC-LAST-BASE-ID.
      * ---
      * ONE STEP OF THE MATCH - EITHER A CARD WITH NO MASTER RECORD,
      * OR THE NEXT MASTER RECORD WITH ALL OF ITS CARDS AND THE
      * PER-EMPLOYEE EDITS. THE PAY TYPE COMES OFF THE RATE RECORD -
      * A SALARIED EMPLOYEE NEEDS NO TIMECARD, SO THE MISSING-
      * TIMECARD EDIT ONLY FIRES FOR HOURLY (OR UNRATED) ACTIVE
      * EMPLOYEES
        R2000-MATCH-EMPLOYEE.
      * ---
           IF WS-TC-KEY < WS-EMP-KEY
              PERFORM R3000-REPORT-ORPHAN-CARD
              PERFORM R1100-READ-TIMECARD
           ELSE
              PERFORM R2100-GATHER-TIMECARDS
              PERFORM R2200-LOOKUP-RATES
              PERFORM R2300-APPLY-EDITS
              PERFORM R2050-READ-EMPLOYEE
           END-IF.
      * ---
        R2050-READ-EMPLOYEE.
      * ---
           READ FILE-PEOPLE INTO NAMES-COPYBOOK-RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-NAMES
                 MOVE HIGH-VALUES TO WS-EMP-KEY
              NOT AT END
                 MOVE WS-EMP-ID TO WS-EMP-KEY
           END-READ.
      * ---
        R2100-GATHER-TIMECARDS.
      * ---
           MOVE 'N'   TO WS-TC-FOUND-SW.
           MOVE 'N'   TO WS-TC-BASE-SW.
           MOVE ZEROS TO WS-TC-HOUR-WK.
           MOVE ZEROS TO WS-TC-HOUR-WK-2.
           MOVE ZEROS TO WS-TC-WK-TOT-1.
           MOVE ZEROS TO WS-TC-WK-TOT-2.
           MOVE ZEROS TO WS-TC-LINE-CNT.
           MOVE ZEROS TO WS-EL-CNT.

           PERFORM R2110-MATCH-TIMECARD-ENTRY
              UNTIL WS-TC-KEY NOT = WS-EMP-KEY.

           ADD WS-TC-HOUR-WK   TO WS-TC-WK-TOT-1.
           ADD WS-TC-HOUR-WK-2 TO WS-TC-WK-TOT-2.
      * ---
      * EVERY CARD FOR THE EMPLOYEE IS TAKEN HERE (SO A DUPLICATE
      * DOES NOT RESURFACE AS AN ORPHAN), BUT THE HOURS EDITED ARE
      * THE FIRST BASE CARD'S - THE ONES THE PAYMENT RUN WOULD PAY -
      * PLUS EVERY EARNINGS-CODE LINE'S
        R2110-MATCH-TIMECARD-ENTRY.
      * ---
           IF TC-EARN-CD NOT = SPACES
              MOVE 'Y' TO WS-TC-FOUND-SW
              ADD 1 TO WS-TC-LINE-CNT
              ADD WS-TC-CUR-HOURS-1 TO WS-TC-WK-TOT-1
              ADD WS-TC-CUR-HOURS-2 TO WS-TC-WK-TOT-2
              IF WS-EL-CNT < WS-EL-MAX
                 ADD 1 TO WS-EL-CNT
                 MOVE WS-TC-CUR-HOURS-1 TO WS-EL-HOURS-1(WS-EL-CNT)
                 MOVE WS-TC-CUR-HOURS-2 TO WS-EL-HOURS-2(WS-EL-CNT)
                 MOVE TC-EARN-CD        TO WS-EL-EARN-CD(WS-EL-CNT)
                 MOVE WS-TC-CUR-EARN-WK TO WS-EL-EARN-WK(WS-EL-CNT)
              END-IF
           ELSE
              IF NOT WS-TC-BASE-FOUND
                 MOVE 'Y' TO WS-TC-FOUND-SW
                 MOVE 'Y' TO WS-TC-BASE-SW
                 MOVE WS-TC-CUR-HOURS-1 TO WS-TC-HOUR-WK
                 MOVE WS-TC-CUR-HOURS-2 TO WS-TC-HOUR-WK-2
              END-IF
           END-IF.

           PERFORM R1100-READ-TIMECARD.
      * ---
        R2200-LOOKUP-RATES.
      * ---
      * ---
           MOVE WS-EMP-ID       TO WS-RPT-D-EMP-ID.
           MOVE WS-PERSON-NM    TO WS-RPT-D-NAME.
           MOVE WS-TC-WK-TOT-1  TO WS-RPT-D-HRS-1.
           MOVE WS-TC-WK-TOT-2  TO WS-RPT-D-HRS-2.

      * THE ONE THAT BURNS US - AN ACTIVE HOURLY EMPLOYEE WITH NO
      * TIMECARD IS AN EMPLOYEE WHO WILL NOT BE PAID TOMORROW
                 PERFORM R2900-WRITE-FINDING
              END-IF

              IF WS-TC-WK-TOT-1 > WS-HOURS-LIMIT
                 OR WS-TC-WK-TOT-2 > WS-HOURS-LIMIT
                 MOVE 'HOURS OVER 168 - RUN WILL REJECT'
                    TO WS-RPT-D-FINDING
                 PERFORM R2900-WRITE-FINDING
              ELSE
                 IF WS-TC-WK-TOT-1 > WS-HOURS-CEILING
                    OR WS-TC-WK-TOT-2 > WS-HOURS-CEILING
                    MOVE 'HOURS OVER 80 - VERIFY KEYING'
                       TO WS-RPT-D-FINDING
                    PERFORM R2900-WRITE-FINDING
                 END-IF
              END-IF

              IF WS-FREQ-WEEKLY AND WS-TC-WK-TOT-2 > 0
                 MOVE '2ND WORK-WEEK ON WEEKLY EMPLOYEE'
                    TO WS-RPT-D-FINDING
                 PERFORM R2900-WRITE-FINDING
              END-IF

              IF WS-TC-LINE-CNT > WS-TC-LINE-MAX
                 MOVE 'OVER 20 EARNINGS LINES - RUN WILL REJECT'
                    TO WS-RPT-D-FINDING
                 PERFORM R2900-WRITE-FINDING
              END-IF

              PERFORM R2310-EDIT-EARN-LINE
                 VARYING WS-EL-IDX FROM 1 BY 1
                 UNTIL WS-EL-IDX > WS-EL-CNT
           END-IF.
      * ---
      * EACH OF THE EMPLOYEE'S EARNINGS-CODE LINES, ON ITS OWN
      * FINDING LINE WITH ITS OWN HOURS. THE PAYMENT RUN REJECTS
      * ANY OF THESE; THE BUILT-IN CODES ARE ONLY EVER MADE BY
      * THE RUN ITSELF. A LINE FOR WHICH THE PAYMENT RUN HAS
      * NO FAULT WRITES NOTHING
        R2310-EDIT-EARN-LINE.
      * ---
           MOVE WS-EL-HOURS-1(WS-EL-IDX) TO WS-RPT-D-HRS-1.
           MOVE WS-EL-HOURS-2(WS-EL-IDX) TO WS-RPT-D-HRS-2.
           MOVE 'N' TO WS-EC-FOUND-SW.
           PERFORM R2320-MATCH-EARN-CODE
              VARYING WS-EC-IDX FROM 1 BY 1
              UNTIL WS-EC-IDX > WS-EC-CNT.
           MOVE SPACES TO WS-RPT-D-FINDING.
           IF WS-EL-BUILT-IN-CD(WS-EL-IDX)
              STRING 'CODE ' WS-EL-EARN-CD(WS-EL-IDX)
                 ' NOT ALLOWED ON A TIMECARD'
                 DELIMITED BY SIZE INTO WS-RPT-D-FINDING
           ELSE
              IF NOT WS-EC-FOUND
                 STRING 'UNKNOWN EARNINGS CODE '
                    WS-EL-EARN-CD(WS-EL-IDX)
                    ' - RUN REJECTS'
                    DELIMITED BY SIZE INTO WS-RPT-D-FINDING
              ELSE
                 IF WS-EL-EARN-WK(WS-EL-IDX) NOT = 1
                    AND WS-EL-EARN-WK(WS-EL-IDX) NOT = 2
                    MOVE 'EARNINGS LINE WEEK/HOURS NOT VALID'
                       TO WS-RPT-D-FINDING
                 ELSE
                    IF WS-FREQ-WEEKLY
                       AND WS-EL-EARN-WK(WS-EL-IDX) = 2
                       MOVE 'EARNINGS LINE IN WEEK 2 OF WEEKLY EMP'
                          TO WS-RPT-D-FINDING
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF WS-RPT-D-FINDING NOT = SPACES
              PERFORM R2900-WRITE-FINDING
           END-IF.
      * ---
        R2320-MATCH-EARN-CODE.
      * ---
           IF WS-EC-TBL-CD(WS-EC-IDX) = WS-EL-EARN-CD(WS-EL-IDX)
              MOVE 'Y' TO WS-EC-FOUND-SW
           END-IF.
      * ---
        R2900-WRITE-FINDING.
      * ---
        R3000-REPORT-ORPHAN-CARD.
      * ---
           MOVE TC-EMP-ID         TO WS-RPT-D-EMP-ID.
           MOVE SPACES            TO WS-RPT-D-NAME.
           MOVE WS-TC-CUR-HOURS-1 TO WS-RPT-D-HRS-1.
           MOVE WS-TC-CUR-HOURS-2 TO WS-RPT-D-HRS-2.
           MOVE 'TIMECARD FOR UNKNOWN EMPLOYEE'
              TO WS-RPT-D-FINDING.
           PERFORM R2900-WRITE-FINDING.
      * ---
        R4000-CLOSE-DATASETS.
      * ---
           CLOSE FILE-PEOPLE.
           CLOSE FILE-RATES.
           CLOSE FILE-EDITRPT.
           CLOSE FILE-EARNCD.
