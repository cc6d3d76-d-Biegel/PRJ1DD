      *****************************************************************
      * FILE: MNTC.CPY                                                *
      * RECORD LENGTH: 181 BYTES                                      *
      * MASTER FILE MAINTENANCE TRANSACTION - ONE PER ADD/CHANGE/     *
      * DELETE AGAINST A MASTER FILE. MNT-REC-IMAGE CARRIES THE FULL  *
      * RECORD IMAGE IN THAT MASTER'S OWN LAYOUT (THE KEY IS ITS      *
      * FIRST SIX BYTES - EIGHT FOR A GARNISHMENT ORDER); ONLY THE    *
      * FIRST 80 BYTES ARE USED FOR THE 80-BYTE MASTERS, THE FULL 170 *
      * FOR THE EMPLOYEE MASTER.                                      *
      * EMPLOYEE-MASTER TRANSACTIONS MUST BE IN EMP-ID ORDER - THE    *
      * MASTER IS UPDATED BY A SEQUENTIAL OLD-FILE/NEW-FILE PASS.     *
      * MNT-KEYER-ID NAMES WHO KEYED THE TRANSACTION - PAYMNT STAGES  *
      * IT ON THE PENDING-CHANGE FILE (SEE PENDC) AND AN APPROVAL RUN *
      * APPLIES IT ONLY ONCE SOMEONE ELSE HAS APPROVED IT             *
      *****************************************************************
       01  MNT-COPYBOOK-RECORD.
           02  MNT-ACTION-SW           PIC X(01).
              88 MNT-FILE-JURIS               VALUE 'J'.
              88 MNT-FILE-PERCTL              VALUE 'C'.
              88 MNT-FILE-DEMO                VALUE 'M'.
              88 MNT-FILE-GARN                VALUE 'G'.
              88 MNT-FILE-GARNAGY             VALUE 'A'.
      *       'C' = THE PAY-PERIOD CONTROL FILE - A CHANGE SETTING
      *       A PAID PERIOD'S STATUS BACK TO 'O' IS THE SUPERVISED
      *       REOPEN THAT LETS DIRECTDP RERUN THAT PERIOD, AND IT
      *       LEAVES A BEFORE/AFTER IMAGE ON THE CHANGE REPORT.
      *       'M' = THE EMPLOYEE DEMOGRAPHIC MASTER (SEE DEMOC) -
      *       ITS RECORD IS 100 BYTES, SO ITS TRANSACTIONS USE THE
      *       FIRST 100 BYTES OF THE IMAGE.
      *       'G' = A GARNISHMENT ORDER (SEE GARNC) AND 'A' = A
      *       GARNISHMENT AGENCY (SEE GARNAGYC) - BOTH 100 BYTES.
      *       AN ORDER IS KEYED BY EMP ID AND ORDER NUMBER, SO ITS
      *       KEY IS THE FIRST EIGHT BYTES OF THE IMAGE
           02  FILLER                  PIC X.
           02  MNT-REC-IMAGE           PIC X(170).
           02  MNT-KEYER-ID            PIC X(08).
      *       USER ID OF THE PERSON WHO KEYED THE TRANSACTION - A
      *       TRANSACTION WITHOUT ONE IS REJECTED. PAYRTN'S NOC
      *       CORRECTIONS CARRY 'PAYRTN'
