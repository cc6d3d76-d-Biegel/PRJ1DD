      *****************************************************************
      * FILE: PENDC.CPY                                               *
      * RECORD LENGTH: 400 BYTES                                      *
      * KEYED (BY PND-SEQ-NO) PENDING MASTER FILE CHANGE - PAYMNT'S   *
      * KEYING RUN STAGES EVERY TRANSACTION THAT NEEDS A SECOND       *
      * PERSON'S APPROVAL HERE INSTEAD OF APPLYING IT, WITH THE       *
      * RECORD AS IT STOOD WHEN KEYED AND THE IMAGE KEYED. PAYMNT'S   *
      * APPROVAL RUN RECORDS EACH APPROVER DECISION ON IT AND APPLIES *
      * ONLY THE APPROVED ONES. RECORDS STAY ON FILE ONCE DECIDED AS  *
      * THE TRAIL OF WHO KEYED AND WHO APPROVED. KEY ZEROS IS THE     *
      * CONTROL RECORD CARRYING THE LAST SEQUENCE NUMBER HANDED OUT   *
      *****************************************************************
       01  PEND-COPYBOOK-RECORD.
           02  PND-SEQ-NO              PIC 9(08).
           02  PND-DATA                PIC X(392).
      * --- A STAGED CHANGE ------------------------------------------ *
           02  PND-CHG-DATA REDEFINES PND-DATA.
              03 FILLER                PIC X.
              03 PND-ACTION-SW         PIC X(01).
      *          THE MNTC ACTION AND FILE CODES OF THE TRANSACTION
              03 PND-FILE-CD           PIC X(01).
              03 FILLER                PIC X.
              03 PND-REC-KEY           PIC X(08).
      *          THE MASTER'S KEY - SIX BYTES, SPACE-FILLED, EXCEPT
      *          A GARNISHMENT ORDER'S EMP ID AND ORDER NUMBER
              03 FILLER                PIC X.
              03 PND-STATUS-SW         PIC X(01).
                 88 PND-PENDING               VALUE 'P'.
                 88 PND-APPLIED               VALUE 'A'.
                 88 PND-REJECTED              VALUE 'R'.
                 88 PND-NOT-APPLIED           VALUE 'X'.
      *          'X' = APPROVED BUT REFUSED AT APPLY TIME - THE RECORD
      *          CHANGED (OR WENT) SINCE THE TRANSACTION WAS KEYED,
      *          SO IT HAS TO BE KEYED AGAIN AGAINST WHAT IS ON FILE
              03 FILLER                PIC X.
              03 PND-KEYER-ID          PIC X(08).
              03 FILLER                PIC X.
              03 PND-KEYED-DT          PIC 9(08).
              03 FILLER                PIC X.
              03 PND-APPROVER-ID       PIC X(08).
              03 FILLER                PIC X.
              03 PND-DECISION-DT       PIC 9(08).
      *          APPROVER AND DATE OF THE APPROVE/REJECT DECISION -
      *          SPACES AND ZERO WHILE THE CHANGE IS STILL PENDING
              03 FILLER                PIC X.
              03 PND-BEFORE-IMAGE      PIC X(170).
      *          THE MASTER RECORD WHEN THE CHANGE WAS KEYED -
      *          '(NEW RECORD)' FOR AN ADD
              03 PND-AFTER-IMAGE       PIC X(170).
              03 FILLER                PIC X(01).
      * --- THE CONTROL RECORD (KEY ZEROS) --------------------------- *
           02  PND-CTL-DATA REDEFINES PND-DATA.
              03 FILLER                PIC X.
              03 PND-CTL-LAST-SEQ      PIC 9(08).
              03 FILLER                PIC X(383).
