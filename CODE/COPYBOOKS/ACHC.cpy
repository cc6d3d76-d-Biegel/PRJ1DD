               03 ACH-ED-DISC-DATA     PIC X(02).
               03 ACH-ED-ADDENDA-IND   PIC X(01).
               03 ACH-ED-TRACE-NO      PIC 9(15).
      * --- RECORD TYPE 7 - ADDENDA (CCD+ PAYMENT RELATED INFO) ------ *
           02  ACH-ADDENDA-REC REDEFINES ACH-FILE-HEADER-REC.
               03 ACH-AD-REC-TYPE      PIC X(01).
               03 ACH-AD-TYPE-CD       PIC X(02).
               03 ACH-AD-PMT-INFO      PIC X(80).
               03 ACH-AD-SEQ-NO        PIC 9(04).
               03 ACH-AD-ENTRY-SEQ-NO  PIC 9(07).
      * --- RECORD TYPE 8 - BATCH CONTROL ----------------------------- *
           02  ACH-BATCH-CONTROL-REC REDEFINES ACH-FILE-HEADER-REC.
               03 ACH-BC-REC-TYPE      PIC X(01).
