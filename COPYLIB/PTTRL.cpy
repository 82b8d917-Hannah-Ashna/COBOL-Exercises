      *  PARTITION CONTROL TRAILER - THE LAST RECORD OF A PARTITION
      *  CDOUT, WRITTEN BY EXPPROG1/EXPPROG3 ONLY WHEN THE PARTITION
      *  FINISHES WITH ITS CDIN HEADER RECONCILED. IN-RECORDS AND
      *  IN-BALANCE ARE THE CDIN RECORDS (A, B AND C) AND TYPE-A
      *  BALANCES THE PARTITION OWNED; OUT-RECORDS AND OUT-BALANCE
      *  WHAT IT WROTE IN FRONT OF THIS RECORD. THE EXPPROG95
      *  RECOMBINE STRIPS IT. SAME 80 BYTES AS CDRECO, MARKER IN THE
      *  ACCOUNT POSITION - CHANGE IT HERE ONLY.
           03 PTT-MARKER             PIC X(8).
           03 PTT-PARTITION          PIC 9(2).
           03 PTT-RUN-DATE           PIC X(8).
           03 PTT-IN-PAIRS           PIC 9(8).
           03 PTT-IN-RECORDS         PIC 9(8).
           03 PTT-IN-BALANCE         PIC S9(13) SIGN LEADING SEPARATE.
           03 PTT-OUT-RECORDS        PIC 9(8).
           03 PTT-OUT-BALANCE        PIC S9(13) SIGN LEADING SEPARATE.
           03 PTT-EXCEPTIONS         PIC 9(8).
           03 FILLER                 PIC X(1).
           03 PTT-TYPE               PIC X(1).
