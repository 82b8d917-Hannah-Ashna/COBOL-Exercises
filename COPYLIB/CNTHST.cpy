      *  ONE CUSTOMER COMMUNICATION ON THE CONTACT HISTORY (CONTHIST),
      *  APPENDED BY CONTMOD FOR EVERY LETTER A JOB PRODUCES OR HOLDS
      *  BACK, AND READ BY THE CHANGE-HISTORY REPORT (EXPPROG33).
      *  KEYED BY CH-ACCOUNT - THE CDCUST (MERGE-CHAIN) ACCOUNT
      *  WHEREVER CDXREF KNOWS ONE, SO A CUSTOMER'S LETTERS FROM BOTH
      *  STREAMS SIT UNDER ONE KEY; OTHERWISE THE ACCOUNT AS THE JOB
      *  HAD IT. CHANGE IT HERE ONLY.
           03 CH-ACCOUNT             PIC X(8).
           03 CH-SCOPE               PIC X(1).
           03 CH-LETTER-TYPE         PIC X(2).
           03 CH-BUS-DATE            PIC X(8).
           03 CH-JOB-NAME            PIC X(8).
      *'S' SENT, 'X' SKIPPED, 'D' DEFERRED TO CH-DUE-DATE
           03 CH-OUTCOME             PIC X(1).
           03 CH-DUE-DATE            PIC X(8).
           03 CH-BLOCK-TYPE          PIC X(2).
           03 CH-BLOCK-DATE          PIC X(8).
           03 CH-SOURCE-ACCOUNT      PIC X(8).
      *ON A LETTER RE-PRESENTED AFTER A DEFERRAL, THE BUSINESS DATE
      *IT WAS FIRST DEFERRED ON - THAT DEFERRAL IS THEN SETTLED BY
      *THIS ROW (OR, IF 'D' AGAIN, PUT OFF TO THIS ROW'S DUE DATE).
           03 CH-DEFER-DATE          PIC X(8).
           03 CH-FILLER              PIC X(18).
