      *  INBOUND FILE RECEIPT REGISTER (RCPTREG). ONE ROW PER
      *  RECEIPT CHECK, APPENDED BY RCPTMOD AS EACH CONSUMING JOB
      *  PICKS UP ITS FEED; READ BY THE EXPPROG86 RECEIPT REPORT -
      *  CHANGE IT HERE ONLY.
           03 RR-FEED-ID             PIC X(8).
           03 RR-DD-NAME             PIC X(8).
           03 RR-JOB-NAME            PIC X(8).
      *  BUSINESS DATE THE FILE ARRIVED FOR (THE CHECKING JOB'S).
           03 RR-BUS-DATE            PIC X(8).
           03 RR-RECORD-COUNT        PIC 9(8).
      *  CONTENT HASH - TWO INDEPENDENT RUNNING HASHES OVER EVERY
      *  BYTE OF EVERY RECORD.
           03 RR-CONTENT-HASH.
               05 RR-HASH-1          PIC 9(8).
               05 RR-HASH-2          PIC 9(8).
           03 RR-RESULT              PIC X(1).
               88 RR-ACCEPTED        VALUE 'A'.
               88 RR-REFUSED         VALUE 'R'.
      *  NW NEW DELIVERY, RR RERUN OF A DELIVERY ALREADY ACCEPTED
      *  TODAY, DC SAME CONTENT AS AN EARLIER DELIVERY, DD A
      *  DIFFERENT DELIVERY ALREADY ACCEPTED FOR THE BUSINESS DATE.
           03 RR-REASON              PIC X(2).
               88 RR-NEW-DELIVERY    VALUE 'NW'.
               88 RR-RERUN           VALUE 'RR'.
               88 RR-DUP-CONTENT     VALUE 'DC'.
               88 RR-DUP-DATE        VALUE 'DD'.
      *  BUSINESS DATE OF THE EARLIER DELIVERY A REFUSAL MATCHED.
           03 RR-MATCH-DATE          PIC X(8).
      *  MACHINE TIME OF THE CHECK, HHMMSS.
           03 RR-CHECK-TIME          PIC X(6).
           03 FILLER                 PIC X(7).
