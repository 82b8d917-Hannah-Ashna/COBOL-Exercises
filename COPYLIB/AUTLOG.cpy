      *  AUTHORISATION LOG (AUTHLOG) - ONE ROW PER AUTHMOD CHECK,
      *  GRANTED OR REFUSED, APPENDED. READ BY THE EXPPROG88
      *  AUTHORISATION REPORT - CHANGE IT HERE ONLY.
           03 AG-BUS-DATE            PIC X(8).
           03 AG-CHECK-TIME          PIC X(6).
           03 AG-JOB-NAME            PIC X(8).
           03 AG-TARGET              PIC X(20).
           03 AG-CODE                PIC X(8).
           03 AG-APPROVER            PIC X(4).
           03 AG-RESULT              PIC X(1).
               88 AG-GRANTED         VALUE 'G'.
               88 AG-REFUSED         VALUE 'R'.
      *  NM NO CODE FOR THIS JOB, DATE AND TARGET; US THE ONLY
      *  MATCHING CODE IS ALREADY CONSUMED OR CANCELLED; NF NO
      *  AUTHCTL; RW AUTHCTL COULD NOT BE REWRITTEN.
           03 AG-REASON              PIC X(2).
               88 AG-NO-MATCH        VALUE 'NM'.
               88 AG-USED            VALUE 'US'.
               88 AG-NO-FILE         VALUE 'NF'.
               88 AG-NOT-REWRITTEN   VALUE 'RW'.
           03 FILLER                 PIC X(23).
