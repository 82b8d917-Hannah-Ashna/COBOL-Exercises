      *  CONTROL-FILE CHANGE HISTORY (CTLHIST). ONE ROW PER CHANGE
      *  APPLIED BY THE EXPPROG87 MAINTENANCE RUN, APPENDED, NEVER
      *  REWRITTEN - CHANGE IT HERE ONLY. AN ADD HAS A BLANK BEFORE
      *  IMAGE, A DELETE A BLANK AFTER IMAGE.
           03 CH-BUS-DATE            PIC X(8).
      *  MACHINE TIME THE CHANGE WAS APPLIED, HHMMSS.
           03 CH-CHANGE-TIME         PIC X(6).
           03 CH-FILE-NAME           PIC X(8).
           03 CH-ACTION              PIC X(1).
               88 CH-ADD             VALUE 'A'.
               88 CH-CHANGE          VALUE 'C'.
               88 CH-DELETE          VALUE 'D'.
           03 CH-KEY                 PIC X(20).
           03 CH-REQUESTER           PIC X(8).
           03 CH-JOB-NAME            PIC X(8).
           03 CH-OWNER               PIC X(20).
           03 FILLER                 PIC X(1).
           03 CH-BEFORE-IMAGE        PIC X(80).
           03 CH-AFTER-IMAGE         PIC X(80).
