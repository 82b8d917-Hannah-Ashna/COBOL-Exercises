      *  ONE BLOCKED ITEM ON THE SHARED FREEZE-ACTIVITY LOG
      *  (FRZLOG), APPENDED BY FRZMOD AND READ BY THE DAILY
      *  FREEZE-ACTIVITY REPORT. CHANGE IT HERE ONLY.
           03 FA-RUN-DATE            PIC X(8).
           03 FA-JOB-NAME            PIC X(8).
           03 FA-TIMESTAMP           PIC X(21).
           03 FA-SCOPE               PIC X(1).
           03 FA-ACCOUNT             PIC X(8).
           03 FA-REASON              PIC X(4).
           03 FA-ITEM                PIC X(40).
           03 FA-AMOUNT              PIC S9(11) SIGN LEADING SEPARATE.
           03 FA-FILLER              PIC X(18).
