      *  CTLVMOD CALL PARAMETERS - ONE CONTROL FILE'S ROWS, HELD IN
      *  STORAGE, CHECKED AGAINST THAT FILE'S OWN RULES. COPIED
      *  UNDER THE OWNING 01 BY CTLVMOD AND EVERY CALLER - CHANGE IT
      *  HERE ONLY. CVP-FAULT-COUNT IS EVERY FAULT FOUND; ONLY THE
      *  FIRST 100 ARE LISTED IN THE FAULT TABLE.
           03 CVP-FILE-NAME          PIC X(8).
           03 CVP-BUS-DATE           PIC X(8).
           03 CVP-STATUS             PIC X(2).
               88 CVP-CLEAN          VALUE '00'.
               88 CVP-FAULTS         VALUE '08'.
               88 CVP-NOT-COVERED    VALUE '12'.
           03 CVP-ROW-COUNT          PIC 9(4).
           03 CVP-ROW                PIC X(80) OCCURS 500 TIMES.
           03 CVP-FAULT-COUNT        PIC 9(4).
           03 CVP-FAULT-ENTRY OCCURS 100 TIMES.
               05 CVP-FAULT-ROW      PIC 9(6).
               05 CVP-FAULT-TEXT     PIC X(40).
