      *  FRZMOD CALL PARAMETERS - THE ACCOUNT FREEZE (LEGAL HOLD)
      *  CHECK AND BLOCKED-ITEM LOG. COPIED UNDER THE OWNING 01 BY
      *  FRZMOD AND EVERY CALLER - CHANGE IT HERE ONLY.
      *  SCOPE 'C' IS AN 8-CHARACTER MERGE-CHAIN (CDOUT) ACCOUNT,
      *  'M' A 5-CHARACTER MASTERFILE ACCOUNT LEFT-JUSTIFIED.
           03 FZP-ACTION             PIC X(4).
               88 FZP-CHECK          VALUE 'CHK '.
               88 FZP-LOG            VALUE 'LOG '.
           03 FZP-SCOPE              PIC X(1).
           03 FZP-ACCOUNT            PIC X(8).
           03 FZP-JOB-NAME           PIC X(8).
           03 FZP-RUN-DATE           PIC X(8).
           03 FZP-ITEM               PIC X(40).
           03 FZP-AMOUNT             PIC S9(11).
           03 FZP-REASON             PIC X(4).
           03 FZP-STATUS             PIC X(2).
               88 FZP-NOT-FROZEN     VALUE '00'.
               88 FZP-FROZEN         VALUE '08'.
