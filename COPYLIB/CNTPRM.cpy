      *  CONTMOD CALL PARAMETERS - THE CUSTOMER CONTACT HISTORY AND
      *  LETTER SUPPRESSION CHECK. COPIED UNDER THE OWNING 01 BY
      *  CONTMOD AND EVERY LETTER-PRODUCING CALLER - CHANGE IT HERE
      *  ONLY. SCOPE 'C' IS AN 8-CHARACTER MERGE-CHAIN (CDOUT)
      *  ACCOUNT, 'M' A 5-CHARACTER MASTERFILE ACCOUNT LEFT-JUSTIFIED.
      *  LETTER TYPES: 'BC' BALANCE CONFIRMATION (EXPPROG40), 'DL'
      *  DORMANT LETTER (EXPPROG24), 'ST' STATEMENT (EXPPROG18), 'MX'
      *  PRINT-VENDOR MAILING (EXPPROG62), 'TX' TAX CERTIFICATE
      *  (EXPPROG76).
           03 CNP-ACTION             PIC X(4).
               88 CNP-OPEN           VALUE 'OPEN'.
               88 CNP-CHECK          VALUE 'CHK '.
               88 CNP-DUE            VALUE 'DUE '.
      *'DROP' RECORDS A DEFERRED LETTER, HANDED BACK BY 'DUE ', THAT
      *THE JOB COULD NOT PRODUCE AFTER ALL (GONE AWAY, ACCOUNT NO
      *LONGER FOUND) - NO DECISION IS MADE; THE ROW IS A SKIP THAT
      *SETTLES THE DEFERRAL NAMED BY CNP-DEFER-DATE.
               88 CNP-DROP           VALUE 'DROP'.
           03 CNP-SCOPE              PIC X(1).
           03 CNP-ACCOUNT            PIC X(8).
           03 CNP-LETTER-TYPE        PIC X(2).
           03 CNP-JOB-NAME           PIC X(8).
           03 CNP-RUN-DATE           PIC X(8).
      *RETURNED ON 'CHK ' - SEND, SKIP OR DEFER; FOR A LETTER HELD
      *BACK, THE LETTER THAT STOPPED IT AND THE DATE IT COULD GO.
           03 CNP-DECISION           PIC X(1).
               88 CNP-SEND           VALUE 'S'.
               88 CNP-SKIP           VALUE 'X'.
               88 CNP-DEFER          VALUE 'D'.
           03 CNP-BLOCK-TYPE         PIC X(2).
           03 CNP-BLOCK-DATE         PIC X(8).
           03 CNP-DUE-DATE           PIC X(8).
      *THE BUSINESS DATE A DEFERRED LETTER WAS FIRST HELD BACK ON.
      *'DUE ' RETURNS IT WITH EACH DEFERRED LETTER NOW DUE (AND THE
      *ACCOUNT AS THE JOB GAVE IT); THE JOB PASSES IT BACK ON THE
      *'CHK ' THAT RE-PRESENTS THAT LETTER, AND SPACES ON EVERY
      *'CHK ' FOR A NEW ONE.
           03 CNP-DEFER-DATE         PIC X(8).
           03 CNP-STATUS             PIC X(2).
               88 CNP-OK             VALUE '00'.
               88 CNP-NO-MORE-DUE    VALUE '10'.
