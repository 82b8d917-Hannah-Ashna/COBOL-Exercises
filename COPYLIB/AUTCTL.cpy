      *  AUTHORISATION FILE (AUTHCTL) - ONE ROW PER ONE-TIME CODE,
      *  ISSUED BY A SUPERVISOR AGAINST ONE JOB, ONE BUSINESS DATE
      *  AND ONE TARGET, AND CONSUMED BY AUTHMOD WHEN THE JOB USES
      *  IT. CHANGE IT HERE ONLY.
           03 AU-CODE                PIC X(8).
      *  THE JOB'S RUN-LOG NAME (EXPPRG39, DTBPROG9, ...).
           03 AU-JOB-NAME            PIC X(8).
           03 AU-BUS-DATE            PIC X(8).
      *  ACCOUNT, BATCH, GENERATION OR CUT-OFF DATE, LEFT-JUSTIFIED,
      *  EXACTLY AS THE JOB STATES IT.
           03 AU-TARGET              PIC X(20).
      *  THE ISSUING SUPERVISOR'S FOUR-CHARACTER APPROVER CODE.
           03 AU-APPROVER            PIC X(4).
           03 AU-ISSUE-DATE          PIC X(8).
           03 AU-STATE               PIC X(1).
               88 AU-UNUSED          VALUE ' ' 'U'.
               88 AU-CONSUMED        VALUE 'C'.
               88 AU-CANCELLED       VALUE 'X'.
      *  WHEN THE CODE WAS CONSUMED - DATE AND HHMMSS.
           03 AU-USED-DATE           PIC X(8).
           03 AU-USED-TIME           PIC X(6).
           03 FILLER                 PIC X(9).
