      *  AUTHMOD CALL PARAMETERS - THE ONE-TIME AUTHORISATION CHECK
      *  MADE BY THE DESTRUCTIVE UTILITIES BEFORE THEY ACT. COPIED
      *  UNDER THE OWNING 01 BY AUTHMOD AND EVERY CALLER - CHANGE IT
      *  HERE ONLY. THE CALLER FILLS JOB, DATE AND TARGET; AUTHMOD
      *  HANDS BACK THE CODE IT CONSUMED AND ITS APPROVER.
           03 AUP-JOB-NAME           PIC X(8).
           03 AUP-RUN-DATE           PIC X(8).
           03 AUP-TARGET             PIC X(20).
           03 AUP-CODE               PIC X(8).
           03 AUP-APPROVER           PIC X(4).
           03 AUP-STATUS             PIC X(2).
               88 AUP-GRANTED        VALUE '00'.
               88 AUP-REFUSED        VALUE '08'.
