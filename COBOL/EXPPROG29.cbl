      * CATALOG - EXCEPT THAT THE MOST RECENT N GENERATIONS (PARM
      * BYTES 5-6, DEFAULT 3) ARE NEVER PURGED, HOWEVER OLD.
      * EVERYTHING REMOVED IS PRINTED ON GENRPT.
      *
      * A PURGE CANNOT BE UNDONE, SO THE RUN NEEDS A ONE-TIME
      * AUTHORISATION CODE ISSUED FOR THIS JOB, THIS BUSINESS DATE
      * AND THE CUT-OFF DATE (YYYYMMDD) THE PARM PRODUCES (AUTHMOD).
      * WITHOUT ONE NOTHING IS TOUCHED AND THE RUN ENDS RC 16.
      *
       ENVIRONMENT DIVISION.
      *
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE      PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP    PIC X(16) VALUE SPACES.

       01 WS-CAT-STATUS         PIC X(2).
           88 CAT-OK            VALUE "00".
       01 WS-GEN-DATE-INT       PIC 9(8).
       01 WS-PURGE-NAME         PIC X(8).

      *ONE-TIME AUTHORISATION CODE FOR THE RUN (AUTHMOD).
       01 WS-AUTH-PARMS.
           COPY AUTPRM.

      *THE WHOLE CATALOG IS TABLED SO THE MOST RECENT N (BY
      *BUSINESS DATE, CATALOG ORDER BREAKING TIES) CAN BE SHIELDED
      *BEFORE ANYTHING IS REMOVED
       PROCEDURE DIVISION USING INPUT-PARM.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           MOVE SPACES TO WS-AUTH-PARMS
           DISPLAY "STATUS - STARTING GENERATION RETENTION PURGE"
           IF PARM-LENGTH >= 4 AND PARM-DAYS IS NUMERIC
               MOVE PARM-DAYS TO WS-RETAIN-DAYS
           COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-RETAIN-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
             TO HL-CUTOFF
           MOVE "EXPPRG29" TO AUP-JOB-NAME
           MOVE WS-BUSINESS-DATE TO AUP-RUN-DATE
           MOVE HL-CUTOFF TO AUP-TARGET
           CALL 'AUTHMOD' USING WS-AUTH-PARMS
           IF AUP-REFUSED
               DISPLAY "ERROR - NO AUTHORISATION CODE FOR A PURGE "
                       "TO CUTOFF " HL-CUTOFF ", NOTHING PURGED"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM B100-LOAD-CATALOG
           PERFORM B200-SHIELD-MOST-RECENT
           PERFORM C100-MARK-AND-PURGE
           MOVE WS-PURGED-COUNT TO RL-OUTPUT-COUNT-2
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES TO RL-FILLER
           MOVE AUP-APPROVER TO RL-APPROVER
           MOVE WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
