      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE       PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP     PIC X(16) VALUE SPACES.

       01 WS-LIVE-STATUS         PIC X(2).
           88 LIVE-OK            VALUE "00".
       PROCEDURE DIVISION USING INPUT-PARM.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING LOG ROLLOVER"
           IF PARM-LENGTH < 8 OR PARM-CUTOFF = SPACES
               DISPLAY "ERROR - CUTOFF DATE (YYYYMMDD) REQUIRED "
             TO RL-OUTPUT-COUNT-2 OF RUN-LOG-RECORD
           MOVE RETURN-CODE TO RL-RETURN-CODE OF RUN-LOG-RECORD
           MOVE SPACES TO RL-FILLER OF RUN-LOG-RECORD
           MOVE WS-JOB-START-STAMP
             TO RL-START-STAMP OF RUN-LOG-RECORD
           MOVE FUNCTION CURRENT-DATE(1:16)
             TO RL-END-STAMP OF RUN-LOG-RECORD
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
