      *--- business processing date (DATECTL card via DATEMOD,
      *    machine date when the card is absent)
       01 WS-BUSINESS-DATE           PIC X(8) VALUE SPACES.
      *--- job start on the machine clock, for the run log
       01 WS-JOB-START-STAMP         PIC X(16) VALUE SPACES.
       01 WS-INPUT-STATUS      PIC X(2).
           88 INPUT-OK         VALUE "00".
           88 INPUT-EOF        VALUE "10".
       ACTIONS
       01  CALL     'DATEMOD'                      X - -
             USING  WS-BUSINESS-DATE
           MOVE     FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY  "STATUS - PROGRAM STARTING"
           DISPLAY  "CHOSEN CONSTITUENCY: "
           DISPLAY  INPUT-PARM
           MOVE     VOTE-COUNT(8) TO RL-OUTPUT-COUNT-2
           MOVE     RETURN-CODE TO RL-RETURN-CODE
           MOVE     SPACES TO RL-FILLER
           MOVE     WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE     FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
