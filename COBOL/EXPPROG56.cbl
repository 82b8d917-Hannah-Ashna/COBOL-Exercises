      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE       PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP     PIC X(16) VALUE SPACES.

       01 WS-EXC-STATUS          PIC X(2).
           88 EXC-OK             VALUE "00".
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING DATA-QUALITY SCORECARD"
           PERFORM B100-COUNT-REJECT-PILES
           PERFORM B200-READ-INPUT-COUNTS
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
