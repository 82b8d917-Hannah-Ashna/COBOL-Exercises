      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE         PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP       PIC X(16) VALUE SPACES.

       01 WS-FILE-STATUS             PIC X(2).
           88 FILE-OK                VALUE "00".
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING COUNTY SPLITTER"
           PERFORM B100-LOAD-COUNTY-MASTER
           IF WS-CTYM-COUNT = 0
           MOVE WS-CTYM-COUNT TO RL-OUTPUT-COUNT-2
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES TO RL-FILLER
           MOVE WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
