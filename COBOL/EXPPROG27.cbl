      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE         PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP       PIC X(16) VALUE SPACES.

       01 WS-LOG-STATUS         PIC X(2).
           88 LOG-OK            VALUE "00".
       PROCEDURE DIVISION USING INPUT-PARM.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           IF PARM-LENGTH >= 16 AND PARM-LOG-NAME NOT = SPACES
               MOVE PARM-LOG-NAME TO WS-DYN-LOG-NAME
               DISPLAY "STATUS - READING RUN-LOG GENERATION "
           MOVE 0 TO RL-OUTPUT-COUNT-2
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES TO RL-FILLER
           MOVE WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-INPUT
           IF WS-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-INPUT
