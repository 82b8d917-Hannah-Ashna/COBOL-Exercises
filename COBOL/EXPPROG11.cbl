      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE         PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP       PIC X(16) VALUE SPACES.

       01 WS-EXC-STATUS              PIC X(2).
           88 EXC-OK                 VALUE "00".
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING EXCEPTION REPAIR"
           PERFORM B100-INIT
           PERFORM C100-PROCESS-EXCEPTION UNTIL EXC-FILE-DONE
           PERFORM R100-READ-EXCEPTION
           .

      *A SECONDARY HOLDER (TYPE-C) EXCEPTION HAS NO PAIR TO REBUILD
      *AND CARRIES NO NAME TO REBUILD IT FROM - IT IS RE-KEYED
      *UPSTREAM, SO IT NEVER TAKES A CORRECTION AND ALWAYS CYCLES.
       D100-FIND-CORRECTION   SECTION.
           MOVE 'N' TO WS-CORR-FOUND
           PERFORM VARYING WS-COR-IDX FROM 1 BY 1
                   UNTIL WS-COR-IDX > WS-CORR-COUNT
                       OR EXC-TYPE-A = 'C'
               IF WS-COR-ACCOUNT-A(WS-COR-IDX) = EXC-ACCOUNT-A
                       AND WS-COR-ACCOUNT-B(WS-COR-IDX) = EXC-ACCOUNT-B
                   SET CORR-FOUND TO TRUE
           MOVE WS-REMAINING-COUNT TO RL-OUTPUT-COUNT-2
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES TO RL-FILLER
           MOVE WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
