           03 FILLER               PIC X(67).
           03 HH-REC-TYPE          PIC X(1).

      *ONE ROW PER ACCOUNTING PERIOD: YYYYMM AND 'O'PEN/'C'LOSED,
      *OR 'Y' FOR THE FINAL PERIOD OF A CLOSED YEAR.
       FD PERIOD-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 PERIOD-CTRL-REC.
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE         PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP       PIC X(16) VALUE SPACES.

       01 WS-HELD-STATUS           PIC X(2).
           88 HELD-OK              VALUE "00".
       PROCEDURE DIVISION USING INPUT-PARM.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING HELD-BATCH RE-DATE"
           IF PARM-LENGTH >= 3
               MOVE PARM-SUPERVISOR TO WS-SUPERVISOR
           END-IF
           .

      *THE CURRENT PERIOD IS OPEN UNLESS A PERDCTL ROW CLOSES IT,
      *OR A YEAR-END LOCK ('Y') AT OR AFTER IT COVERS IT.
       B200-CHECK-CURRENT-OPEN SECTION.
           IF WS-PERD-COUNT > 0
               SET CUR-PERIOD-OPEN TO TRUE
                           AND WS-PD-STATUS(WS-PD-IDX) = 'C'
                       MOVE 'N' TO WS-CUR-PERIOD-OPEN
                   END-IF
                   IF WS-PD-STATUS(WS-PD-IDX) = 'Y'
                           AND WS-CUR-PERIOD
                               NOT > WS-PD-PERIOD(WS-PD-IDX)
                       MOVE 'N' TO WS-CUR-PERIOD-OPEN
                   END-IF
               END-PERFORM
           END-IF
           .
           MOVE 0 TO RL-OUTPUT-COUNT-2
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES TO RL-FILLER
           MOVE WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
