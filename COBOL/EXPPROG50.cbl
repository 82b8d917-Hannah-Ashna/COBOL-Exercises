           RECORDING MODE IS F.
       01 TRIAL-RPT-RECORD         PIC X(100).

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

       01 WS-JRNL-STATUS           PIC X(2).
           88 JRNL-OK              VALUE "00".
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING LEDGER POSTING"
           PERFORM B100-LOAD-LEDGER
           PERFORM B200-LOAD-REGISTER
                       AND WS-PD-STATUS(WS-PD-IDX) = 'C'
                   SET PERIOD-CLOSED TO TRUE
               END-IF
      *A 'Y' ROW LOCKS ITS PERIOD AND EVERY ONE BEFORE IT - THE
      *YEAR HAS BEEN CLOSED BY EXPPROG81.
               IF WS-PD-STATUS(WS-PD-IDX) = 'Y'
                       AND WS-CHECK-PERIOD NOT > WS-PD-PERIOD(WS-PD-IDX)
                   SET PERIOD-CLOSED TO TRUE
               END-IF
           END-PERFORM
           .

           MOVE WS-SKIPPED-BATCHES TO RL-OUTPUT-COUNT-2
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES TO RL-FILLER
           MOVE WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
