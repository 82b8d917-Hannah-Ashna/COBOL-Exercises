      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE         PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP       PIC X(16) VALUE SPACES.

       01 WS-DIAG-STATUS       PIC X(2).
           88 DIAG-OK          VALUE "00".
       PROCEDURE DIVISION USING INPUT-PARM.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING RE-TALLY VERIFICATION"
           PERFORM B100-INIT
           PERFORM C100-TALLY-DIAG UNTIL DIAG-FILE-DONE

       B200-LOAD-PARTY-TABLE  SECTION.
           OPEN INPUT PARTY-CTRL-FILE
      *A COMBINED-POLL PARTYCTRL OPENS WITH AN '*EL*' ELECTION
      *MARKER - THE FIRST ELECTION'S LIST IS THE ONE USED HERE.
           IF PARTYCTRL-OK
               PERFORM VARYING PARTY-IDX FROM 1 BY 1
                       UNTIL PARTY-IDX > 8 OR PARTYCTRL-EOF
                   READ PARTY-CTRL-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF PARTY-CTRL-REC(1:4) = '*EL*'
                               READ PARTY-CTRL-FILE
                                   AT END CONTINUE
                               END-READ
                           END-IF
                           IF NOT PARTYCTRL-EOF
                               MOVE PARTY-CTRL-REC
                                 TO WS-PARTY-NAME(PARTY-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTY-CTRL-FILE
           MOVE 0 TO RL-OUTPUT-COUNT-2
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES TO RL-FILLER
           MOVE WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
