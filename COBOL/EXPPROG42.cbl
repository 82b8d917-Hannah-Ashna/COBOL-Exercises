      * IS ITSELF REPORTED AS A DISAGREEMENT, BECAUSE FROM THERE ON
      * THE FILES ARE OUT OF STEP. BALLOTS BEFORE ANY HEADER COUNT
      * UNDER AN UNBATCHED LINE.
      *
      * EACH CAPTURE IS CLEARED AGAINST THE INBOUND RECEIPT REGISTER
      * (RCPTMOD) FIRST; A RE-SENT CAPTURE OR A SECOND ONE FOR THE
      * BUSINESS DATE STOPS THE RUN WITH RC 16. THE TWO CAPTURES ARE
      * REGISTERED AS SEPARATE FEEDS - THEY MAY WELL BE IDENTICAL.
      *
       ENVIRONMENT DIVISION.
      *
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE     PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP   PIC X(16) VALUE SPACES.

       01 WS-V1-STATUS         PIC X(2).
           88 V1-OK            VALUE "00".
       01 WS-CUR-BAT           PIC 9(3) VALUE 1.
       01 WS-AGREE-RATE        PIC 9(3)V99 VALUE 0.

      *INBOUND RECEIPT CHECK - BATCH HEADERS ARE CONTENT HERE.
       01 WS-RCPT-FEED-ID      PIC X(8).
       01 WS-RCPT-DD-NAME      PIC X(8).
       01 WS-RCPT-LEN          PIC 9(3) VALUE 80.
       01 WS-RCPT-MARKER       PIC X(8) VALUE SPACES.
       01 WS-RCPT-JOB          PIC X(8) VALUE 'EXPPRG42'.
       01 WS-RCPT-STATUS       PIC X(2).
           88 RCPT-REFUSED     VALUE '08'.

       01 WS-RPT-HEAD          PIC X(100) VALUE
          "DOUBLE-CAPTURE COMPARISON - DISAGREEING BALLOTS".
       01 WS-RPT-DIFF-LINE-1.
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING DOUBLE-CAPTURE COMPARISON"
           PERFORM B100-INIT
           MOVE 'UNBATCHD' TO WS-BAT-ID(1)
           .

       B100-INIT              SECTION.
           MOVE 'VOTESIN1' TO WS-RCPT-FEED-ID
           PERFORM B110-CHECK-RECEIPT
           MOVE 'VOTESIN2' TO WS-RCPT-FEED-ID
           PERFORM B110-CHECK-RECEIPT
           OPEN INPUT VOTES-FILE-1
           IF NOT V1-OK
               DISPLAY "ERROR - COULD NOT OPEN VOTESIN1, STATUS "
           PERFORM R100-READ-BOTH
           .

       B110-CHECK-RECEIPT     SECTION.
           MOVE WS-RCPT-FEED-ID TO WS-RCPT-DD-NAME
           CALL 'RCPTMOD' USING WS-RCPT-FEED-ID WS-RCPT-DD-NAME
                                WS-RCPT-LEN WS-RCPT-MARKER
                                WS-RCPT-JOB WS-BUSINESS-DATE
                                WS-RCPT-STATUS
           IF RCPT-REFUSED
               DISPLAY "ERROR - " WS-RCPT-FEED-ID " REFUSED BY THE "
                       "RECEIPT REGISTER - SEE RCPTMOD MESSAGES"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           .

       R100-READ-BOTH         SECTION.
           READ VOTES-FILE-1 AT END SET V1-DONE TO TRUE
           END-READ
           MOVE WS-DISAGREE-COUNT TO RL-OUTPUT-COUNT-2
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES TO RL-FILLER
           MOVE WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
