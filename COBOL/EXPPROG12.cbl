      * WITH ITS TYPE-B PARTNER BY ACCOUNT NUMBER REGARDLESS OF
      * PHYSICAL ORDER, WRITES A CLEAN ALTERNATING FILE (CDCLEAN)
      * FOR THE MERGE, AND SIDELINES GENUINELY UNMATCHED SINGLES
      * (AND ANY RECORD OF NO KNOWN TYPE) TO CDUNMAT. A TYPE-C
      * SECONDARY HOLDER RECORD IS PUT BACK DIRECTLY BEHIND ITS
      * PAIR; ONE WHOSE ACCOUNT NEVER PAIRED IS SIDELINED TOO.
      *
       ENVIRONMENT DIVISION.
      *
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE         PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP       PIC X(16) VALUE SPACES.

       01 WS-FILE-STATUS             PIC X(2).
           88 FILE-OK                VALUE "00".

       01 WS-RUN-INPUT-COUNT         PIC 9(8) VALUE 0.
       01 WS-PAIR-COUNT              PIC 9(8) VALUE 0.
       01 WS-SECONDARY-COUNT         PIC 9(8) VALUE 0.
       01 WS-UNMATCHED-COUNT         PIC 9(8) VALUE 0.

      *THE WHOLE RAW FILE IS HELD IN STORAGE SO PAIRING CAN IGNORE
               05 WS-A-RECORD        PIC X(80).
               05 WS-A-MATCHED       PIC X(1).
               05 WS-A-PARTNER       PIC 9(4).
               05 WS-A-C-PARTNER     PIC 9(4).
       01 WS-A-COUNT                 PIC 9(4) VALUE 0.
       01 WS-B-TABLE.
           03 WS-B-ENTRY OCCURS 1000 TIMES INDEXED BY WS-B-IDX.
               05 WS-B-RECORD        PIC X(80).
               05 WS-B-MATCHED       PIC X(1).
       01 WS-B-COUNT                 PIC 9(4) VALUE 0.
       01 WS-C-TABLE.
           03 WS-C-ENTRY OCCURS 1000 TIMES INDEXED BY WS-C-IDX.
               05 WS-C-RECORD        PIC X(80).
               05 WS-C-MATCHED       PIC X(1).
       01 WS-C-COUNT                 PIC 9(4) VALUE 0.
       01 WS-C-SCAN                  PIC 9(4).

       01 WS-A-SCAN                  PIC 9(4).
       01 WS-B-SCAN                  PIC 9(4).

      *BATCH CONTROL HEADER CARRIED THROUGH FROM THE RAW FILE WITH
      *ITS RECORD COUNT RECOMPUTED TO MATCH WHAT ACTUALLY GOES TO
      *CDCLEAN (SIDELINED SINGLES NO LONGER COUNT; SECONDARY HOLDER
      *RECORDS KEPT BEHIND THEIR PAIRS DO) AND ITS BALANCE TOTAL
      *REDUCED BY EVERY TYPE-A BALANCE SIDELINED, SO IT STILL EQUALS
      *WHAT THE MERGE PARTITIONS READ. THE FILE MODE GOES BACK ON
      *UNCHANGED. AN OLD-FORMAT HEADER WITH NO BALANCE TOTAL KEEPS
      *NONE.
       01 WS-HDR-MARKER-VALUE        PIC X(8) VALUE 'CDINHDR '.
       01 WS-HDR-PRESENT             PIC X VALUE 'N'.
           88 HDR-PRESENT            VALUE 'Y'.
       01 WS-HDR-FILE-DATE           PIC 9(8) VALUE 0.
       01 WS-HDR-FILE-MODE           PIC X(5) VALUE SPACES.
       01 WS-HDR-BAL-FLAG            PIC X VALUE 'N'.
           88 HDR-HAS-BALANCE        VALUE 'Y'.
       01 WS-HDR-BALANCE             PIC S9(13) VALUE 0.
       01 WS-SIDELINED-BALANCE       PIC S9(13) VALUE 0.
      *EXPPROG35'S COMBINED HEADER LAYOUT - MUST BE KEPT IN STEP.
       01 ACC-CONTROL-HEADER.
           03 HDR-MARKER             PIC X(8).
           03 HDR-FILE-DATE          PIC 9(8).
           03 HDR-RECORD-COUNT       PIC 9(8).
           03 HDR-FILE-MODE          PIC X(5).
           03 HDR-BALANCE-TOTAL      PIC S9(13) SIGN LEADING SEPARATE.
           03 HDR-FILLER             PIC X(36).
           03 HDR-TYPE               PIC X(1).
      *THE BALANCE OF A TYPE-A RECORD, AT ITS CDRECA POSITION.
       01 WS-TYPE-A-VIEW.
           03 FILLER                 PIC X(59).
           03 WS-A-BALANCE           PIC S9(10).
           03 FILLER                 PIC X(11).
      *
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING CDIN PRE-PROCESSOR"
           PERFORM B100-INIT
           PERFORM C100-LOAD-RECORD UNTIL INPUT-DONE
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - RECORDS READ:    " WS-RUN-INPUT-COUNT
           DISPLAY "STATUS - PAIRS WRITTEN:   " WS-PAIR-COUNT
           DISPLAY "STATUS - SECOND HOLDERS:  " WS-SECONDARY-COUNT
           DISPLAY "STATUS - SIDELINED:       " WS-UNMATCHED-COUNT
           DISPLAY "STATUS - PRE-PROCESSOR DONE"
           GOBACK
               SET HDR-PRESENT TO TRUE
               MOVE ACC-RECORDIN TO ACC-CONTROL-HEADER
               MOVE HDR-FILE-DATE TO WS-HDR-FILE-DATE
               MOVE HDR-FILE-MODE TO WS-HDR-FILE-MODE
               IF HDR-BALANCE-TOTAL NUMERIC
                   MOVE HDR-BALANCE-TOTAL TO WS-HDR-BALANCE
                   SET HDR-HAS-BALANCE TO TRUE
               END-IF
               PERFORM R100-READ-INPUT
           ELSE
               PERFORM C110-LOAD-DATA-RECORD
                               IN-ACCOUNT
                       PERFORM W200-WRITE-UNMATCHED
                   END-IF
               WHEN 'C'
                   IF WS-C-COUNT < 1000
                       ADD 1 TO WS-C-COUNT
                       SET WS-C-IDX TO WS-C-COUNT
                       MOVE ACC-RECORDIN TO WS-C-RECORD(WS-C-IDX)
                       MOVE 'N' TO WS-C-MATCHED(WS-C-IDX)
                   ELSE
                       DISPLAY "WARNING - C TABLE FULL, SIDELINING "
                               IN-ACCOUNT
                       PERFORM W200-WRITE-UNMATCHED
                   END-IF
               WHEN OTHER
                   DISPLAY "WARNING - RECORD OF UNKNOWN TYPE '"
                           IN-TYPE "' FOR " IN-ACCOUNT " SIDELINED"
      *EACH A RECORD, IN ARRIVAL ORDER, TAKES THE FIRST STILL-
      *UNMATCHED B WITH THE SAME ACCOUNT NUMBER. A DUPLICATED A OR B
      *THEREFORE PAIRS AT MOST ONCE AND THE SPARE COPY IS SIDELINED.
      *A PAIRED A THEN TAKES THE FIRST STILL-UNMATCHED C WITH ITS
      *ACCOUNT, IF THERE IS ONE - AT MOST ONE SECOND HOLDER A PAIR.
      *MATCHING AND WRITING ARE SEPARATE PASSES SO THE CONTROL
      *HEADER CAN GO OUT FIRST WITH THE FINAL PAIR COUNT ON IT.
       C200-MATCH-RECORDS     SECTION.
           PERFORM VARYING WS-A-SCAN FROM 1 BY 1
                   UNTIL WS-A-SCAN > WS-A-COUNT
               MOVE 0 TO WS-A-C-PARTNER(WS-A-SCAN)
               MOVE 'N' TO WS-PARTNER-FOUND
               PERFORM VARYING WS-B-SCAN FROM 1 BY 1
                       UNTIL WS-B-SCAN > WS-B-COUNT
                       ADD 1 TO WS-PAIR-COUNT
                   END-IF
               END-PERFORM
               IF PARTNER-FOUND
                   PERFORM C210-MATCH-SECONDARY
               END-IF
           END-PERFORM
           .

       C210-MATCH-SECONDARY   SECTION.
           MOVE 'N' TO WS-PARTNER-FOUND
           PERFORM VARYING WS-C-SCAN FROM 1 BY 1
                   UNTIL WS-C-SCAN > WS-C-COUNT
                       OR PARTNER-FOUND
               IF WS-C-MATCHED(WS-C-SCAN) = 'N'
                       AND WS-C-RECORD(WS-C-SCAN) (1:8) =
                           WS-A-RECORD(WS-A-SCAN) (1:8)
                   SET PARTNER-FOUND TO TRUE
                   MOVE 'Y' TO WS-C-MATCHED(WS-C-SCAN)
                   MOVE WS-C-SCAN TO WS-A-C-PARTNER(WS-A-SCAN)
                   ADD 1 TO WS-SECONDARY-COUNT
               END-IF
           END-PERFORM
           .

               MOVE WS-HDR-MARKER-VALUE TO HDR-MARKER
               MOVE WS-HDR-FILE-DATE TO HDR-FILE-DATE
               COMPUTE HDR-RECORD-COUNT = WS-PAIR-COUNT * 2
                                        + WS-SECONDARY-COUNT
               MOVE WS-HDR-FILE-MODE TO HDR-FILE-MODE
               IF HDR-HAS-BALANCE
                   PERFORM C260-SUM-SIDELINED
                   COMPUTE HDR-BALANCE-TOTAL = WS-HDR-BALANCE
                                             - WS-SIDELINED-BALANCE
               END-IF
               MOVE 'H' TO HDR-TYPE
               MOVE ACC-CONTROL-HEADER TO CLEAN-RECORD
               WRITE CLEAN-RECORD
                   MOVE WS-A-PARTNER(WS-A-SCAN) TO WS-B-SCAN
                   MOVE WS-B-RECORD(WS-B-SCAN) TO CLEAN-RECORD
                   WRITE CLEAN-RECORD
                   IF WS-A-C-PARTNER(WS-A-SCAN) > 0
                       MOVE WS-A-C-PARTNER(WS-A-SCAN) TO WS-C-SCAN
                       MOVE WS-C-RECORD(WS-C-SCAN) TO CLEAN-RECORD
                       WRITE CLEAN-RECORD
                   END-IF
               END-IF
           END-PERFORM
           .

      *THE TYPE-A BALANCES THAT WILL NOT REACH CDCLEAN - A RECORDS
      *LEFT UNPAIRED HERE, PLUS ANY ALREADY SIDELINED WHEN THE A TABLE
      *FILLED.
       C260-SUM-SIDELINED     SECTION.
           PERFORM VARYING WS-A-SCAN FROM 1 BY 1
                   UNTIL WS-A-SCAN > WS-A-COUNT
               IF WS-A-MATCHED(WS-A-SCAN) = 'N'
                   MOVE WS-A-RECORD(WS-A-SCAN) TO WS-TYPE-A-VIEW
                   PERFORM C270-ADD-SIDELINED
               END-IF
           END-PERFORM
           .

       C270-ADD-SIDELINED     SECTION.
           IF WS-A-BALANCE NUMERIC
               ADD WS-A-BALANCE TO WS-SIDELINED-BALANCE
           END-IF
           .

       C300-SIDELINE-SINGLES  SECTION.
           PERFORM VARYING WS-A-SCAN FROM 1 BY 1
                   UNTIL WS-A-SCAN > WS-A-COUNT
                   ADD 1 TO WS-UNMATCHED-COUNT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-C-SCAN FROM 1 BY 1
                   UNTIL WS-C-SCAN > WS-C-COUNT
               IF WS-C-MATCHED(WS-C-SCAN) = 'N'
                   MOVE WS-C-RECORD(WS-C-SCAN) TO UNMATCHED-RECORD
                   WRITE UNMATCHED-RECORD
                   ADD 1 TO WS-UNMATCHED-COUNT
               END-IF
           END-PERFORM
           .

       W200-WRITE-UNMATCHED   SECTION.
           IF IN-TYPE = 'A'
               MOVE ACC-RECORDIN TO WS-TYPE-A-VIEW
               PERFORM C270-ADD-SIDELINED
           END-IF
           MOVE ACC-RECORDIN TO UNMATCHED-RECORD
           WRITE UNMATCHED-RECORD
           ADD 1 TO WS-UNMATCHED-COUNT
           MOVE WS-UNMATCHED-COUNT TO RL-OUTPUT-COUNT-2
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES TO RL-FILLER
           MOVE WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
