       ID DIVISION.
       PROGRAM-ID. EXPPROG77.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * MONETARY-UNIT AUDIT SAMPLE FOR THE EXTERNAL AUDITORS'
      * ANNUAL BALANCE CONFIRMATIONS. THE POPULATION IS EVERY CDOUT
      * ACCOUNT FOLLOWED BY EVERY MASTERFILE ACCOUNT, IN FILE ORDER,
      * EACH VALUED AT THE SIZE OF ITS BALANCE (AN OVERDRAWN
      * BALANCE COUNTS BY ITS MAGNITUDE; A ZERO BALANCE CANNOT BE
      * PICKED). THE AUDCTL CONTROL CARDS GIVE
      *
      *   'P' CARD - SAMPLE SIZE, CONFIDENCE FACTOR (99V99) AND THE
      *              SEED FOR THE RANDOM START;
      *   'T' CARDS - MANDATORY HIGH-VALUE THRESHOLDS, EACH FOR
      *              CDOUT ('C'), MASTERFILE ('M') OR BOTH (SPACE).
      *
      * PASS ONE VALUES THE POPULATION AND TAKES OUT EVERY ACCOUNT
      * AT OR ABOVE AN APPLYING THRESHOLD - THOSE ARE ALWAYS
      * CONFIRMED. THE REST IS SAMPLED SYSTEMATICALLY: INTERVAL =
      * REMAINING VALUE / SAMPLE SIZE, A RANDOM START BETWEEN 1 AND
      * THE INTERVAL DRAWN FROM THE SEED (PARK-MILLER GENERATOR,
      * SEED * 16807 MOD 2147483647), THEN EVERY INTERVAL'TH UNIT
      * OF MONEY. PASS TWO WALKS THE SAME ORDER AND SELECTS EACH
      * ACCOUNT WHOSE RUNNING VALUE CROSSES A SELECTION POINT, SO
      * THE SAME CARDS AND FILES ALWAYS GIVE THE SAME SAMPLE.
      *
      * SELECTIONS GO TO AUDSEL IN THE CDOUT RECORD LAYOUT (CDRECO),
      * SO EXPPROG40 PRINTS THE CONFIRMATION LETTERS WITH AUDSEL IN
      * PLACE OF CDOUT. A MASTERFILE ACCOUNT CARRIES 'MASTERFILE'
      * AS ITS COUNTY AND ITS OWN 5-CHARACTER ACCOUNT, WHICH
      * EXPPROG40 RESOLVES THROUGH CDXREF TO THE CUSTOMER'S CDCUST
      * ACCOUNT. THE SPARE AREA OF EACH RECORD HOLDS THE
      * SOURCE, WHY IT WAS PICKED AND THE SELECTION POINT. THE
      * SAMPLING MEMO (AUDMEMO) SHOWS THE CARDS, POPULATION TOTALS,
      * INTERVAL, SEED, RANDOM START AND EVERY SELECTED ITEM, SO
      * THE AUDITORS CAN RE-PERFORM THE SELECTION.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT ACC-FILEOUT ASSIGN TO CDOUT
           FILE STATUS IS WS-OUT-STATUS.
           SELECT MASTER-INPUT ASSIGN TO MASTIN
           FILE STATUS IS WS-MAST-STATUS.
           SELECT AUD-CTRL-FILE ASSIGN TO AUDCTL
           FILE STATUS IS WS-CTL-STATUS.
           SELECT AUD-SEL-FILE ASSIGN TO AUDSEL
           FILE STATUS IS WS-SEL-STATUS.
           SELECT AUD-MEMO-FILE ASSIGN TO AUDMEMO
           FILE STATUS IS WS-MEMO-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD ACC-FILEOUT BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 ACC-RECORDOUT.
           COPY CDRECO.

      *DTBPROG6'S MASTERFILE LAYOUT - MUST BE KEPT IN STEP WITH THE
      *MASTER-RECORD DECLARED THERE.
       FD MASTER-INPUT BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 MASTER-RECORD.
           COPY MASTREC REPLACING ==:PRE:== BY ==M==.

      *'P' PARAMETER CARD AND 'T' THRESHOLD CARDS
       FD AUD-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 AUD-CTRL-REC.
           03 AC-CARD-TYPE           PIC X(1).
               88 AC-PARM-CARD       VALUE 'P'.
               88 AC-THRESHOLD-CARD  VALUE 'T'.
           03 AC-SAMPLE-SIZE         PIC 9(5).
           03 AC-CONFIDENCE          PIC 9(2)V9(2).
           03 AC-SEED                PIC 9(9).
           03 FILLER                 PIC X(61).
       01 AUD-THRESHOLD-REC.
           03 FILLER                 PIC X(1).
           03 AT-SOURCE              PIC X(1).
           03 AT-THRESHOLD           PIC 9(11).
           03 FILLER                 PIC X(67).

      *SELECTIONS IN THE CDOUT LAYOUT; THE SECOND VIEW PUTS THE
      *SAMPLING DETAIL IN THE CDRECO SPARE AREA.
       FD AUD-SEL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 SEL-RECORD.
           COPY CDRECO.
       01 SEL-SAMPLE-VIEW.
           03 FILLER                 PIC X(44).
           03 SS-SOURCE              PIC X(1).
           03 SS-REASON              PIC X(1).
           03 SS-HITS                PIC 9(3).
           03 SS-SEL-POINT           PIC 9(11).
           03 SS-SAMPLE-DATE         PIC X(8).
           03 FILLER                 PIC X(11).
           03 FILLER                 PIC X(1).

       FD AUD-MEMO-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 MEMO-RECORD                PIC X(80).

       FD RUN-LOG-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 RUN-LOG-RECORD.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE           PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP         PIC X(16) VALUE SPACES.

       01 WS-OUT-STATUS              PIC X(2).
           88 OUT-OK                 VALUE "00".
       01 WS-MAST-STATUS             PIC X(2).
           88 MAST-OK                VALUE "00".
       01 WS-CTL-STATUS              PIC X(2).
           88 CTL-OK                 VALUE "00".
       01 WS-SEL-STATUS              PIC X(2).
           88 SEL-OK                 VALUE "00".
       01 WS-MEMO-STATUS             PIC X(2).
           88 MEMO-OK                VALUE "00".
       01 WS-RUNLOG-STATUS           PIC X(2).

       01 WS-EOF-FLAG                PIC X VALUE 'N'.
           88 INPUT-DONE             VALUE 'Y'.
       01 WS-PASS-FLAG               PIC X VALUE '1'.
           88 SURVEY-PASS            VALUE '1'.
           88 SELECT-PASS            VALUE '2'.

       01 WS-RUN-INPUT-COUNT         PIC 9(8) VALUE 0.
       01 WS-SELECTED-COUNT          PIC 9(8) VALUE 0.
       01 WS-MANDATORY-COUNT         PIC 9(8) VALUE 0.
       01 WS-SAMPLED-COUNT           PIC 9(8) VALUE 0.

      *CONTROL CARD VALUES
       01 WS-PARM-FLAG               PIC X VALUE 'N'.
           88 PARM-CARD-READ         VALUE 'Y'.
       01 WS-SAMPLE-SIZE             PIC 9(5) VALUE 0.
       01 WS-CONFIDENCE              PIC 9(2)V9(2) VALUE 0.
       01 WS-SEED                    PIC 9(9) VALUE 0.
       01 WS-THR-MAX                 PIC 9(2) VALUE 20.
       01 WS-THR-COUNT               PIC 9(2) VALUE 0.
       01 WS-THR-TABLE.
           03 WS-THR-ENTRY OCCURS 20 TIMES.
               05 WS-THR-SOURCE      PIC X(1).
               05 WS-THR-AMOUNT      PIC 9(11).
       01 WS-THR-IDX                 PIC 9(2).

      *POPULATION VALUES, PER SOURCE (1 CDOUT, 2 MASTERFILE)
       01 WS-POP-TABLE.
           03 WS-POP-ENTRY OCCURS 2 TIMES.
               05 WS-POP-ITEMS       PIC 9(8).
               05 WS-POP-VALUE       PIC 9(15) COMP-3.
               05 WS-POP-MAND-ITEMS  PIC 9(8).
               05 WS-POP-MAND-VALUE  PIC 9(15) COMP-3.
               05 WS-POP-ZERO-ITEMS  PIC 9(8).
       01 WS-SRC                     PIC 9(1).
       01 WS-TOTAL-ITEMS             PIC 9(8) VALUE 0.
       01 WS-TOTAL-VALUE             PIC 9(15) COMP-3 VALUE 0.
       01 WS-MAND-VALUE              PIC 9(15) COMP-3 VALUE 0.
       01 WS-SAMPLING-VALUE          PIC 9(15) COMP-3 VALUE 0.
       01 WS-SAMPLED-VALUE           PIC 9(15) COMP-3 VALUE 0.

      *SAMPLING INTERVAL, RANDOM START AND THE RUNNING POSITION
       01 WS-INTERVAL                PIC 9(13) VALUE 0.
       01 WS-RANDOM                  PIC 9(10) VALUE 0.
       01 WS-RANDOM-WORK             PIC 9(15) VALUE 0.
       01 WS-RANDOM-QUOT             PIC 9(15) VALUE 0.
       01 WS-START-POINT             PIC 9(13) VALUE 0.
       01 WS-NEXT-POINT              PIC 9(15) COMP-3 VALUE 0.
       01 WS-CUMULATIVE              PIC 9(15) COMP-3 VALUE 0.
       01 WS-PRECISION               PIC 9(15)V9(2) COMP-3 VALUE 0.
       01 WS-HITS                    PIC 9(3).
       01 WS-FIRST-POINT             PIC 9(15) COMP-3.

      *THE ITEM UNDER CONSIDERATION, FROM EITHER FILE
       01 WS-ITEM-SOURCE             PIC X(1).
       01 WS-ITEM-ACCOUNT            PIC X(8).
       01 WS-ITEM-BALANCE            PIC S9(10).
       01 WS-ITEM-VALUE              PIC 9(10).
       01 WS-MAND-FLAG               PIC X VALUE 'N'.
           88 ITEM-MANDATORY         VALUE 'Y'.

      *MEMO LINES
       01 MEMO-RULE                  PIC X(80) VALUE ALL '-'.
       01 MEMO-BLANK                 PIC X(80) VALUE SPACES.
       01 MEMO-TITLE.
           03 FILLER                 PIC X(43) VALUE
              'MONETARY-UNIT SAMPLE - BALANCE CONFIRMATION'.
           03 FILLER                 PIC X(14) VALUE
              ' BUSINESS DATE'.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 MT-DATE                PIC X(8).
           03 FILLER                 PIC X(14) VALUE SPACES.
       01 MEMO-TEXT                  PIC X(80).
       01 MEMO-VALUE-LINE.
           03 MV-LABEL               PIC X(34).
           03 MV-VALUE               PIC Z(14)9.
           03 FILLER                 PIC X(31) VALUE SPACES.
       01 MEMO-FACTOR-LINE.
           03 MF-LABEL               PIC X(34).
           03 MF-VALUE               PIC Z(11)9.99.
           03 FILLER                 PIC X(31) VALUE SPACES.
       01 MEMO-THR-LINE.
           03 FILLER                 PIC X(20) VALUE
              'MANDATORY AT OR OVER'.
           03 MH-AMOUNT              PIC Z(14)9.
           03 FILLER                 PIC X(5) VALUE ' FOR '.
           03 MH-SOURCE              PIC X(10).
           03 FILLER                 PIC X(30) VALUE SPACES.
       01 MEMO-POP-HEAD.
           03 FILLER                 PIC X(12) VALUE 'SOURCE'.
           03 FILLER                 PIC X(9) VALUE '    ITEMS'.
           03 FILLER                 PIC X(16) VALUE
              '           VALUE'.
           03 FILLER                 PIC X(9) VALUE '    MAND.'.
           03 FILLER                 PIC X(16) VALUE
              '      MAND.VALUE'.
           03 FILLER                 PIC X(9) VALUE '     ZERO'.
           03 FILLER                 PIC X(9) VALUE SPACES.
       01 MEMO-POP-LINE.
           03 MP-SOURCE              PIC X(12).
           03 MP-ITEMS               PIC Z(8)9.
           03 MP-VALUE               PIC Z(15)9.
           03 MP-MAND-ITEMS          PIC Z(8)9.
           03 MP-MAND-VALUE          PIC Z(15)9.
           03 MP-ZERO-ITEMS          PIC Z(8)9.
           03 FILLER                 PIC X(9) VALUE SPACES.
       01 MEMO-SEL-HEAD.
           03 FILLER                 PIC X(6) VALUE '   NO.'.
           03 FILLER                 PIC X(12) VALUE ' SOURCE'.
           03 FILLER                 PIC X(9) VALUE 'ACCOUNT'.
           03 FILLER                 PIC X(12) VALUE
              '  BOOK VALUE'.
           03 FILLER                 PIC X(16) VALUE
              '      CUMULATIVE'.
           03 FILLER                 PIC X(16) VALUE
              '  SELECTION PT.'.
           03 FILLER                 PIC X(9) VALUE ' HITS'.
       01 MEMO-SEL-LINE.
           03 MS-SEQ                 PIC Z(5)9.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 MS-SOURCE              PIC X(10).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 MS-ACCOUNT             PIC X(8).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 MS-VALUE               PIC Z(10)9.
           03 MS-CUMULATIVE          PIC Z(15)9.
           03 MS-POINT               PIC Z(15)9.
           03 MS-MANDATORY REDEFINES MS-POINT PIC X(16).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 MS-HITS                PIC ZZ9.
           03 FILLER                 PIC X(7) VALUE SPACES.

      *SET BY ANY AUDCTL CARD THAT WILL NOT READ CLEANLY
       01 WS-CARD-ERROR-FLAG         PIC X VALUE 'N'.
           88 CARD-ERROR             VALUE 'Y'.
      *
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING AUDIT CONFIRMATION SAMPLE"
           INITIALIZE WS-POP-TABLE
           PERFORM B100-LOAD-CONTROL
           SET SURVEY-PASS TO TRUE
           PERFORM C100-READ-CDOUT
           PERFORM C200-READ-MASTER
           PERFORM C300-SET-INTERVAL
           PERFORM B200-OPEN-OUTPUTS
           PERFORM W100-MEMO-HEADER
           SET SELECT-PASS TO TRUE
           PERFORM C100-READ-CDOUT
           PERFORM C200-READ-MASTER
           PERFORM W300-MEMO-TRAILER
           CLOSE AUD-SEL-FILE
                 AUD-MEMO-FILE
           IF WS-TOTAL-VALUE = 0
               DISPLAY "WARNING - POPULATION HAS NO VALUE, NOTHING "
                       "SELECTED"
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - POPULATION ITEMS: " WS-TOTAL-ITEMS
           DISPLAY "STATUS - MANDATORY SELECTIONS: " WS-MANDATORY-COUNT
           DISPLAY "STATUS - SAMPLED SELECTIONS: " WS-SAMPLED-COUNT
           DISPLAY "STATUS - AUDIT CONFIRMATION SAMPLE DONE"
           GOBACK
           .

      *ONE 'P' CARD IS REQUIRED; 'T' CARDS ARE OPTIONAL. A CARD THAT
      *WILL NOT READ CLEANLY STOPS THE RUN - A SAMPLE DRAWN FROM A
      *GUESSED PARAMETER COULD NOT BE RE-PERFORMED.
       B100-LOAD-CONTROL      SECTION.
           OPEN INPUT AUD-CTRL-FILE
           IF NOT CTL-OK
               DISPLAY "ERROR - COULD NOT OPEN AUDCTL, STATUS "
                       WS-CTL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ AUD-CTRL-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END PERFORM B110-TAKE-CARD
               END-READ
           END-PERFORM
           CLOSE AUD-CTRL-FILE
           IF NOT PARM-CARD-READ
               DISPLAY "ERROR - NO 'P' PARAMETER CARD ON AUDCTL"
               SET CARD-ERROR TO TRUE
           END-IF
           IF CARD-ERROR
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           DISPLAY "STATUS - SAMPLE SIZE " WS-SAMPLE-SIZE ", SEED "
                   WS-SEED ", " WS-THR-COUNT " THRESHOLD(S)"
           .

       B110-TAKE-CARD         SECTION.
           EVALUATE TRUE
               WHEN AC-PARM-CARD
                   IF AC-SAMPLE-SIZE NOT NUMERIC
                      OR AC-CONFIDENCE NOT NUMERIC
                      OR AC-SEED NOT NUMERIC
                      OR AC-SAMPLE-SIZE = 0
                      OR AC-CONFIDENCE = 0
                      OR AC-SEED = 0
                      OR AC-SEED >= 2147483647
                       DISPLAY "ERROR - AUDCTL 'P' CARD INVALID - "
                               "SIZE, FACTOR AND SEED MUST BE "
                               "NUMERIC AND NOT ZERO"
                       SET CARD-ERROR TO TRUE
                   ELSE
                       IF PARM-CARD-READ
                           DISPLAY "ERROR - MORE THAN ONE 'P' CARD "
                                   "ON AUDCTL"
                           SET CARD-ERROR TO TRUE
                       END-IF
                       SET PARM-CARD-READ TO TRUE
                       MOVE AC-SAMPLE-SIZE TO WS-SAMPLE-SIZE
                       MOVE AC-CONFIDENCE TO WS-CONFIDENCE
                       MOVE AC-SEED TO WS-SEED
                   END-IF
               WHEN AC-THRESHOLD-CARD
                   IF AT-THRESHOLD NOT NUMERIC OR AT-THRESHOLD = 0
                      OR (AT-SOURCE NOT = 'C' AND AT-SOURCE NOT = 'M'
                          AND AT-SOURCE NOT = SPACE)
                       DISPLAY "ERROR - AUDCTL 'T' CARD INVALID: "
                               AUD-THRESHOLD-REC(1:13)
                       SET CARD-ERROR TO TRUE
                   ELSE
                       IF WS-THR-COUNT >= WS-THR-MAX
                           DISPLAY "ERROR - MORE THAN " WS-THR-MAX
                                   " THRESHOLD CARDS ON AUDCTL"
                           SET CARD-ERROR TO TRUE
                       ELSE
                           ADD 1 TO WS-THR-COUNT
                           MOVE AT-SOURCE
                             TO WS-THR-SOURCE(WS-THR-COUNT)
                           MOVE AT-THRESHOLD
                             TO WS-THR-AMOUNT(WS-THR-COUNT)
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "ERROR - UNKNOWN AUDCTL CARD TYPE '"
                           AC-CARD-TYPE "'"
                   SET CARD-ERROR TO TRUE
           END-EVALUATE
           .

       B200-OPEN-OUTPUTS      SECTION.
           OPEN OUTPUT AUD-SEL-FILE
           IF NOT SEL-OK
               DISPLAY "ERROR - COULD NOT OPEN AUDSEL, STATUS "
                       WS-SEL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN OUTPUT AUD-MEMO-FILE
           IF NOT MEMO-OK
               DISPLAY "ERROR - COULD NOT OPEN AUDMEMO, STATUS "
                       WS-MEMO-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           .

      *BOTH PASSES READ THE FILES IN THE SAME ORDER - CDOUT FIRST,
      *THEN MASTERFILE - SO THE SAMPLE CAN BE RE-PERFORMED.
       C100-READ-CDOUT        SECTION.
           OPEN INPUT ACC-FILEOUT
           IF NOT OUT-OK
               DISPLAY "ERROR - COULD NOT OPEN CDOUT, STATUS "
                       WS-OUT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE 1 TO WS-SRC
           MOVE 'C' TO WS-ITEM-SOURCE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ ACC-FILEOUT
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       MOVE ACCOUNT-NUM OF ACC-RECORDOUT
                         TO WS-ITEM-ACCOUNT
                       MOVE BALANCE-OUT OF ACC-RECORDOUT
                         TO WS-ITEM-BALANCE
                       PERFORM D100-TAKE-ITEM
               END-READ
           END-PERFORM
           CLOSE ACC-FILEOUT
           .

       C200-READ-MASTER       SECTION.
           OPEN INPUT MASTER-INPUT
           IF NOT MAST-OK
               DISPLAY "ERROR - COULD NOT OPEN MASTIN, STATUS "
                       WS-MAST-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE 2 TO WS-SRC
           MOVE 'M' TO WS-ITEM-SOURCE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ MASTER-INPUT
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       MOVE M-ACCOUNT TO WS-ITEM-ACCOUNT
                       MOVE M-BALANCE TO WS-ITEM-BALANCE
                       PERFORM D100-TAKE-ITEM
               END-READ
           END-PERFORM
           CLOSE MASTER-INPUT
           .

      *INTERVAL = VALUE LEFT AFTER THE MANDATORY ITEMS / SAMPLE
      *SIZE, NEVER LESS THAN ONE UNIT. THE RANDOM START IS THE FIRST
      *DRAW FROM THE SEED, REDUCED TO 1 THRU THE INTERVAL.
       C300-SET-INTERVAL      SECTION.
           PERFORM VARYING WS-SRC FROM 1 BY 1 UNTIL WS-SRC > 2
               ADD WS-POP-ITEMS(WS-SRC) TO WS-TOTAL-ITEMS
               ADD WS-POP-VALUE(WS-SRC) TO WS-TOTAL-VALUE
               ADD WS-POP-MAND-VALUE(WS-SRC) TO WS-MAND-VALUE
           END-PERFORM
           COMPUTE WS-SAMPLING-VALUE = WS-TOTAL-VALUE - WS-MAND-VALUE
           DIVIDE WS-SAMPLING-VALUE BY WS-SAMPLE-SIZE
               GIVING WS-INTERVAL
           IF WS-INTERVAL = 0
               MOVE 1 TO WS-INTERVAL
           END-IF
           COMPUTE WS-RANDOM-WORK = WS-SEED * 16807
           DIVIDE WS-RANDOM-WORK BY 2147483647
               GIVING WS-RANDOM-QUOT REMAINDER WS-RANDOM
           DIVIDE WS-RANDOM BY WS-INTERVAL
               GIVING WS-RANDOM-QUOT REMAINDER WS-START-POINT
           ADD 1 TO WS-START-POINT
           MOVE WS-START-POINT TO WS-NEXT-POINT
           MOVE 0 TO WS-CUMULATIVE
      *BASIC PRECISION - THE MISSTATEMENT THE SAMPLE CAN RULE OUT AT
      *THE STATED CONFIDENCE WHEN NO ERRORS ARE FOUND
           COMPUTE WS-PRECISION = WS-INTERVAL * WS-CONFIDENCE
           DISPLAY "STATUS - POPULATION VALUE " WS-TOTAL-VALUE
                   ", INTERVAL " WS-INTERVAL
                   ", START " WS-START-POINT
           .

      *PASS ONE COUNTS AND VALUES; PASS TWO SELECTS.
       D100-TAKE-ITEM         SECTION.
           IF WS-ITEM-BALANCE < 0
               COMPUTE WS-ITEM-VALUE = 0 - WS-ITEM-BALANCE
           ELSE
               MOVE WS-ITEM-BALANCE TO WS-ITEM-VALUE
           END-IF
           PERFORM D200-CHECK-MANDATORY
           IF SURVEY-PASS
               ADD 1 TO WS-RUN-INPUT-COUNT
               ADD 1 TO WS-POP-ITEMS(WS-SRC)
               ADD WS-ITEM-VALUE TO WS-POP-VALUE(WS-SRC)
               IF WS-ITEM-VALUE = 0
                   ADD 1 TO WS-POP-ZERO-ITEMS(WS-SRC)
               END-IF
               IF ITEM-MANDATORY
                   ADD 1 TO WS-POP-MAND-ITEMS(WS-SRC)
                   ADD WS-ITEM-VALUE TO WS-POP-MAND-VALUE(WS-SRC)
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN ITEM-MANDATORY
                       MOVE 0 TO WS-HITS
                       ADD 1 TO WS-MANDATORY-COUNT
                       PERFORM W200-WRITE-SELECTION
                   WHEN WS-ITEM-VALUE = 0
                       CONTINUE
                   WHEN OTHER
                       PERFORM D300-CHECK-SAMPLED
               END-EVALUATE
           END-IF
           .

       D200-CHECK-MANDATORY   SECTION.
           MOVE 'N' TO WS-MAND-FLAG
           PERFORM VARYING WS-THR-IDX FROM 1 BY 1
                   UNTIL WS-THR-IDX > WS-THR-COUNT
               IF (WS-THR-SOURCE(WS-THR-IDX) = SPACE
                   OR WS-THR-SOURCE(WS-THR-IDX) = WS-ITEM-SOURCE)
                  AND WS-ITEM-VALUE >= WS-THR-AMOUNT(WS-THR-IDX)
                   SET ITEM-MANDATORY TO TRUE
               END-IF
           END-PERFORM
           .

      *THE ITEM'S MONEY RUNS FROM CUMULATIVE+1 TO CUMULATIVE+VALUE;
      *EVERY SELECTION POINT IN THAT RANGE IS A HIT. AN ITEM LARGER
      *THAN THE INTERVAL CAN TAKE SEVERAL HITS BUT IS LISTED ONCE.
       D300-CHECK-SAMPLED     SECTION.
           ADD WS-ITEM-VALUE TO WS-CUMULATIVE
           MOVE 0 TO WS-HITS
           MOVE WS-NEXT-POINT TO WS-FIRST-POINT
           PERFORM UNTIL WS-NEXT-POINT > WS-CUMULATIVE
               ADD 1 TO WS-HITS
               ADD WS-INTERVAL TO WS-NEXT-POINT
           END-PERFORM
           IF WS-HITS > 0
               ADD 1 TO WS-SAMPLED-COUNT
               ADD WS-ITEM-VALUE TO WS-SAMPLED-VALUE
               PERFORM W200-WRITE-SELECTION
           END-IF
           .

       W100-MEMO-HEADER       SECTION.
           MOVE WS-BUSINESS-DATE TO MT-DATE
           WRITE MEMO-RECORD FROM MEMO-TITLE
           WRITE MEMO-RECORD FROM MEMO-RULE
           MOVE 'CONTROL CARD (AUDCTL)' TO MEMO-TEXT
           WRITE MEMO-RECORD FROM MEMO-TEXT
           MOVE 'SAMPLE SIZE' TO MV-LABEL
           MOVE WS-SAMPLE-SIZE TO MV-VALUE
           WRITE MEMO-RECORD FROM MEMO-VALUE-LINE
           MOVE 'CONFIDENCE FACTOR' TO MF-LABEL
           MOVE WS-CONFIDENCE TO MF-VALUE
           WRITE MEMO-RECORD FROM MEMO-FACTOR-LINE
           MOVE 'SEED' TO MV-LABEL
           MOVE WS-SEED TO MV-VALUE
           WRITE MEMO-RECORD FROM MEMO-VALUE-LINE
           IF WS-THR-COUNT = 0
               MOVE 'NO MANDATORY THRESHOLDS' TO MEMO-TEXT
               WRITE MEMO-RECORD FROM MEMO-TEXT
           END-IF
           PERFORM VARYING WS-THR-IDX FROM 1 BY 1
                   UNTIL WS-THR-IDX > WS-THR-COUNT
               MOVE WS-THR-AMOUNT(WS-THR-IDX) TO MH-AMOUNT
               EVALUATE WS-THR-SOURCE(WS-THR-IDX)
                   WHEN 'C' MOVE 'CDOUT' TO MH-SOURCE
                   WHEN 'M' MOVE 'MASTERFILE' TO MH-SOURCE
                   WHEN OTHER MOVE 'BOTH' TO MH-SOURCE
               END-EVALUATE
               WRITE MEMO-RECORD FROM MEMO-THR-LINE
           END-PERFORM
           WRITE MEMO-RECORD FROM MEMO-BLANK
           MOVE 'POPULATION (BOOK VALUE = SIZE OF BALANCE)'
             TO MEMO-TEXT
           WRITE MEMO-RECORD FROM MEMO-TEXT
           WRITE MEMO-RECORD FROM MEMO-POP-HEAD
           PERFORM VARYING WS-SRC FROM 1 BY 1 UNTIL WS-SRC > 2
               IF WS-SRC = 1
                   MOVE 'CDOUT' TO MP-SOURCE
               ELSE
                   MOVE 'MASTERFILE' TO MP-SOURCE
               END-IF
               MOVE WS-POP-ITEMS(WS-SRC) TO MP-ITEMS
               MOVE WS-POP-VALUE(WS-SRC) TO MP-VALUE
               MOVE WS-POP-MAND-ITEMS(WS-SRC) TO MP-MAND-ITEMS
               MOVE WS-POP-MAND-VALUE(WS-SRC) TO MP-MAND-VALUE
               MOVE WS-POP-ZERO-ITEMS(WS-SRC) TO MP-ZERO-ITEMS
               WRITE MEMO-RECORD FROM MEMO-POP-LINE
           END-PERFORM
           MOVE 'TOTAL' TO MP-SOURCE
           MOVE WS-TOTAL-ITEMS TO MP-ITEMS
           MOVE WS-TOTAL-VALUE TO MP-VALUE
           COMPUTE MP-MAND-ITEMS = WS-POP-MAND-ITEMS(1)
                                 + WS-POP-MAND-ITEMS(2)
           MOVE WS-MAND-VALUE TO MP-MAND-VALUE
           COMPUTE MP-ZERO-ITEMS = WS-POP-ZERO-ITEMS(1)
                                 + WS-POP-ZERO-ITEMS(2)
           WRITE MEMO-RECORD FROM MEMO-POP-LINE
           WRITE MEMO-RECORD FROM MEMO-BLANK
           MOVE 'SAMPLING VALUE (TOTAL LESS MAND.)' TO MV-LABEL
           MOVE WS-SAMPLING-VALUE TO MV-VALUE
           WRITE MEMO-RECORD FROM MEMO-VALUE-LINE
           MOVE 'SAMPLING INTERVAL' TO MV-LABEL
           MOVE WS-INTERVAL TO MV-VALUE
           WRITE MEMO-RECORD FROM MEMO-VALUE-LINE
           MOVE 'FIRST RANDOM DRAW FROM SEED' TO MV-LABEL
           MOVE WS-RANDOM TO MV-VALUE
           WRITE MEMO-RECORD FROM MEMO-VALUE-LINE
           MOVE 'RANDOM START (DRAW MOD INT. + 1)' TO MV-LABEL
           MOVE WS-START-POINT TO MV-VALUE
           WRITE MEMO-RECORD FROM MEMO-VALUE-LINE
           MOVE 'BASIC PRECISION (INT. X FACTOR)' TO MF-LABEL
           MOVE WS-PRECISION TO MF-VALUE
           WRITE MEMO-RECORD FROM MEMO-FACTOR-LINE
           WRITE MEMO-RECORD FROM MEMO-BLANK
           MOVE 'SELECTED ITEMS (CDOUT THEN MASTERFILE, FILE ORDER)'
             TO MEMO-TEXT
           WRITE MEMO-RECORD FROM MEMO-TEXT
           WRITE MEMO-RECORD FROM MEMO-SEL-HEAD
           .

      *ONE AUDSEL RECORD AND ONE MEMO LINE PER SELECTED ACCOUNT.
       W200-WRITE-SELECTION   SECTION.
           ADD 1 TO WS-SELECTED-COUNT
           MOVE SPACES TO SEL-RECORD
           IF WS-ITEM-SOURCE = 'C'
               MOVE ACC-RECORDOUT TO SEL-RECORD
               MOVE SPACES TO UNUSED OF SEL-RECORD
           ELSE
               MOVE WS-ITEM-ACCOUNT TO ACCOUNT-NUM OF SEL-RECORD
               MOVE 'MASTERFILE' TO COUNTY-OUT OF SEL-RECORD
               MOVE WS-ITEM-BALANCE TO BALANCE-OUT OF SEL-RECORD
               MOVE '0' TO TYPE-OUT OF SEL-RECORD
           END-IF
           MOVE WS-ITEM-SOURCE TO SS-SOURCE
           MOVE WS-HITS TO SS-HITS
           MOVE WS-BUSINESS-DATE TO SS-SAMPLE-DATE
           MOVE WS-SELECTED-COUNT TO MS-SEQ
           IF WS-ITEM-SOURCE = 'C'
               MOVE 'CDOUT' TO MS-SOURCE
           ELSE
               MOVE 'MASTERFILE' TO MS-SOURCE
           END-IF
           MOVE WS-ITEM-ACCOUNT TO MS-ACCOUNT
           MOVE WS-ITEM-VALUE TO MS-VALUE
           IF ITEM-MANDATORY
               MOVE 'T' TO SS-REASON
               MOVE 0 TO SS-SEL-POINT
               MOVE 0 TO MS-CUMULATIVE
               MOVE '  OVER THRESHOLD' TO MS-MANDATORY
               MOVE 0 TO MS-HITS
           ELSE
               MOVE 'S' TO SS-REASON
               MOVE WS-FIRST-POINT TO SS-SEL-POINT
               MOVE WS-CUMULATIVE TO MS-CUMULATIVE
               MOVE WS-FIRST-POINT TO MS-POINT
               MOVE WS-HITS TO MS-HITS
           END-IF
           WRITE SEL-RECORD
           WRITE MEMO-RECORD FROM MEMO-SEL-LINE
           .

       W300-MEMO-TRAILER      SECTION.
           WRITE MEMO-RECORD FROM MEMO-BLANK
           MOVE 'ACCOUNTS SELECTED' TO MV-LABEL
           MOVE WS-SELECTED-COUNT TO MV-VALUE
           WRITE MEMO-RECORD FROM MEMO-VALUE-LINE
           MOVE '  OVER A MANDATORY THRESHOLD' TO MV-LABEL
           MOVE WS-MANDATORY-COUNT TO MV-VALUE
           WRITE MEMO-RECORD FROM MEMO-VALUE-LINE
           MOVE '  BY SAMPLING' TO MV-LABEL
           MOVE WS-SAMPLED-COUNT TO MV-VALUE
           WRITE MEMO-RECORD FROM MEMO-VALUE-LINE
           MOVE 'VALUE SELECTED BY SAMPLING' TO MV-LABEL
           MOVE WS-SAMPLED-VALUE TO MV-VALUE
           WRITE MEMO-RECORD FROM MEMO-VALUE-LINE
           MOVE 'VALUE OVER THRESHOLDS' TO MV-LABEL
           MOVE WS-MAND-VALUE TO MV-VALUE
           WRITE MEMO-RECORD FROM MEMO-VALUE-LINE
           WRITE MEMO-RECORD FROM MEMO-RULE
           .

      *WRITE ONE SUMMARY RECORD TO THE SHARED CROSS-SUITE RUN LOG.
       Z100-WRITE-RUN-LOG     SECTION.
           MOVE "EXPPRG77" TO RL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE WS-RUN-INPUT-COUNT TO RL-INPUT-COUNT
           MOVE WS-SELECTED-COUNT TO RL-OUTPUT-COUNT
           MOVE WS-MANDATORY-COUNT TO RL-OUTPUT-COUNT-2
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES TO RL-FILLER
           MOVE WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE
           .
