       ID DIVISION.
       PROGRAM-ID. EXPPROG90.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * MARKET BASKET AFFINITY ANALYSIS FOR THE BUYING TEAM - WHICH
      * ITEMS SELL TOGETHER. READS A PERIOD'S BASKET INPUT (FILEIN)
      * AND EXPPROG7'S PRICED OUTPUT (BASKOUT) AS PAIRS, THE SAME
      * WAY THE RECEIPT PRINT DOES (THE TWO FILES ARE WRITTEN IN
      * THE SAME ORDER; A PERIOD IS SIMPLY THE DAYS' FILES
      * CONCATENATED UNDER EACH DD). FOR EVERY PAIR OF ITEM CODES
      * SOLD IN THE SAME BASKET IT COUNTS:
      *   - BASKETS     BASKETS HOLDING BOTH ITEMS
      *   - SUPPORT     THOSE BASKETS AS A PERCENTAGE OF ALL BASKETS
      *   - CONFIDENCE  THOSE BASKETS AS A PERCENTAGE OF THE BASKETS
      *                 HOLDING THE FIRST ITEM (A>B) OR THE SECOND
      *                 (B>A)
      *   - LIFT        HOW MUCH MORE OFTEN THE TWO SELL TOGETHER
      *                 THAN CHANCE WOULD GIVE (1.00 = NO AFFINITY)
      *   - UNDER DISC  HOW MANY OF THOSE BASKETS A DISCOUNT WON
      *                 (WINNING-DISC-CODE), AND HOW MANY THE WINNING
      *                 CODE WAS ONE OF THE PAIR'S OWN ITEMS
      * AND PRINTS THE TOP PAIRS OVERALL, THEN THE TOP PARTNERS FOR
      * EACH OF THE 20 MOST-SOLD ITEMS, WITH ITEM DESCRIPTIONS FROM
      * STKMAST, ON AFFRPT. ONLY PAIRS MEETING EVERY MINIMUM ON THE
      * AFFCTL CARD ARE LISTED (THE CONFIDENCE MINIMUM IS MET WHEN
      * EITHER DIRECTION MEETS IT).
      *
      * AN ITEM COUNTS ONCE PER BASKET HOWEVER MANY TIMES IT WAS
      * RUNG UP; RETURNED ITEMS (NEGATIVE VALUE) ARE NOT SALES AND
      * ARE LEFT OUT, AS ARE THE GIFT-CARD LINES. A BASKET WITH NO
      * ITEM SOLD IS NOT COUNTED AT ALL.
      *
      * RC 4 WHEN AN AFFCTL FIELD WAS UNUSABLE, STKMAST WAS MISSING
      * OR MORE THAN 200 ITEM CODES WERE SOLD (THE REST ARE LEFT
      * OUT); RC 8 WHEN THE TWO FILES ARE OUT OF STEP; RC 12 WHEN A
      * FILE CANNOT BE OPENED.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT BASKET-INPUT ASSIGN TO FILEIN
           FILE STATUS IS WS-IN-STATUS.
           SELECT PRICED-INPUT ASSIGN TO BASKOUT
           FILE STATUS IS WS-OUT-STATUS.
           SELECT AFF-CTRL-FILE ASSIGN TO AFFCTL
           FILE STATUS IS WS-CTL-STATUS.
           SELECT STOCK-MASTER-FILE ASSIGN TO STKMAST
           FILE STATUS IS WS-STK-STATUS.
           SELECT AFF-RPT-FILE ASSIGN TO AFFRPT
           FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *EXPPROG7'S INPUT-RECORD LAYOUT - MUST BE KEPT IN STEP.
       FD BASKET-INPUT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 INPUT-RECORD.
           03 ACCOUNT          PIC X(5).
               88 GC-ISSUE-REC      VALUE '*GCI*'.
               88 GC-REDEEM-REC     VALUE '*GCR*'.
           03 FILLER           PIC X(1).
           03 ITEM-CODES OCCURS 20 TIMES INDEXED BY I-IDX.
               05 ITEM-CODE    PIC X(3).
               05 ITEM-VALUE   PIC S9(3).
           03 FILLER           PIC X(1).
           03 DISC-CODES OCCURS 10 TIMES INDEXED BY D-IDX.
               05 DISC-CODE    PIC X(3).
               05 DISC-COUNT   PIC 9(1).
               05 DISC-MARKER  PIC X(1).
               05 DISC-VALUE   PIC 9(2).
               05 DISC-STACK-FLAG PIC X(1).
           03 FILLER           PIC X(78).

      *EXPPROG7'S OUTPUT-RECORD LAYOUT - MUST BE KEPT IN STEP.
       FD PRICED-INPUT BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 PRICED-RECORD.
           03 ACCOUNT-OUT      PIC X(5).
           03 FILLER           PIC X(4).
           03 TOTAL-OUT        PIC X(9).
           03 LARGE-TXN-FLAG   PIC X(1).
           03 WINNING-DISC-CODE PIC X(3).
           03 SAVINGS-OUT      PIC X(9).
           03 FILLER           PIC X(118).

      *THE ANALYSIS MINIMUMS. PERCENTAGES AND LIFT AS 999V99. A
      *BLANK FIELD TAKES THE DEFAULT: 2 BASKETS, SUPPORT AND
      *CONFIDENCE 0.00, LIFT 1.00 (PAIRS THAT SELL TOGETHER MORE
      *THAN CHANCE), TOP 20 PAIRS OVERALL, 5 PER ITEM. THE PERIOD
      *DATES ONLY HEAD THE REPORT - THE FILES GIVEN ARE THE PERIOD.
       FD AFF-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 AFF-CTRL-REC.
           03 AF-MIN-BASKETS   PIC 9(5).
           03 AF-MIN-SUPPORT   PIC 9(3)V99.
           03 AF-MIN-CONFIDENCE PIC 9(3)V99.
           03 AF-MIN-LIFT      PIC 9(3)V99.
           03 AF-TOP-PAIRS     PIC 9(2).
           03 AF-PAIRS-PER-ITEM PIC 9(2).
           03 AF-PERIOD-FROM   PIC X(8).
           03 AF-PERIOD-TO     PIC X(8).
           03 FILLER           PIC X(40).

      *EXPPROG7'S STOCK-MASTER-REC LAYOUT - ONLY THE DESCRIPTION
      *IS USED HERE.
       FD STOCK-MASTER-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 STOCK-MASTER-REC.
           03 SK-ITEM-CODE     PIC X(3).
           03 SK-DESC          PIC X(20).
           03 SK-ON-HAND       PIC S9(7) SIGN LEADING SEPARATE.
           03 SK-REORDER-LEVEL PIC 9(5).
           03 SK-REORDER-QTY   PIC 9(5).
           03 FILLER           PIC X(39).

       FD AFF-RPT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 PRINTLINE            PIC X(132).

       FD RUN-LOG-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 RUN-LOG-RECORD.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE      PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP    PIC X(16) VALUE SPACES.

       01 WS-IN-STATUS          PIC X(2).
           88 IN-OK             VALUE "00".
       01 WS-OUT-STATUS         PIC X(2).
           88 OUT-OK            VALUE "00".
       01 WS-CTL-STATUS         PIC X(2).
           88 CTL-OK            VALUE "00".
       01 WS-STK-STATUS         PIC X(2).
           88 STK-OK            VALUE "00".
       01 WS-RPT-STATUS         PIC X(2).
           88 RPT-OK            VALUE "00".
       01 WS-RUNLOG-STATUS      PIC X(2).

       01 WS-IN-EOF-FLAG        PIC X VALUE 'N'.
           88 BASKETS-DONE      VALUE 'Y'.
       01 WS-OUT-EOF-FLAG       PIC X VALUE 'N'.
           88 PRICED-DONE       VALUE 'Y'.
       01 WS-STK-EOF-FLAG       PIC X VALUE 'N'.
           88 STOCK-DONE        VALUE 'Y'.

       01 WS-RUN-INPUT-COUNT    PIC 9(8) VALUE 0.
       01 WS-BASKET-COUNT       PIC 9(8) VALUE 0.
       01 WS-PAIR-ERROR-COUNT   PIC 9(4) VALUE 0.
       01 WS-ITEM-LEFT-OUT      PIC 9(8) VALUE 0.
       01 WS-LISTED-COUNT       PIC 9(8) VALUE 0.

      *THE MINIMUMS IN FORCE (AFFCTL OR THE DEFAULTS)
       01 WS-MIN-BASKETS        PIC 9(5) VALUE 2.
       01 WS-MIN-SUPPORT        PIC 9(3)V99 VALUE 0.
       01 WS-MIN-CONFIDENCE     PIC 9(3)V99 VALUE 0.
       01 WS-MIN-LIFT           PIC 9(3)V99 VALUE 1.00.
       01 WS-TOP-PAIRS          PIC 9(2) VALUE 20.
       01 WS-PAIRS-PER-ITEM     PIC 9(2) VALUE 5.
       01 WS-PERIOD-FROM        PIC X(8) VALUE SPACES.
       01 WS-PERIOD-TO          PIC X(8) VALUE SPACES.

      *STKMAST DESCRIPTIONS - SAME 200-ITEM TABLE SIZE AS THE
      *PRICING RUN'S STOCK TABLE
       01 WS-STK-TABLE.
           03 WS-STK-ENTRY OCCURS 200 TIMES.
               05 WS-SK-CODE        PIC X(3).
               05 WS-SK-DESC        PIC X(20).
       01 WS-STK-COUNT          PIC 9(3) VALUE 0.
       01 WS-STK-IDX            PIC 9(3).

      *EVERY ITEM CODE SOLD IN THE PERIOD, WITH THE BASKETS HOLDING
      *IT AND THE UNITS SOLD
       01 WS-ITEM-TABLE.
           03 WS-ITEM-ENTRY OCCURS 200 TIMES.
               05 WS-IT-CODE        PIC X(3).
               05 WS-IT-BASKETS     PIC 9(8) COMP.
               05 WS-IT-UNITS       PIC 9(8) COMP.
               05 WS-IT-TOP-FLAG    PIC X(1).
                   88 IT-RANKED     VALUE 'Y'.
       01 WS-ITEM-COUNT         PIC 9(3) VALUE 0.
       01 WS-ITEM-IDX           PIC 9(3).
       01 WS-ITEM-PICK          PIC 9(3).

      *PAIR COUNTS, HELD ONCE PER PAIR UNDER (LOWER ITEM SLOT,
      *HIGHER ITEM SLOT). PX-PASS MARKS A PAIR ALREADY LISTED IN
      *THE CURRENT RANKING PASS.
       01 WS-PAIR-MATRIX.
           03 WS-PAIR-ROW OCCURS 200 TIMES.
               05 WS-PAIR-CELL OCCURS 200 TIMES.
                   07 WS-PX-BASKETS PIC 9(8) COMP.
                   07 WS-PX-DISC    PIC 9(8) COMP.
                   07 WS-PX-OWN     PIC 9(8) COMP.
                   07 WS-PX-PASS    PIC 9(3) COMP.
       01 WS-PA                 PIC 9(3).
       01 WS-PB                 PIC 9(3).
       01 WS-PASS               PIC 9(3) VALUE 0.

      *THE DISTINCT ITEM SLOTS IN THE BASKET BEING COUNTED
       01 WS-BASKET-ITEMS.
           03 WS-BI-SLOT        PIC 9(3) OCCURS 20 TIMES.
       01 WS-BI-COUNT           PIC 9(2).
       01 WS-BI-IDX             PIC 9(2).
       01 WS-BI-J               PIC 9(2).
       01 WS-BI-FOUND-FLAG      PIC X(1).
           88 BI-FOUND          VALUE 'Y'.

      *ONE PAIR'S MEASURES, AND THE BEST PAIR SO FAR IN A RANKING
      *SCAN (MOST BASKETS, THEN HIGHEST LIFT)
       01 WS-SUPPORT            PIC 9(3)V99.
       01 WS-CONF-AB            PIC 9(3)V99.
       01 WS-CONF-BA            PIC 9(3)V99.
       01 WS-LIFT               PIC 9(5)V99.
       01 WS-DISC-PCT           PIC 9(3)V99.
       01 WS-QUALIFY-FLAG       PIC X(1).
           88 PAIR-QUALIFIES    VALUE 'Y'.
       01 WS-BEST-A             PIC 9(3).
       01 WS-BEST-B             PIC 9(3).
       01 WS-BEST-BASKETS       PIC 9(8).
       01 WS-BEST-LIFT          PIC 9(5)V99.
       01 WS-RANK               PIC 9(3).
       01 WS-FOCUS              PIC 9(3).
       01 WS-PARTNER            PIC 9(3).
       01 WS-TOP-ITEM-RANK      PIC 9(2).
       01 WS-BEST-UNITS         PIC 9(8).
       01 WS-DESC-CODE          PIC X(3).
       01 WS-DESC               PIC X(20).

       01 HEAD-LINE.
           03 FILLER            PIC X(33) VALUE
              'MARKET BASKET AFFINITY ANALYSIS  '.
           03 FILLER            PIC X(7) VALUE 'PERIOD '.
           03 HL-FROM           PIC X(8).
           03 FILLER            PIC X(4) VALUE ' TO '.
           03 HL-TO             PIC X(8).
           03 FILLER            PIC X(9) VALUE '     RUN '.
           03 HL-DATE           PIC X(8).
           03 FILLER            PIC X(55) VALUE SPACES.
       01 COUNT-LINE.
           03 FILLER            PIC X(17) VALUE 'BASKETS ANALYSED '.
           03 CL-BASKETS        PIC Z(7)9.
           03 FILLER            PIC X(17) VALUE
              '   ITEMS SOLD    '.
           03 CL-ITEMS          PIC ZZ9.
           03 FILLER            PIC X(21) VALUE
              '   ITEMS LEFT OUT    '.
           03 CL-LEFT-OUT       PIC Z(7)9.
           03 FILLER            PIC X(58) VALUE SPACES.
       01 LIMIT-LINE.
           03 FILLER            PIC X(17) VALUE 'MINIMUM BASKETS  '.
           03 ML-BASKETS        PIC Z(4)9.
           03 FILLER            PIC X(15) VALUE '   SUPPORT PC  '.
           03 ML-SUPPORT        PIC ZZ9.99.
           03 FILLER            PIC X(18) VALUE
              '   CONFIDENCE PC  '.
           03 ML-CONFIDENCE     PIC ZZ9.99.
           03 FILLER            PIC X(10) VALUE '   LIFT  '.
           03 ML-LIFT           PIC ZZ9.99.
           03 FILLER            PIC X(49) VALUE SPACES.
       01 TITLE-LINE.
           03 TL-TEXT           PIC X(60).
           03 FILLER            PIC X(72) VALUE SPACES.
       01 COL-LINE.
           03 FILLER            PIC X(34) VALUE
              'RANK ITEM A                       '.
           03 FILLER            PIC X(24) VALUE
              'ITEM B                  '.
           03 FILLER            PIC X(36) VALUE
              ' BASKETS SUPPORT% CONF A>B CONF B>A'.
           03 FILLER            PIC X(38) VALUE
              '     LIFT UNDER DISC  DISC% OWN DISC'.
       01 PAIR-LINE.
           03 PL-RANK           PIC ZZ9.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 PL-CODE-A         PIC X(3).
           03 FILLER            PIC X(1) VALUE SPACES.
           03 PL-DESC-A         PIC X(20).
           03 FILLER            PIC X(5) VALUE SPACES.
           03 PL-CODE-B         PIC X(3).
           03 FILLER            PIC X(1) VALUE SPACES.
           03 PL-DESC-B         PIC X(20).
           03 FILLER            PIC X(1) VALUE SPACES.
           03 PL-BASKETS        PIC Z(7)9.
           03 FILLER            PIC X(3) VALUE SPACES.
           03 PL-SUPPORT        PIC ZZ9.99.
           03 FILLER            PIC X(3) VALUE SPACES.
           03 PL-CONF-AB        PIC ZZ9.99.
           03 FILLER            PIC X(3) VALUE SPACES.
           03 PL-CONF-BA        PIC ZZ9.99.
           03 FILLER            PIC X(1) VALUE SPACES.
           03 PL-LIFT           PIC Z(4)9.99.
           03 FILLER            PIC X(1) VALUE SPACES.
           03 PL-DISC           PIC Z(7)9.
           03 FILLER            PIC X(1) VALUE SPACES.
           03 PL-DISC-PCT       PIC ZZ9.99.
           03 FILLER            PIC X(1) VALUE SPACES.
           03 PL-OWN            PIC Z(7)9.
           03 FILLER            PIC X(5) VALUE SPACES.
       01 ITEM-HEAD-LINE.
           03 FILLER            PIC X(5) VALUE 'ITEM '.
           03 IH-RANK           PIC Z9.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 IH-CODE           PIC X(3).
           03 FILLER            PIC X(1) VALUE SPACES.
           03 IH-DESC           PIC X(20).
           03 FILLER            PIC X(8) VALUE '  UNITS '.
           03 IH-UNITS          PIC Z(7)9.
           03 FILLER            PIC X(10) VALUE '  BASKETS '.
           03 IH-BASKETS        PIC Z(7)9.
           03 FILLER            PIC X(65) VALUE SPACES.
       01 NONE-LINE.
           03 FILLER            PIC X(5) VALUE SPACES.
           03 FILLER            PIC X(33) VALUE
              'NO PAIR MEETS THE MINIMUMS'.
           03 FILLER            PIC X(94) VALUE SPACES.
       01 BLANKLINE             PIC X(132) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING BASKET AFFINITY ANALYSIS"
           OPEN INPUT BASKET-INPUT
           IF NOT IN-OK
               DISPLAY "ERROR - COULD NOT OPEN FILEIN, STATUS "
                       WS-IN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN INPUT PRICED-INPUT
           IF NOT OUT-OK
               DISPLAY "ERROR - COULD NOT OPEN BASKOUT, STATUS "
                       WS-OUT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN OUTPUT AFF-RPT-FILE
           IF NOT RPT-OK
               DISPLAY "ERROR - COULD NOT OPEN AFFRPT, STATUS "
                       WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM B100-LOAD-CONTROL
           PERFORM B200-LOAD-STOCK-MASTER
           INITIALIZE WS-PAIR-MATRIX
           PERFORM R100-READ-PAIR
           PERFORM C100-COUNT-BASKET
               UNTIL BASKETS-DONE OR PRICED-DONE
           IF BASKETS-DONE AND NOT PRICED-DONE
               DISPLAY "ERROR - MORE PRICED RECORDS THAN BASKETS, "
                       "FILES OUT OF STEP"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF PRICED-DONE AND NOT BASKETS-DONE
               DISPLAY "ERROR - MORE BASKETS THAN PRICED RECORDS, "
                       "FILES OUT OF STEP"
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE BASKET-INPUT
                 PRICED-INPUT
           IF WS-ITEM-LEFT-OUT > 0
               DISPLAY "WARNING - MORE THAN 200 ITEM CODES SOLD, "
                       WS-ITEM-LEFT-OUT " ITEM LINE(S) LEFT OUT"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM P100-REPORT-HEADING
           PERFORM P200-REPORT-TOP-PAIRS
           PERFORM P300-REPORT-TOP-ITEMS
           CLOSE AFF-RPT-FILE
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - " WS-BASKET-COUNT " BASKET(S), "
                   WS-ITEM-COUNT " ITEM CODE(S), " WS-LISTED-COUNT
                   " PAIR LINE(S) LISTED"
           DISPLAY "STATUS - BASKET AFFINITY ANALYSIS DONE"
           GOBACK
           .

      *------------------------------------------
      *THE MINIMUMS CARD. NO AFFCTL MEANS THE DEFAULTS THROUGHOUT; A
      *FIELD THAT IS NOT NUMERIC KEEPS ITS DEFAULT, WITH A WARNING
      *UNLESS IT WAS LEFT BLANK.
       B100-LOAD-CONTROL      SECTION.
           MOVE WS-BUSINESS-DATE TO WS-PERIOD-FROM
           MOVE WS-BUSINESS-DATE TO WS-PERIOD-TO
           OPEN INPUT AFF-CTRL-FILE
           IF NOT CTL-OK
               DISPLAY "STATUS - NO AFFCTL, DEFAULT MINIMUMS USED"
               GO TO B100-EXIT
           END-IF
           READ AFF-CTRL-FILE
               AT END
                   DISPLAY "STATUS - AFFCTL EMPTY, DEFAULT "
                           "MINIMUMS USED"
                   CLOSE AFF-CTRL-FILE
                   GO TO B100-EXIT
           END-READ
           CLOSE AFF-CTRL-FILE
           IF AF-MIN-BASKETS NUMERIC AND AF-MIN-BASKETS > 0
               MOVE AF-MIN-BASKETS TO WS-MIN-BASKETS
           ELSE
               IF AF-MIN-BASKETS NOT = SPACES
                   PERFORM B110-WARN-CONTROL
               END-IF
           END-IF
           IF AF-MIN-SUPPORT NUMERIC
               MOVE AF-MIN-SUPPORT TO WS-MIN-SUPPORT
           ELSE
               IF AF-MIN-SUPPORT NOT = SPACES
                   PERFORM B110-WARN-CONTROL
               END-IF
           END-IF
           IF AF-MIN-CONFIDENCE NUMERIC
               MOVE AF-MIN-CONFIDENCE TO WS-MIN-CONFIDENCE
           ELSE
               IF AF-MIN-CONFIDENCE NOT = SPACES
                   PERFORM B110-WARN-CONTROL
               END-IF
           END-IF
           IF AF-MIN-LIFT NUMERIC
               MOVE AF-MIN-LIFT TO WS-MIN-LIFT
           ELSE
               IF AF-MIN-LIFT NOT = SPACES
                   PERFORM B110-WARN-CONTROL
               END-IF
           END-IF
           IF AF-TOP-PAIRS NUMERIC AND AF-TOP-PAIRS > 0
               MOVE AF-TOP-PAIRS TO WS-TOP-PAIRS
           ELSE
               IF AF-TOP-PAIRS NOT = SPACES
                   PERFORM B110-WARN-CONTROL
               END-IF
           END-IF
           IF AF-PAIRS-PER-ITEM NUMERIC AND AF-PAIRS-PER-ITEM > 0
               MOVE AF-PAIRS-PER-ITEM TO WS-PAIRS-PER-ITEM
           ELSE
               IF AF-PAIRS-PER-ITEM NOT = SPACES
                   PERFORM B110-WARN-CONTROL
               END-IF
           END-IF
           IF AF-PERIOD-FROM NOT = SPACES
               MOVE AF-PERIOD-FROM TO WS-PERIOD-FROM
           END-IF
           IF AF-PERIOD-TO NOT = SPACES
               MOVE AF-PERIOD-TO TO WS-PERIOD-TO
           END-IF.
       B100-EXIT.
           EXIT.

       B110-WARN-CONTROL      SECTION.
           DISPLAY "WARNING - AFFCTL FIELD NOT NUMERIC, DEFAULT "
                   "KEPT: " AFF-CTRL-REC(1:24)
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           .

      *DESCRIPTIONS ONLY - NO STKMAST STILL GIVES THE ANALYSIS, BY
      *ITEM CODE ALONE.
       B200-LOAD-STOCK-MASTER SECTION.
           OPEN INPUT STOCK-MASTER-FILE
           IF NOT STK-OK
               DISPLAY "WARNING - NO STKMAST, ITEMS REPORTED "
                       "WITHOUT DESCRIPTIONS"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO B200-EXIT
           END-IF
           PERFORM UNTIL STOCK-DONE
               READ STOCK-MASTER-FILE
                   AT END SET STOCK-DONE TO TRUE
                   NOT AT END
                       IF WS-STK-COUNT < 200
                           ADD 1 TO WS-STK-COUNT
                           MOVE SK-ITEM-CODE
                             TO WS-SK-CODE(WS-STK-COUNT)
                           MOVE SK-DESC
                             TO WS-SK-DESC(WS-STK-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STOCK-MASTER-FILE
           DISPLAY "STATUS - " WS-STK-COUNT " ITEM DESCRIPTION(S) "
                   "LOADED".
       B200-EXIT.
           EXIT.

       R100-READ-PAIR         SECTION.
           READ BASKET-INPUT AT END SET BASKETS-DONE TO TRUE
           END-READ
           READ PRICED-INPUT AT END SET PRICED-DONE TO TRUE
           END-READ
           .

      *------------------------------------------
      *ONE BASKET: ITS DISTINCT ITEMS SOLD, THEN EVERY PAIR OF THEM.
       C100-COUNT-BASKET      SECTION.
           ADD 1 TO WS-RUN-INPUT-COUNT
      *A GIFT-CARD LINE HAS ITS OWN PRICED RECORD (UNDER THE CARD
      *HOLDER'S ACCOUNT) BUT NO ITEMS
           IF GC-ISSUE-REC OR GC-REDEEM-REC
               GO TO C100-NEXT
           END-IF
      *THE TWO FILES TRAVEL IN THE SAME ORDER - A PAIR WHOSE
      *ACCOUNTS DISAGREE MEANS ONE FILE IS STALE OR TRUNCATED
           IF ACCOUNT NOT = ACCOUNT-OUT
               ADD 1 TO WS-PAIR-ERROR-COUNT
               DISPLAY "ERROR - BASKET " ACCOUNT " PAIRED WITH "
                       "PRICED RECORD " ACCOUNT-OUT
                       ", BASKET LEFT OUT"
               MOVE 8 TO RETURN-CODE
               GO TO C100-NEXT
           END-IF
           MOVE 0 TO WS-BI-COUNT
           PERFORM VARYING I-IDX FROM 1 BY 1
                   UNTIL I-IDX > 20
               IF ITEM-CODE(I-IDX) NOT = SPACES AND
                  ITEM-CODE(I-IDX) NOT = '000' AND
                  ITEM-VALUE(I-IDX) NUMERIC AND
                  ITEM-VALUE(I-IDX) >= 0
                   PERFORM C200-NOTE-ITEM
               END-IF
           END-PERFORM
           IF WS-BI-COUNT = 0
               GO TO C100-NEXT
           END-IF
           ADD 1 TO WS-BASKET-COUNT
           PERFORM VARYING WS-BI-IDX FROM 1 BY 1
                   UNTIL WS-BI-IDX > WS-BI-COUNT
               ADD 1 TO WS-IT-BASKETS(WS-BI-SLOT(WS-BI-IDX))
               PERFORM VARYING WS-BI-J FROM WS-BI-IDX BY 1
                       UNTIL WS-BI-J > WS-BI-COUNT
                   IF WS-BI-J > WS-BI-IDX
                       PERFORM C300-COUNT-PAIR
                   END-IF
               END-PERFORM
           END-PERFORM.
       C100-NEXT.
           PERFORM R100-READ-PAIR.
       C100-EXIT.
           EXIT.

      *FIND (OR ADD) THE ITEM'S SLOT, COUNT THE UNIT, AND NOTE THE
      *SLOT FOR THIS BASKET ONCE
       C200-NOTE-ITEM         SECTION.
           MOVE 0 TO WS-ITEM-PICK
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF WS-ITEM-PICK = 0 AND
                  WS-IT-CODE(WS-ITEM-IDX) = ITEM-CODE(I-IDX)
                   MOVE WS-ITEM-IDX TO WS-ITEM-PICK
               END-IF
           END-PERFORM
           IF WS-ITEM-PICK = 0
               IF WS-ITEM-COUNT = 200
                   ADD 1 TO WS-ITEM-LEFT-OUT
                   GO TO C200-EXIT
               END-IF
               ADD 1 TO WS-ITEM-COUNT
               MOVE WS-ITEM-COUNT TO WS-ITEM-PICK
               MOVE ITEM-CODE(I-IDX) TO WS-IT-CODE(WS-ITEM-PICK)
               MOVE 0 TO WS-IT-BASKETS(WS-ITEM-PICK)
               MOVE 0 TO WS-IT-UNITS(WS-ITEM-PICK)
               MOVE 'N' TO WS-IT-TOP-FLAG(WS-ITEM-PICK)
           END-IF
           ADD 1 TO WS-IT-UNITS(WS-ITEM-PICK)
           MOVE 'N' TO WS-BI-FOUND-FLAG
           PERFORM VARYING WS-BI-IDX FROM 1 BY 1
                   UNTIL WS-BI-IDX > WS-BI-COUNT
               IF WS-BI-SLOT(WS-BI-IDX) = WS-ITEM-PICK
                   MOVE 'Y' TO WS-BI-FOUND-FLAG
               END-IF
           END-PERFORM
           IF NOT BI-FOUND
               ADD 1 TO WS-BI-COUNT
               MOVE WS-ITEM-PICK TO WS-BI-SLOT(WS-BI-COUNT)
           END-IF.
       C200-EXIT.
           EXIT.

      *ONE PAIR IN THIS BASKET, HELD UNDER THE LOWER SLOT FIRST
       C300-COUNT-PAIR        SECTION.
           IF WS-BI-SLOT(WS-BI-IDX) < WS-BI-SLOT(WS-BI-J)
               MOVE WS-BI-SLOT(WS-BI-IDX) TO WS-PA
               MOVE WS-BI-SLOT(WS-BI-J) TO WS-PB
           ELSE
               MOVE WS-BI-SLOT(WS-BI-J) TO WS-PA
               MOVE WS-BI-SLOT(WS-BI-IDX) TO WS-PB
           END-IF
           ADD 1 TO WS-PX-BASKETS(WS-PA, WS-PB)
           IF WINNING-DISC-CODE NOT = SPACES
               ADD 1 TO WS-PX-DISC(WS-PA, WS-PB)
               IF WINNING-DISC-CODE = WS-IT-CODE(WS-PA) OR
                  WINNING-DISC-CODE = WS-IT-CODE(WS-PB)
                   ADD 1 TO WS-PX-OWN(WS-PA, WS-PB)
               END-IF
           END-IF
           .

      *------------------------------------------
      *MEASURES FOR THE PAIR (WS-PA, WS-PB) AND WHETHER IT MEETS
      *EVERY MINIMUM
       E100-MEASURE-PAIR      SECTION.
           MOVE 'N' TO WS-QUALIFY-FLAG
           IF WS-PX-BASKETS(WS-PA, WS-PB) = 0 OR
              WS-PX-BASKETS(WS-PA, WS-PB) < WS-MIN-BASKETS
               GO TO E100-EXIT
           END-IF
           COMPUTE WS-SUPPORT ROUNDED =
                   WS-PX-BASKETS(WS-PA, WS-PB) * 100
                   / WS-BASKET-COUNT
           COMPUTE WS-CONF-AB ROUNDED =
                   WS-PX-BASKETS(WS-PA, WS-PB) * 100
                   / WS-IT-BASKETS(WS-PA)
           COMPUTE WS-CONF-BA ROUNDED =
                   WS-PX-BASKETS(WS-PA, WS-PB) * 100
                   / WS-IT-BASKETS(WS-PB)
           COMPUTE WS-LIFT ROUNDED =
                   WS-PX-BASKETS(WS-PA, WS-PB) * WS-BASKET-COUNT
                   / (WS-IT-BASKETS(WS-PA) * WS-IT-BASKETS(WS-PB))
               ON SIZE ERROR MOVE 99999.99 TO WS-LIFT
           END-COMPUTE
           COMPUTE WS-DISC-PCT ROUNDED =
                   WS-PX-DISC(WS-PA, WS-PB) * 100
                   / WS-PX-BASKETS(WS-PA, WS-PB)
           IF WS-SUPPORT < WS-MIN-SUPPORT
               GO TO E100-EXIT
           END-IF
           IF WS-CONF-AB < WS-MIN-CONFIDENCE AND
              WS-CONF-BA < WS-MIN-CONFIDENCE
               GO TO E100-EXIT
           END-IF
           IF WS-LIFT < WS-MIN-LIFT
               GO TO E100-EXIT
           END-IF
           MOVE 'Y' TO WS-QUALIFY-FLAG.
       E100-EXIT.
           EXIT.

      *KEEP (WS-PA, WS-PB) AS THE BEST OF THIS SCAN IF IT QUALIFIES,
      *IS NOT LISTED YET THIS PASS AND BEATS THE BEST SO FAR
       E200-CONSIDER-PAIR     SECTION.
           IF WS-PX-PASS(WS-PA, WS-PB) = WS-PASS OR
              WS-PX-BASKETS(WS-PA, WS-PB) < WS-BEST-BASKETS
               GO TO E200-EXIT
           END-IF
           PERFORM E100-MEASURE-PAIR
           IF NOT PAIR-QUALIFIES
               GO TO E200-EXIT
           END-IF
           IF WS-PX-BASKETS(WS-PA, WS-PB) = WS-BEST-BASKETS AND
              WS-LIFT NOT > WS-BEST-LIFT
               GO TO E200-EXIT
           END-IF
           MOVE WS-PA TO WS-BEST-A
           MOVE WS-PB TO WS-BEST-B
           MOVE WS-PX-BASKETS(WS-PA, WS-PB) TO WS-BEST-BASKETS
           MOVE WS-LIFT TO WS-BEST-LIFT.
       E200-EXIT.
           EXIT.

       E300-LOOK-UP-DESC      SECTION.
           MOVE SPACES TO WS-DESC
           PERFORM VARYING WS-STK-IDX FROM 1 BY 1
                   UNTIL WS-STK-IDX > WS-STK-COUNT
               IF WS-SK-CODE(WS-STK-IDX) = WS-DESC-CODE
                   MOVE WS-SK-DESC(WS-STK-IDX) TO WS-DESC
               END-IF
           END-PERFORM
           IF WS-DESC = SPACES
               MOVE '(NOT ON STKMAST)' TO WS-DESC
           END-IF
           .

      *------------------------------------------
       P100-REPORT-HEADING    SECTION.
           MOVE WS-PERIOD-FROM TO HL-FROM
           MOVE WS-PERIOD-TO TO HL-TO
           MOVE WS-BUSINESS-DATE TO HL-DATE
           WRITE PRINTLINE FROM HEAD-LINE
           WRITE PRINTLINE FROM BLANKLINE AFTER ADVANCING 1
           MOVE WS-BASKET-COUNT TO CL-BASKETS
           MOVE WS-ITEM-COUNT TO CL-ITEMS
           MOVE WS-ITEM-LEFT-OUT TO CL-LEFT-OUT
           WRITE PRINTLINE FROM COUNT-LINE AFTER ADVANCING 1
           MOVE WS-MIN-BASKETS TO ML-BASKETS
           MOVE WS-MIN-SUPPORT TO ML-SUPPORT
           MOVE WS-MIN-CONFIDENCE TO ML-CONFIDENCE
           MOVE WS-MIN-LIFT TO ML-LIFT
           WRITE PRINTLINE FROM LIMIT-LINE AFTER ADVANCING 1
           .

      *THE TOP PAIRS OVERALL - EACH RANK A FRESH SCAN OF THE PAIRS
      *NOT YET LISTED
       P200-REPORT-TOP-PAIRS  SECTION.
           WRITE PRINTLINE FROM BLANKLINE AFTER ADVANCING 1
           MOVE 'TOP PAIRS OVERALL' TO TL-TEXT
           WRITE PRINTLINE FROM TITLE-LINE AFTER ADVANCING 1
           WRITE PRINTLINE FROM COL-LINE AFTER ADVANCING 1
           ADD 1 TO WS-PASS
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > WS-TOP-PAIRS
               MOVE 0 TO WS-BEST-A
               MOVE 1 TO WS-BEST-BASKETS
               MOVE 0 TO WS-BEST-LIFT
               PERFORM VARYING WS-PA FROM 1 BY 1
                       UNTIL WS-PA > WS-ITEM-COUNT
                   PERFORM VARYING WS-PB FROM WS-PA BY 1
                           UNTIL WS-PB > WS-ITEM-COUNT
                       IF WS-PB > WS-PA
                           PERFORM E200-CONSIDER-PAIR
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF WS-BEST-A = 0
                   IF WS-RANK = 1
                       WRITE PRINTLINE FROM NONE-LINE
                           AFTER ADVANCING 1
                   END-IF
                   MOVE WS-TOP-PAIRS TO WS-RANK
               ELSE
                   MOVE WS-BEST-A TO WS-PA
                   MOVE WS-BEST-B TO WS-PB
                   PERFORM P400-WRITE-PAIR-LINE
               END-IF
           END-PERFORM
           .

      *THE 20 MOST-SOLD ITEMS BY UNITS, EACH WITH ITS OWN TOP
      *PARTNERS - THE ITEM ALWAYS SHOWN AS ITEM A
       P300-REPORT-TOP-ITEMS  SECTION.
           WRITE PRINTLINE FROM BLANKLINE AFTER ADVANCING 1
           MOVE 'TOP PARTNERS FOR THE 20 MOST-SOLD ITEMS' TO TL-TEXT
           WRITE PRINTLINE FROM TITLE-LINE AFTER ADVANCING 1
           PERFORM VARYING WS-TOP-ITEM-RANK FROM 1 BY 1
                   UNTIL WS-TOP-ITEM-RANK > 20
               MOVE 0 TO WS-FOCUS
               MOVE 0 TO WS-BEST-UNITS
               PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                       UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                   IF NOT IT-RANKED(WS-ITEM-IDX) AND
                      WS-IT-UNITS(WS-ITEM-IDX) > WS-BEST-UNITS
                       MOVE WS-ITEM-IDX TO WS-FOCUS
                       MOVE WS-IT-UNITS(WS-ITEM-IDX)
                         TO WS-BEST-UNITS
                   END-IF
               END-PERFORM
               IF WS-FOCUS = 0
                   MOVE 20 TO WS-TOP-ITEM-RANK
               ELSE
                   MOVE 'Y' TO WS-IT-TOP-FLAG(WS-FOCUS)
                   PERFORM P310-REPORT-ONE-ITEM
               END-IF
           END-PERFORM
           .

       P310-REPORT-ONE-ITEM   SECTION.
           WRITE PRINTLINE FROM BLANKLINE AFTER ADVANCING 1
           MOVE WS-TOP-ITEM-RANK TO IH-RANK
           MOVE WS-IT-CODE(WS-FOCUS) TO IH-CODE
           MOVE WS-IT-CODE(WS-FOCUS) TO WS-DESC-CODE
           PERFORM E300-LOOK-UP-DESC
           MOVE WS-DESC TO IH-DESC
           MOVE WS-IT-UNITS(WS-FOCUS) TO IH-UNITS
           MOVE WS-IT-BASKETS(WS-FOCUS) TO IH-BASKETS
           WRITE PRINTLINE FROM ITEM-HEAD-LINE AFTER ADVANCING 1
           WRITE PRINTLINE FROM COL-LINE AFTER ADVANCING 1
           ADD 1 TO WS-PASS
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > WS-PAIRS-PER-ITEM
               MOVE 0 TO WS-BEST-A
               MOVE 1 TO WS-BEST-BASKETS
               MOVE 0 TO WS-BEST-LIFT
               PERFORM VARYING WS-PARTNER FROM 1 BY 1
                       UNTIL WS-PARTNER > WS-ITEM-COUNT
                   IF WS-PARTNER NOT = WS-FOCUS
                       IF WS-PARTNER < WS-FOCUS
                           MOVE WS-PARTNER TO WS-PA
                           MOVE WS-FOCUS TO WS-PB
                       ELSE
                           MOVE WS-FOCUS TO WS-PA
                           MOVE WS-PARTNER TO WS-PB
                       END-IF
                       PERFORM E200-CONSIDER-PAIR
                   END-IF
               END-PERFORM
               IF WS-BEST-A = 0
                   IF WS-RANK = 1
                       WRITE PRINTLINE FROM NONE-LINE
                           AFTER ADVANCING 1
                   END-IF
                   MOVE WS-PAIRS-PER-ITEM TO WS-RANK
               ELSE
                   MOVE WS-BEST-A TO WS-PA
                   MOVE WS-BEST-B TO WS-PB
                   PERFORM P400-WRITE-PAIR-LINE
               END-IF
           END-PERFORM
           .

      *ONE PAIR LINE FOR (WS-PA, WS-PB), MARKED AS LISTED IN THIS
      *PASS. ON AN ITEM'S OWN LIST THE ITEM IS PRINTED AS ITEM A,
      *SO THE CONFIDENCES ARE TURNED ROUND WITH IT.
       P400-WRITE-PAIR-LINE   SECTION.
           MOVE WS-PASS TO WS-PX-PASS(WS-PA, WS-PB)
           PERFORM E100-MEASURE-PAIR
           MOVE WS-RANK TO PL-RANK
           IF WS-PASS > 1 AND WS-PB = WS-FOCUS
               MOVE WS-IT-CODE(WS-PB) TO PL-CODE-A
               MOVE WS-IT-CODE(WS-PA) TO PL-CODE-B
               MOVE WS-CONF-BA TO PL-CONF-AB
               MOVE WS-CONF-AB TO PL-CONF-BA
           ELSE
               MOVE WS-IT-CODE(WS-PA) TO PL-CODE-A
               MOVE WS-IT-CODE(WS-PB) TO PL-CODE-B
               MOVE WS-CONF-AB TO PL-CONF-AB
               MOVE WS-CONF-BA TO PL-CONF-BA
           END-IF
           MOVE PL-CODE-A TO WS-DESC-CODE
           PERFORM E300-LOOK-UP-DESC
           MOVE WS-DESC TO PL-DESC-A
           MOVE PL-CODE-B TO WS-DESC-CODE
           PERFORM E300-LOOK-UP-DESC
           MOVE WS-DESC TO PL-DESC-B
           MOVE WS-PX-BASKETS(WS-PA, WS-PB) TO PL-BASKETS
           MOVE WS-SUPPORT TO PL-SUPPORT
           MOVE WS-LIFT TO PL-LIFT
           MOVE WS-PX-DISC(WS-PA, WS-PB) TO PL-DISC
           MOVE WS-DISC-PCT TO PL-DISC-PCT
           MOVE WS-PX-OWN(WS-PA, WS-PB) TO PL-OWN
           WRITE PRINTLINE FROM PAIR-LINE AFTER ADVANCING 1
           ADD 1 TO WS-LISTED-COUNT
           .

      *WRITE ONE SUMMARY RECORD TO THE SHARED CROSS-SUITE RUN LOG.
       Z100-WRITE-RUN-LOG     SECTION.
           MOVE "EXPPRG90" TO RL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE WS-RUN-INPUT-COUNT TO RL-INPUT-COUNT
           MOVE WS-LISTED-COUNT TO RL-OUTPUT-COUNT
           MOVE WS-PAIR-ERROR-COUNT TO RL-OUTPUT-COUNT-2
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
