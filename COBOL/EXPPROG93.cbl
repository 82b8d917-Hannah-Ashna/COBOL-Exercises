       ID DIVISION.
       PROGRAM-ID. EXPPROG93.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * STOCKTAKE COUNT AND SHRINKAGE VARIANCE AGAINST STKMAST. THE
      * ON-HAND FIGURES ON STKMAST ONLY EVER MOVE THROUGH EXPPROG7'S
      * BASKET SALES AND RETURNS, SO THEY DRIFT FROM WHAT IS REALLY
      * ON THE SHELF AND THE REORDER LEVELS FIRE AT THE WRONG TIME.
      * THIS JOB TAKES A PHYSICAL COUNT AND PUTS THE BOOK RIGHT. RUN
      * IT OUTSIDE THE BASKET RUN - BOTH REWRITE STKMAST.
      *
      *   STKCOUNT - ONE ROW PER ITEM PER STORE COUNTED: ITEM CODE,
      *              COUNTED QUANTITY, COUNT DATE, STORE
      *   STKRECNT - RECOUNTS, SAME LAYOUT, OPTIONAL
      *   STKCTL   - ONE CARD: TOLERANCE PERCENT (DEFAULT 5.00) AND
      *              THE STOCK LEDGER ACCOUNT (DEFAULT 'STOCK')
      *
      * STKMAST HOLDS ONE CHAIN-WIDE FIGURE PER ITEM, SO AN ITEM'S
      * COUNT IS THE SUM OF ITS STORES' ROWS. ITEMS NOT COUNTED ARE
      * LEFT AS THEY ARE - A STOCKTAKE MAY COVER PART OF THE RANGE,
      * BUT MUST COVER EVERY STORE THAT HOLDS AN ITEM IT COUNTS.
      *
      * VARIANCE IS COUNTED LESS BOOK, IN UNITS AND AT THE PRICECTL
      * PRICE. AN ITEM WHOSE VARIANCE IS WITHIN THE TOLERANCE PERCENT
      * OF THE BOOK FIGURE IS APPLIED AT ONCE. ONE BEYOND IT IS HELD
      * FOR A RECOUNT: A STKRECNT ROW FOR THE ITEM AND STORE REPLACES
      * THAT STORE'S COUNT AND CONFIRMS THE ITEM, WHICH IS THEN
      * APPLIED WHATEVER ITS VARIANCE. RE-RUN THE JOB WITH THE SAME
      * STKCOUNT AND THE RECOUNTS ONCE THEY ARE TAKEN.
      *
      * AN APPLIED ITEM HAS ITS COUNTED QUANTITY WRITTEN OVER
      * SK-ON-HAND AND IS RECORDED ON THE STOCKTAKE REGISTER (STKREG)
      * BY ITEM AND COUNT DATE; A COUNT ALREADY ON THE REGISTER IS
      * NEVER APPLIED TWICE. THE RUN'S NET SHRINKAGE VALUE GOES TO
      * THE GL ON GLEXTOU6 AS ONE 'L' STOCK-LOSS POSTING AGAINST THE
      * STOCK ACCOUNT - A LOSS POSITIVE, A NET GAIN NEGATIVE. GLMAPCTL
      * NEEDS AN 'L' ROW.
      *
      * THE VARIANCE REPORT (STKRPT) LISTS EVERY ITEM COUNTED WITH
      * BOOK, COUNT, VARIANCE IN UNITS, PERCENT AND VALUE, AND WHAT
      * WAS DONE, THEN THE TOTALS APPLIED AND HELD.
      *
      * NO STKMAST OR STKCOUNT, OR A STKMAST LONGER THAN THE 200-ROW
      * TABLE THE BASKET RUN USES, RC 12 WITH NOTHING CHANGED. AN ITEM
      * HELD FOR RECOUNT, OR A COUNTED ITEM NOT ON STKMAST, RC 4.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT COUNT-FILE ASSIGN TO STKCOUNT
           FILE STATUS IS WS-COUNT-STATUS.
           SELECT RECOUNT-FILE ASSIGN TO STKRECNT
           FILE STATUS IS WS-RECNT-STATUS.
           SELECT STK-CTRL-FILE ASSIGN TO STKCTL
           FILE STATUS IS WS-STKCTL-STATUS.
           SELECT STOCK-MASTER-FILE ASSIGN TO STKMAST
           FILE STATUS IS WS-STK-STATUS.
           SELECT PRICE-CTRL-FILE ASSIGN TO PRICECTL
           FILE STATUS IS WS-PRICE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO STKREG
           FILE STATUS IS WS-REG-STATUS.
           SELECT VARIANCE-RPT-FILE ASSIGN TO STKRPT
           FILE STATUS IS WS-RPT-STATUS.
           SELECT GL-EXTRACT-FILE ASSIGN TO GLEXTOU6
           FILE STATUS IS WS-GLEXT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *ONE ROW PER ITEM PER STORE COUNTED. THE RECOUNT FILE SHARES
      *THE LAYOUT.
       FD COUNT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 COUNT-REC.
           03 SC-ITEM-CODE     PIC X(3).
           03 SC-COUNT-QTY     PIC 9(7).
           03 SC-COUNT-DATE    PIC 9(8).
           03 SC-STORE         PIC X(4).
           03 FILLER           PIC X(58).

       FD RECOUNT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 RECOUNT-REC.
           03 RC-ITEM-CODE     PIC X(3).
           03 RC-COUNT-QTY     PIC 9(7).
           03 RC-COUNT-DATE    PIC 9(8).
           03 RC-STORE         PIC X(4).
           03 FILLER           PIC X(58).

       FD STK-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 STK-CTRL-REC.
           03 SL-TOLERANCE-PCT PIC 9(3)V99.
           03 SL-GL-ACCOUNT    PIC X(5).
           03 FILLER           PIC X(70).

      *EXPPROG7'S STOCK-MASTER-REC LAYOUT - MUST BE KEPT IN STEP.
       FD STOCK-MASTER-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 STOCK-MASTER-REC.
           03 SK-ITEM-CODE     PIC X(3).
           03 SK-DESC          PIC X(20).
           03 SK-ON-HAND       PIC S9(7) SIGN LEADING SEPARATE.
           03 SK-REORDER-LEVEL PIC 9(5).
           03 SK-REORDER-QTY   PIC 9(5).
           03 FILLER           PIC X(39).

      *EXPPROG7'S PRICE-CTRL-REC LAYOUT - MUST BE KEPT IN STEP.
       FD PRICE-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 PRICE-CTRL-REC.
           03 PC-ITEM-CODE     PIC X(3).
           03 PC-ITEM-PRICE    PIC 9(3).
           03 PC-VAT-CLASS     PIC X(1).
           03 PC-PACK-SIZE     PIC 9(4)V999.
           03 PC-PACK-UNIT     PIC X(2).
           03 FILLER           PIC X(64).

      *ONE ROW PER ITEM COUNT APPLIED, IN THE ORDER APPLIED.
       FD REGISTER-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 REGISTER-REC.
           03 SR-ITEM-CODE     PIC X(3).
           03 FILLER           PIC X(1).
           03 SR-COUNT-DATE    PIC 9(8).
           03 FILLER           PIC X(1).
           03 SR-RUN-DATE      PIC X(8).
           03 FILLER           PIC X(1).
           03 SR-BOOK-QTY      PIC S9(7) SIGN LEADING SEPARATE.
           03 SR-COUNTED-QTY   PIC 9(7).
           03 SR-VARIANCE      PIC S9(7) SIGN LEADING SEPARATE.
           03 SR-VALUE         PIC S9(9) SIGN LEADING SEPARATE.
           03 SR-RECOUNTED     PIC X(1).
               88 SR-WAS-RECOUNTED VALUE 'R'.
           03 FILLER           PIC X(24).

       FD VARIANCE-RPT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 VARIANCE-RPT-LINE    PIC X(100).

       FD GL-EXTRACT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 GL-EXTRACT-RECORD.
           COPY GLEXT REPLACING ==:PRE:== BY ==GL==.

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

       01 WS-COUNT-STATUS       PIC X(2).
           88 COUNT-OK          VALUE "00".
       01 WS-RECNT-STATUS       PIC X(2).
           88 RECNT-OK          VALUE "00".
       01 WS-STKCTL-STATUS      PIC X(2).
           88 STKCTL-OK         VALUE "00".
       01 WS-STK-STATUS         PIC X(2).
           88 STK-OK            VALUE "00".
       01 WS-PRICE-STATUS       PIC X(2).
           88 PRICE-OK          VALUE "00".
       01 WS-REG-STATUS         PIC X(2).
           88 REG-OK            VALUE "00".
       01 WS-RPT-STATUS         PIC X(2).
           88 RPT-OK            VALUE "00".
       01 WS-GLEXT-STATUS       PIC X(2).
           88 GLEXT-OK          VALUE "00".
       01 WS-RUNLOG-STATUS      PIC X(2).

       01 WS-EOF-FLAG           PIC X VALUE 'N'.
           88 INPUT-DONE        VALUE 'Y'.

       01 WS-RUN-INPUT-COUNT    PIC 9(8) VALUE 0.
       01 WS-APPLIED-COUNT      PIC 9(5) VALUE 0.
       01 WS-HELD-COUNT         PIC 9(5) VALUE 0.
       01 WS-DONE-COUNT         PIC 9(5) VALUE 0.
       01 WS-UNKNOWN-COUNT      PIC 9(5) VALUE 0.
       01 WS-RECOUNT-ROWS       PIC 9(5) VALUE 0.

      *STKCTL SETTINGS
       01 WS-TOLERANCE-PCT      PIC 9(3)V99 VALUE 5.00.
       01 WS-GL-ACCOUNT         PIC X(5) VALUE 'STOCK'.

      *STKMAST, HELD WHOLE SO IT CAN BE WRITTEN BACK AS IT CAME
       01 WS-STK-TABLE.
           03 WS-STK-ENTRY OCCURS 200 TIMES.
               05 WS-SK-RECORD      PIC X(80).
       01 WS-STK-COUNT          PIC 9(3) VALUE 0.
       01 WS-STK-IDX            PIC 9(3).
       01 WS-STK-FOUND          PIC X VALUE 'N'.
           88 STK-FOUND         VALUE 'Y'.
       01 WS-STK-CHANGED        PIC X VALUE 'N'.
           88 STK-CHANGED       VALUE 'Y'.

      *PRICECTL PRICES
       01 WS-PRICE-TABLE.
           03 WS-PRICE-ENTRY OCCURS 200 TIMES.
               05 WS-PR-CODE        PIC X(3).
               05 WS-PR-PRICE       PIC 9(3).
       01 WS-PRICE-COUNT        PIC 9(3) VALUE 0.
       01 WS-PR-IDX             PIC 9(3).
       01 WS-PRICE-FLAG         PIC X VALUE 'N'.
           88 PRICE-FOUND       VALUE 'Y'.

      *COUNTS ALREADY APPLIED, FROM STKREG
       01 WS-DONE-TABLE.
           03 WS-DONE-ENTRY OCCURS 2000 TIMES.
               05 WS-DN-ITEM        PIC X(3).
               05 WS-DN-DATE        PIC 9(8).
       01 WS-DONE-ROWS          PIC 9(4) VALUE 0.
       01 WS-DN-IDX             PIC 9(4).
       01 WS-DONE-FLAG          PIC X VALUE 'N'.
           88 ALREADY-DONE      VALUE 'Y'.

      *THE COUNT ROWS, ONE PER ITEM PER STORE
       01 WS-LINE-TABLE.
           03 WS-LINE-ENTRY OCCURS 2000 TIMES.
               05 WS-LN-ITEM        PIC X(3).
               05 WS-LN-STORE       PIC X(4).
               05 WS-LN-QTY         PIC 9(7).
               05 WS-LN-DATE        PIC 9(8).
               05 WS-LN-RECOUNTED   PIC X(1).
                   88 LN-RECOUNTED  VALUE 'R'.
       01 WS-LINE-COUNT         PIC 9(4) VALUE 0.
       01 WS-LN-IDX             PIC 9(4).
       01 WS-LINE-FLAG          PIC X VALUE 'N'.
           88 LINE-FOUND        VALUE 'Y'.

      *ONE ENTRY PER ITEM COUNTED, IN ITEM ORDER FOR THE REPORT
       01 WS-ITEM-TABLE.
           03 WS-ITEM-ENTRY OCCURS 500 TIMES.
               05 WS-IT-CODE        PIC X(3).
               05 WS-IT-COUNTED     PIC 9(7).
               05 WS-IT-DATE        PIC 9(8).
               05 WS-IT-STORES      PIC 9(3).
               05 WS-IT-RECOUNTED   PIC X(1).
                   88 IT-RECOUNTED  VALUE 'R'.
       01 WS-ITEM-COUNT         PIC 9(3) VALUE 0.
       01 WS-IT-IDX             PIC 9(3).
       01 WS-ITEM-FLAG          PIC X VALUE 'N'.
           88 ITEM-FOUND        VALUE 'Y'.
       01 WS-SORT-IDX           PIC 9(3).
       01 WS-SORT-JDX           PIC 9(3).
       01 WS-SWAP-ENTRY         PIC X(22).

      *THE ITEM BEING MEASURED
       01 WS-FIND-ITEM          PIC X(3).
       01 WS-FIND-STORE         PIC X(4).
       01 WS-BOOK-QTY           PIC S9(7).
       01 WS-VARIANCE           PIC S9(7).
       01 WS-ABS-VARIANCE       PIC 9(7).
       01 WS-ABS-BOOK           PIC 9(7).
       01 WS-VAR-PCT            PIC 9(5)V99.
       01 WS-VAR-VALUE          PIC S9(9).
       01 WS-ITEM-PRICE         PIC 9(3).
       01 WS-ACTION             PIC X(16).

      *TOTALS - VARIANCE UNITS AND VALUE, APPLIED AND HELD
       01 WS-APPLIED-UNITS      PIC S9(9) VALUE 0.
       01 WS-APPLIED-VALUE      PIC S9(11) VALUE 0.
       01 WS-HELD-UNITS         PIC S9(9) VALUE 0.
       01 WS-HELD-VALUE         PIC S9(11) VALUE 0.
       01 WS-GL-AMOUNT          PIC S9(11) VALUE 0.

      *THE RUN'S RETURN CODE, HELD HERE BECAUSE EVERY CALL RESETS
      *RETURN-CODE
       01 WS-RUN-RC             PIC 9(4) VALUE 0.

      *REPORT LINES
       01 RPT-HEAD-LINE.
           03 FILLER            PIC X(30) VALUE
              'STOCKTAKE VARIANCE REPORT     '.
           03 RH-DATE           PIC X(8).
           03 FILLER            PIC X(16) VALUE
              '   TOLERANCE   '.
           03 RH-TOLERANCE      PIC ZZ9.99.
           03 FILLER            PIC X(40) VALUE ' PCT'.
       01 RPT-COL-LINE-1.
           03 FILLER            PIC X(50) VALUE
              'ITM DESCRIPTION          CNT DATE STR     BOOK COU'.
           03 FILLER            PIC X(50) VALUE
              'NTED VARIANCE      PCT      VALUE  ACTION         '.
       01 RPT-DETAIL-LINE.
           03 RD-ITEM           PIC X(3).
           03 FILLER            PIC X(1) VALUE SPACES.
           03 RD-DESC           PIC X(20).
           03 FILLER            PIC X(1) VALUE SPACES.
           03 RD-DATE           PIC 9(8).
           03 FILLER            PIC X(1) VALUE SPACES.
           03 RD-STORES         PIC ZZ9.
           03 FILLER            PIC X(1) VALUE SPACES.
           03 RD-BOOK           PIC -------9.
           03 FILLER            PIC X(1) VALUE SPACES.
           03 RD-COUNTED        PIC ZZZZZZ9.
           03 FILLER            PIC X(1) VALUE SPACES.
           03 RD-VARIANCE       PIC -------9.
           03 FILLER            PIC X(1) VALUE SPACES.
           03 RD-PCT            PIC ZZZZ9.99.
           03 FILLER            PIC X(1) VALUE SPACES.
           03 RD-VALUE          PIC ---------9.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 RD-ACTION         PIC X(15).
       01 RPT-TOTAL-LINE.
           03 RT-LABEL          PIC X(30).
           03 FILLER            PIC X(6) VALUE 'ITEMS '.
           03 RT-ITEMS          PIC ZZZZ9.
           03 FILLER            PIC X(17) VALUE
              '   VARIANCE UNITS'.
           03 RT-UNITS          PIC ---------9.
           03 FILLER            PIC X(9) VALUE '   VALUE '.
           03 RT-VALUE          PIC -----------9.
           03 FILLER            PIC X(11) VALUE SPACES.
       01 RPT-NOTE-LINE.
           03 RN-TEXT           PIC X(60).
           03 RN-COUNT          PIC ZZZZ9.
           03 FILLER            PIC X(35) VALUE SPACES.
       01 RPT-GL-LINE.
           03 FILLER            PIC X(47) VALUE
              'STOCK-LOSS POSTED TO GLEXTOU6, LOSS POSITIVE  '.
           03 RG-ACCOUNT        PIC X(5).
           03 FILLER            PIC X(1) VALUE SPACES.
           03 RG-AMOUNT         PIC -----------9.
           03 FILLER            PIC X(35) VALUE SPACES.
       01 RPT-NONE-LINE         PIC X(100) VALUE
           'NO COUNT ROWS ON STKCOUNT'.
       01 BLANKLINE             PIC X(100) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING STOCKTAKE VARIANCE RUN"
           PERFORM B100-READ-CONTROL
           PERFORM B200-LOAD-STOCK-MASTER
           PERFORM B300-LOAD-PRICES
           PERFORM B400-LOAD-REGISTER
           PERFORM C100-LOAD-COUNTS
           PERFORM C200-APPLY-RECOUNTS
           PERFORM C300-TOTAL-BY-ITEM
           PERFORM C400-SORT-ITEMS
           OPEN OUTPUT VARIANCE-RPT-FILE
           IF NOT RPT-OK
               DISPLAY "ERROR - COULD NOT OPEN STKRPT, STATUS "
                       WS-RPT-STATUS " - NOTHING CHANGED"
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN EXTEND REGISTER-FILE
           IF NOT REG-OK
               OPEN OUTPUT REGISTER-FILE
           END-IF
           IF NOT REG-OK
               DISPLAY "ERROR - COULD NOT OPEN STKREG, STATUS "
                       WS-REG-STATUS " - NOTHING CHANGED"
               CLOSE VARIANCE-RPT-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM D100-MEASURE-ITEMS
           CLOSE REGISTER-FILE
           PERFORM E100-REWRITE-STOCK-MASTER
           PERFORM E200-WRITE-GL-EXTRACT
           PERFORM D300-WRITE-TOTALS
           CLOSE VARIANCE-RPT-FILE
           MOVE WS-RUN-RC TO RETURN-CODE
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - " WS-APPLIED-COUNT " ITEM(S) APPLIED, "
                   WS-HELD-COUNT " HELD FOR RECOUNT, "
                   WS-DONE-COUNT " ALREADY APPLIED"
           DISPLAY "STATUS - STOCKTAKE VARIANCE RUN DONE"
           GOBACK
           .

      *------------------------------------------
       B100-READ-CONTROL      SECTION.
           OPEN INPUT STK-CTRL-FILE
           IF NOT STKCTL-OK
               DISPLAY "STATUS - NO STKCTL, 5 PCT TOLERANCE AND "
                       "ACCOUNT " WS-GL-ACCOUNT " USED"
               GO TO B100-EXIT
           END-IF
           READ STK-CTRL-FILE
               AT END CONTINUE
               NOT AT END
                   IF SL-TOLERANCE-PCT NUMERIC
                       MOVE SL-TOLERANCE-PCT TO WS-TOLERANCE-PCT
                   END-IF
                   IF SL-GL-ACCOUNT NOT = SPACES
                       MOVE SL-GL-ACCOUNT TO WS-GL-ACCOUNT
                   END-IF
           END-READ
           CLOSE STK-CTRL-FILE.
       B100-EXIT.
           EXIT.

      *THE WHOLE MASTER INTO STORAGE. ONE THAT DOES NOT FIT IS
      *REFUSED - WRITING IT BACK WOULD LOSE THE ROWS LEFT OFF.
       B200-LOAD-STOCK-MASTER SECTION.
           OPEN INPUT STOCK-MASTER-FILE
           IF NOT STK-OK
               DISPLAY "ERROR - COULD NOT OPEN STKMAST, STATUS "
                       WS-STK-STATUS " - NOTHING CHANGED"
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ STOCK-MASTER-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       IF WS-STK-COUNT >= 200
                           DISPLAY "ERROR - STKMAST LONGER THAN THE "
                                   "200-ROW STOCK TABLE - NOTHING "
                                   "CHANGED"
                           CLOSE STOCK-MASTER-FILE
                           MOVE 12 TO RETURN-CODE
                           PERFORM Z100-WRITE-RUN-LOG
                           GOBACK
                       END-IF
                       ADD 1 TO WS-STK-COUNT
                       MOVE STOCK-MASTER-REC
                         TO WS-SK-RECORD(WS-STK-COUNT)
               END-READ
           END-PERFORM
           CLOSE STOCK-MASTER-FILE
           .

      *NO PRICECTL STILL CORRECTS THE UNITS; VALUES SHOW AS ZERO.
       B300-LOAD-PRICES       SECTION.
           OPEN INPUT PRICE-CTRL-FILE
           IF NOT PRICE-OK
               DISPLAY "WARNING - NO PRICECTL, VARIANCES ARE NOT "
                       "VALUED"
               MOVE 4 TO WS-RUN-RC
               GO TO B300-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ PRICE-CTRL-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       IF WS-PRICE-COUNT < 200
                               AND PC-ITEM-PRICE NUMERIC
                           ADD 1 TO WS-PRICE-COUNT
                           MOVE PC-ITEM-CODE
                             TO WS-PR-CODE(WS-PRICE-COUNT)
                           MOVE PC-ITEM-PRICE
                             TO WS-PR-PRICE(WS-PRICE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRICE-CTRL-FILE.
       B300-EXIT.
           EXIT.

       B400-LOAD-REGISTER     SECTION.
           OPEN INPUT REGISTER-FILE
           IF NOT REG-OK
               DISPLAY "STATUS - NO STKREG, STOCKTAKE REGISTER "
                       "STARTS TODAY"
               GO TO B400-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ REGISTER-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       IF WS-DONE-ROWS < 2000
                           ADD 1 TO WS-DONE-ROWS
                           MOVE SR-ITEM-CODE
                             TO WS-DN-ITEM(WS-DONE-ROWS)
                           MOVE SR-COUNT-DATE
                             TO WS-DN-DATE(WS-DONE-ROWS)
                       ELSE
                           DISPLAY "WARNING - STKREG LONGER THAN "
                                   "2000 ROWS, OLDEST NOT CHECKED"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE.
       B400-EXIT.
           EXIT.

      *------------------------------------------
      *A SECOND ROW FOR THE SAME ITEM AND STORE IS ADDED TO THE
      *FIRST - A STORE MAY COUNT AN ITEM IN MORE THAN ONE PLACE.
       C100-LOAD-COUNTS       SECTION.
           OPEN INPUT COUNT-FILE
           IF NOT COUNT-OK
               DISPLAY "ERROR - COULD NOT OPEN STKCOUNT, STATUS "
                       WS-COUNT-STATUS " - NOTHING CHANGED"
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ COUNT-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RUN-INPUT-COUNT
                       PERFORM C110-TAKE-COUNT-ROW
               END-READ
           END-PERFORM
           CLOSE COUNT-FILE
           .

       C110-TAKE-COUNT-ROW    SECTION.
           IF SC-ITEM-CODE = SPACES
                   OR SC-COUNT-QTY NOT NUMERIC
                   OR SC-COUNT-DATE NOT NUMERIC
               DISPLAY "WARNING - STKCOUNT ROW " WS-RUN-INPUT-COUNT
                       " NOT READABLE, SKIPPED"
               MOVE 4 TO WS-RUN-RC
               GO TO C110-EXIT
           END-IF
           MOVE SC-ITEM-CODE TO WS-FIND-ITEM
           MOVE SC-STORE TO WS-FIND-STORE
           PERFORM W300-FIND-LINE
           IF LINE-FOUND
               ADD SC-COUNT-QTY TO WS-LN-QTY(WS-LN-IDX)
               IF SC-COUNT-DATE > WS-LN-DATE(WS-LN-IDX)
                   MOVE SC-COUNT-DATE TO WS-LN-DATE(WS-LN-IDX)
               END-IF
               GO TO C110-EXIT
           END-IF
           IF WS-LINE-COUNT >= 2000
               DISPLAY "ERROR - MORE THAN 2000 ITEM/STORE COUNTS, "
                       "NOTHING CHANGED"
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           ADD 1 TO WS-LINE-COUNT
           MOVE SC-ITEM-CODE TO WS-LN-ITEM(WS-LINE-COUNT)
           MOVE SC-STORE TO WS-LN-STORE(WS-LINE-COUNT)
           MOVE SC-COUNT-QTY TO WS-LN-QTY(WS-LINE-COUNT)
           MOVE SC-COUNT-DATE TO WS-LN-DATE(WS-LINE-COUNT)
           MOVE SPACE TO WS-LN-RECOUNTED(WS-LINE-COUNT).
       C110-EXIT.
           EXIT.

      *A RECOUNT REPLACES THE STORE'S COUNT OUTRIGHT AND MARKS THE
      *ITEM CONFIRMED. ONE FOR AN ITEM NOT ON STKCOUNT AT ALL IS
      *IGNORED - THERE IS NO COUNT TO CONFIRM.
       C200-APPLY-RECOUNTS    SECTION.
           OPEN INPUT RECOUNT-FILE
           IF NOT RECNT-OK
               GO TO C200-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ RECOUNT-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECOUNT-ROWS
                       PERFORM C210-TAKE-RECOUNT-ROW
               END-READ
           END-PERFORM
           CLOSE RECOUNT-FILE
           DISPLAY "STATUS - " WS-RECOUNT-ROWS " RECOUNT ROW(S) ON "
                   "STKRECNT".
       C200-EXIT.
           EXIT.

       C210-TAKE-RECOUNT-ROW  SECTION.
           IF RC-ITEM-CODE = SPACES
                   OR RC-COUNT-QTY NOT NUMERIC
                   OR RC-COUNT-DATE NOT NUMERIC
               DISPLAY "WARNING - STKRECNT ROW " WS-RECOUNT-ROWS
                       " NOT READABLE, SKIPPED"
               MOVE 4 TO WS-RUN-RC
               GO TO C210-EXIT
           END-IF
           MOVE 'N' TO WS-ITEM-FLAG
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LINE-COUNT
               IF WS-LN-ITEM(WS-LN-IDX) = RC-ITEM-CODE
                   SET ITEM-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT ITEM-FOUND
               DISPLAY "WARNING - RECOUNT FOR " RC-ITEM-CODE
                       " WHICH WAS NOT COUNTED, IGNORED"
               MOVE 4 TO WS-RUN-RC
               GO TO C210-EXIT
           END-IF
           MOVE RC-ITEM-CODE TO WS-FIND-ITEM
           MOVE RC-STORE TO WS-FIND-STORE
           PERFORM W300-FIND-LINE
           IF NOT LINE-FOUND
               IF WS-LINE-COUNT >= 2000
                   DISPLAY "WARNING - NO ROOM FOR RECOUNT OF "
                           RC-ITEM-CODE " AT " RC-STORE ", IGNORED"
                   MOVE 4 TO WS-RUN-RC
                   GO TO C210-EXIT
               END-IF
               ADD 1 TO WS-LINE-COUNT
               MOVE WS-LINE-COUNT TO WS-LN-IDX
               MOVE RC-ITEM-CODE TO WS-LN-ITEM(WS-LN-IDX)
               MOVE RC-STORE TO WS-LN-STORE(WS-LN-IDX)
               MOVE 0 TO WS-LN-DATE(WS-LN-IDX)
           END-IF
           MOVE RC-COUNT-QTY TO WS-LN-QTY(WS-LN-IDX)
           SET LN-RECOUNTED(WS-LN-IDX) TO TRUE.
       C210-EXIT.
           EXIT.

      *ITEM TOTALS ACROSS STORES. THE COUNT DATE OF THE ITEM IS THE
      *LATEST OF ITS STORES' - THE REGISTER KEY. A RECOUNT DOES NOT
      *MOVE IT ON: THE STOCKTAKE'S DATE IS KEPT, SO THE ITEM CANNOT
      *BE APPLIED ONCE BEFORE AND AGAIN AFTER THE RECOUNT.
       C300-TOTAL-BY-ITEM     SECTION.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LINE-COUNT
               MOVE 'N' TO WS-ITEM-FLAG
               PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                       UNTIL WS-IT-IDX > WS-ITEM-COUNT
                   IF WS-IT-CODE(WS-IT-IDX) = WS-LN-ITEM(WS-LN-IDX)
                       SET ITEM-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF NOT ITEM-FOUND
                   IF WS-ITEM-COUNT >= 500
                       DISPLAY "ERROR - MORE THAN 500 ITEMS COUNTED, "
                               "NOTHING CHANGED"
                       MOVE 12 TO RETURN-CODE
                       PERFORM Z100-WRITE-RUN-LOG
                       GOBACK
                   END-IF
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE WS-ITEM-COUNT TO WS-IT-IDX
                   MOVE WS-LN-ITEM(WS-LN-IDX) TO WS-IT-CODE(WS-IT-IDX)
                   MOVE 0 TO WS-IT-COUNTED(WS-IT-IDX)
                   MOVE 0 TO WS-IT-DATE(WS-IT-IDX)
                   MOVE 0 TO WS-IT-STORES(WS-IT-IDX)
                   MOVE SPACE TO WS-IT-RECOUNTED(WS-IT-IDX)
               END-IF
               ADD WS-LN-QTY(WS-LN-IDX) TO WS-IT-COUNTED(WS-IT-IDX)
               ADD 1 TO WS-IT-STORES(WS-IT-IDX)
               IF LN-RECOUNTED(WS-LN-IDX)
                   SET IT-RECOUNTED(WS-IT-IDX) TO TRUE
               END-IF
               IF WS-LN-DATE(WS-LN-IDX) > WS-IT-DATE(WS-IT-IDX)
                   MOVE WS-LN-DATE(WS-LN-IDX) TO WS-IT-DATE(WS-IT-IDX)
               END-IF
           END-PERFORM
           .

       C400-SORT-ITEMS        SECTION.
           PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                   UNTIL WS-SORT-IDX >= WS-ITEM-COUNT
               PERFORM VARYING WS-SORT-JDX FROM WS-SORT-IDX BY 1
                       UNTIL WS-SORT-JDX > WS-ITEM-COUNT
                   IF WS-IT-CODE(WS-SORT-JDX) <
                      WS-IT-CODE(WS-SORT-IDX)
                       MOVE WS-ITEM-ENTRY(WS-SORT-IDX)
                         TO WS-SWAP-ENTRY
                       MOVE WS-ITEM-ENTRY(WS-SORT-JDX)
                         TO WS-ITEM-ENTRY(WS-SORT-IDX)
                       MOVE WS-SWAP-ENTRY
                         TO WS-ITEM-ENTRY(WS-SORT-JDX)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      *------------------------------------------
       D100-MEASURE-ITEMS     SECTION.
           MOVE WS-BUSINESS-DATE TO RH-DATE
           MOVE WS-TOLERANCE-PCT TO RH-TOLERANCE
           WRITE VARIANCE-RPT-LINE FROM RPT-HEAD-LINE
           WRITE VARIANCE-RPT-LINE FROM BLANKLINE
           IF WS-ITEM-COUNT = 0
               WRITE VARIANCE-RPT-LINE FROM RPT-NONE-LINE
               GO TO D100-EXIT
           END-IF
           WRITE VARIANCE-RPT-LINE FROM RPT-COL-LINE-1
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-ITEM-COUNT
               PERFORM D110-MEASURE-ONE-ITEM
           END-PERFORM.
       D100-EXIT.
           EXIT.

      *ONE ITEM: ITS BOOK FIGURE, VARIANCE AND VALUE, AND WHETHER
      *IT IS APPLIED, HELD, ALREADY DONE OR UNKNOWN.
       D110-MEASURE-ONE-ITEM  SECTION.
           MOVE SPACES TO RPT-DETAIL-LINE
           MOVE WS-IT-CODE(WS-IT-IDX) TO WS-FIND-ITEM
           MOVE WS-IT-CODE(WS-IT-IDX) TO RD-ITEM
           MOVE WS-IT-DATE(WS-IT-IDX) TO RD-DATE
           MOVE WS-IT-STORES(WS-IT-IDX) TO RD-STORES
           MOVE WS-IT-COUNTED(WS-IT-IDX) TO RD-COUNTED
           PERFORM W100-FIND-STOCK
           IF NOT STK-FOUND
               ADD 1 TO WS-UNKNOWN-COUNT
               MOVE 4 TO WS-RUN-RC
               MOVE 'NOT ON STKMAST' TO RD-ACTION
               WRITE VARIANCE-RPT-LINE FROM RPT-DETAIL-LINE
               GO TO D110-EXIT
           END-IF
           MOVE WS-SK-RECORD(WS-STK-IDX) TO STOCK-MASTER-REC
           MOVE SK-DESC TO RD-DESC
           IF SK-ON-HAND NUMERIC
               MOVE SK-ON-HAND TO WS-BOOK-QTY
           ELSE
               MOVE 0 TO WS-BOOK-QTY
           END-IF
           MOVE WS-BOOK-QTY TO RD-BOOK
           COMPUTE WS-VARIANCE = WS-IT-COUNTED(WS-IT-IDX)
                               - WS-BOOK-QTY
           MOVE WS-VARIANCE TO RD-VARIANCE
           MOVE WS-VARIANCE TO WS-ABS-VARIANCE
           MOVE WS-BOOK-QTY TO WS-ABS-BOOK
           IF WS-ABS-BOOK = 0
               IF WS-ABS-VARIANCE = 0
                   MOVE 0 TO WS-VAR-PCT
               ELSE
                   MOVE 99999.99 TO WS-VAR-PCT
               END-IF
           ELSE
               COMPUTE WS-VAR-PCT ROUNDED =
                       WS-ABS-VARIANCE * 100 / WS-ABS-BOOK
                   ON SIZE ERROR MOVE 99999.99 TO WS-VAR-PCT
               END-COMPUTE
           END-IF
           MOVE WS-VAR-PCT TO RD-PCT
           PERFORM W200-FIND-PRICE
           IF WS-ITEM-PRICE = 0 AND WS-VARIANCE NOT = 0
               DISPLAY "WARNING - NO PRICECTL PRICE FOR "
                       WS-FIND-ITEM ", VARIANCE NOT VALUED"
               MOVE 4 TO WS-RUN-RC
           END-IF
           COMPUTE WS-VAR-VALUE = WS-VARIANCE * WS-ITEM-PRICE
           MOVE WS-VAR-VALUE TO RD-VALUE
           PERFORM W400-FIND-DONE
           EVALUATE TRUE
               WHEN ALREADY-DONE
                   ADD 1 TO WS-DONE-COUNT
                   MOVE 'ALREADY APPLIED' TO WS-ACTION
               WHEN WS-VARIANCE = 0
                   MOVE 'NO VARIANCE' TO WS-ACTION
               WHEN IT-RECOUNTED(WS-IT-IDX)
                   MOVE 'RECOUNT APPLIED' TO WS-ACTION
                   PERFORM D120-APPLY-COUNT
               WHEN WS-VAR-PCT > WS-TOLERANCE-PCT
                   ADD 1 TO WS-HELD-COUNT
                   ADD WS-VARIANCE TO WS-HELD-UNITS
                   ADD WS-VAR-VALUE TO WS-HELD-VALUE
                   MOVE 4 TO WS-RUN-RC
                   MOVE 'RECOUNT NEEDED' TO WS-ACTION
               WHEN OTHER
                   MOVE 'APPLIED' TO WS-ACTION
                   PERFORM D120-APPLY-COUNT
           END-EVALUATE
           MOVE WS-ACTION TO RD-ACTION
           WRITE VARIANCE-RPT-LINE FROM RPT-DETAIL-LINE.
       D110-EXIT.
           EXIT.

       D120-APPLY-COUNT       SECTION.
           MOVE WS-IT-COUNTED(WS-IT-IDX) TO SK-ON-HAND
           MOVE STOCK-MASTER-REC TO WS-SK-RECORD(WS-STK-IDX)
           SET STK-CHANGED TO TRUE
           ADD 1 TO WS-APPLIED-COUNT
           ADD WS-VARIANCE TO WS-APPLIED-UNITS
           ADD WS-VAR-VALUE TO WS-APPLIED-VALUE
           MOVE SPACES TO REGISTER-REC
           MOVE WS-IT-CODE(WS-IT-IDX) TO SR-ITEM-CODE
           MOVE WS-IT-DATE(WS-IT-IDX) TO SR-COUNT-DATE
           MOVE WS-BUSINESS-DATE TO SR-RUN-DATE
           MOVE WS-BOOK-QTY TO SR-BOOK-QTY
           MOVE WS-IT-COUNTED(WS-IT-IDX) TO SR-COUNTED-QTY
           MOVE WS-VARIANCE TO SR-VARIANCE
           MOVE WS-VAR-VALUE TO SR-VALUE
           MOVE WS-IT-RECOUNTED(WS-IT-IDX) TO SR-RECOUNTED
           WRITE REGISTER-REC
           .

       D300-WRITE-TOTALS      SECTION.
           WRITE VARIANCE-RPT-LINE FROM BLANKLINE
           MOVE 'APPLIED TO STKMAST' TO RT-LABEL
           MOVE WS-APPLIED-COUNT TO RT-ITEMS
           MOVE WS-APPLIED-UNITS TO RT-UNITS
           MOVE WS-APPLIED-VALUE TO RT-VALUE
           WRITE VARIANCE-RPT-LINE FROM RPT-TOTAL-LINE
           MOVE 'HELD FOR RECOUNT' TO RT-LABEL
           MOVE WS-HELD-COUNT TO RT-ITEMS
           MOVE WS-HELD-UNITS TO RT-UNITS
           MOVE WS-HELD-VALUE TO RT-VALUE
           WRITE VARIANCE-RPT-LINE FROM RPT-TOTAL-LINE
           WRITE VARIANCE-RPT-LINE FROM BLANKLINE
           MOVE 'ITEMS ALREADY APPLIED FROM THIS COUNT' TO RN-TEXT
           MOVE WS-DONE-COUNT TO RN-COUNT
           WRITE VARIANCE-RPT-LINE FROM RPT-NOTE-LINE
           MOVE 'ITEMS COUNTED BUT NOT ON STKMAST' TO RN-TEXT
           MOVE WS-UNKNOWN-COUNT TO RN-COUNT
           WRITE VARIANCE-RPT-LINE FROM RPT-NOTE-LINE
           MOVE WS-GL-ACCOUNT TO RG-ACCOUNT
           MOVE WS-GL-AMOUNT TO RG-AMOUNT
           WRITE VARIANCE-RPT-LINE FROM RPT-GL-LINE
           .

      *------------------------------------------
       E100-REWRITE-STOCK-MASTER SECTION.
           IF NOT STK-CHANGED
               GO TO E100-EXIT
           END-IF
           OPEN OUTPUT STOCK-MASTER-FILE
           IF NOT STK-OK
               DISPLAY "ERROR - COULD NOT REWRITE STKMAST, STATUS "
                       WS-STK-STATUS " - STKREG NOW AHEAD OF IT"
               MOVE 12 TO WS-RUN-RC
               GO TO E100-EXIT
           END-IF
           PERFORM VARYING WS-STK-IDX FROM 1 BY 1
                   UNTIL WS-STK-IDX > WS-STK-COUNT
               MOVE WS-SK-RECORD(WS-STK-IDX) TO STOCK-MASTER-REC
               WRITE STOCK-MASTER-REC
           END-PERFORM
           CLOSE STOCK-MASTER-FILE.
       E100-EXIT.
           EXIT.

      *THE RUN'S NET SHRINKAGE AS ONE STOCK-LOSS POSTING, EXPPROG7'S
      *STYLE - LEDGER ACCOUNT IN GL-ACCOUNT-NUM, NO RUNNING BALANCE.
      *NOTHING APPLIED, OR A NIL NET, WRITES AN EMPTY EXTRACT.
       E200-WRITE-GL-EXTRACT  SECTION.
           OPEN OUTPUT GL-EXTRACT-FILE
           IF NOT GLEXT-OK
               DISPLAY "ERROR - COULD NOT OPEN GLEXTOU6, STATUS "
                       WS-GLEXT-STATUS " - SHRINKAGE NOT POSTED"
               MOVE 8 TO WS-RUN-RC
               GO TO E200-EXIT
           END-IF
           COMPUTE WS-GL-AMOUNT = 0 - WS-APPLIED-VALUE
           IF WS-GL-AMOUNT NOT = 0
               MOVE WS-GL-ACCOUNT TO GL-ACCOUNT-NUM
               MOVE 'L' TO GL-MARKER
               MOVE WS-GL-AMOUNT TO GL-TRANS-AMOUNT
               MOVE 0 TO GL-BALANCE
               MOVE WS-BUSINESS-DATE TO GL-RUN-DATE
               MOVE "EXPPRG93" TO GL-SOURCE-JOB
               MOVE SPACES TO GL-FILLER
               WRITE GL-EXTRACT-RECORD
           END-IF
           CLOSE GL-EXTRACT-FILE.
       E200-EXIT.
           EXIT.

      *------------------------------------------
      *STKMAST ROW FOR WS-FIND-ITEM
       W100-FIND-STOCK        SECTION.
           MOVE 'N' TO WS-STK-FOUND
           PERFORM VARYING WS-STK-IDX FROM 1 BY 1
                   UNTIL WS-STK-IDX > WS-STK-COUNT
               IF WS-SK-RECORD(WS-STK-IDX)(1:3) = WS-FIND-ITEM
                   SET STK-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *PRICECTL PRICE FOR WS-FIND-ITEM - ZERO WHEN IT HAS NONE
       W200-FIND-PRICE        SECTION.
           MOVE 0 TO WS-ITEM-PRICE
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PRICE-COUNT
               IF WS-PR-CODE(WS-PR-IDX) = WS-FIND-ITEM
                   MOVE WS-PR-PRICE(WS-PR-IDX) TO WS-ITEM-PRICE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *COUNT ROW FOR WS-FIND-ITEM AT WS-FIND-STORE
       W300-FIND-LINE         SECTION.
           MOVE 'N' TO WS-LINE-FLAG
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LINE-COUNT
               IF WS-LN-ITEM(WS-LN-IDX) = WS-FIND-ITEM
                   AND WS-LN-STORE(WS-LN-IDX) = WS-FIND-STORE
                   SET LINE-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *IS THIS COUNT OF WS-FIND-ITEM ALREADY ON STKREG
       W400-FIND-DONE         SECTION.
           MOVE 'N' TO WS-DONE-FLAG
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                   UNTIL WS-DN-IDX > WS-DONE-ROWS
               IF WS-DN-ITEM(WS-DN-IDX) = WS-FIND-ITEM
                   AND WS-DN-DATE(WS-DN-IDX) = WS-IT-DATE(WS-IT-IDX)
                   SET ALREADY-DONE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *WRITE ONE SUMMARY RECORD TO THE SHARED CROSS-SUITE RUN LOG.
       Z100-WRITE-RUN-LOG     SECTION.
           MOVE "EXPPRG93" TO RL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE WS-RUN-INPUT-COUNT TO RL-INPUT-COUNT
           MOVE WS-APPLIED-COUNT TO RL-OUTPUT-COUNT
           MOVE WS-HELD-COUNT TO RL-OUTPUT-COUNT-2
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
