       ID DIVISION.
       PROGRAM-ID. EXPPROG91.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * SHELF-EDGE LABELS AND PRICE-CHANGE NOTICES FROM THE ITEM
      * PRICE MASTER. UNTIL NOW A STORE FOUND OUT ABOUT A PRICECTL
      * CHANGE WHEN EXPPROG7'S PRCRPT STARTED SHOWING TILL-VERSUS-
      * MASTER MISMATCHES. THIS JOB COMPARES TODAY'S PRICECTL WITH
      * THE PREVIOUS GENERATION (PRICEPRV) AND, FOR EVERY ITEM NEW,
      * CHANGED (PRICE OR PACK SIZE) OR DELETED:
      *   - PRINTS A SHELF-EDGE LABEL FOR EVERY STORE ON STRCTL
      *     (SHELFLBL, ONE STORE PER PAGE, ITEMS IN CODE ORDER) -
      *     ITEM CODE, STKMAST DESCRIPTION, PRICE, AND THE UNIT
      *     PRICE WHEN PRICECTL GIVES THE ITEM A PACK SIZE. A
      *     DELETED ITEM'S LABEL TELLS THE STORE TO TAKE IT DOWN.
      *   - LISTS IT ON THE PRICE-CHANGE NOTICE (PRCNOTE) WITH THE
      *     OLD AND NEW PRICES.
      *   - APPENDS IT TO THE PRICE HISTORY (PRCHIST), EFFECTIVE THE
      *     BUSINESS DATE, SO THE PRICE IN FORCE ON ANY DAY CAN BE
      *     FOUND WHEN A TILL PRICE IS DISPUTED. ON THE FIRST RUN
      *     THE HISTORY IS STARTED FROM PRICEPRV'S ROWS (DATED
      *     00000000 - IN FORCE BEFORE HISTORY BEGAN).
      *
      * PARM 'Q' + ITEM CODE + CCYYMMDD LOOKS A PRICE UP INSTEAD:
      * THE LAST HISTORY ROW FOR THE ITEM EFFECTIVE ON OR BEFORE
      * THE DATE IS DISPLAYED, AND NOTHING ELSE IS DONE.
      *
      * NO PRICECTL, OR A MASTER LONGER THAN THE 200-ROW TABLE THE
      * PRICING RUN USES, RC 12 WITH NOTHING PRINTED. NO PRICEPRV
      * TREATS EVERY ITEM AS NEW (A FULL LABEL SET) RC 4; NO
      * STKMAST PRINTS THE LABELS WITHOUT DESCRIPTIONS RC 4. A
      * PRICE LOOK-UP THAT FINDS NOTHING ENDS RC 4.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT PRICE-CTRL-FILE ASSIGN TO PRICECTL
           FILE STATUS IS WS-PRICE-STATUS.
           SELECT PRICE-PREV-FILE ASSIGN TO PRICEPRV
           FILE STATUS IS WS-PREV-STATUS.
           SELECT STOCK-MASTER-FILE ASSIGN TO STKMAST
           FILE STATUS IS WS-STK-STATUS.
           SELECT STORE-CTRL-FILE ASSIGN TO STRCTL
           FILE STATUS IS WS-STRCTL-STATUS.
           SELECT LABEL-FILE ASSIGN TO SHELFLBL
           FILE STATUS IS WS-LBL-STATUS.
           SELECT NOTICE-FILE ASSIGN TO PRCNOTE
           FILE STATUS IS WS-NOTE-STATUS.
           SELECT PRICE-HIST-FILE ASSIGN TO PRCHIST
           FILE STATUS IS WS-HIST-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *EXPPROG7'S PRICE-CTRL-REC LAYOUT - MUST BE KEPT IN STEP.
      *TODAY'S GENERATION AND THE ONE BEFORE IT SHARE IT.
       FD PRICE-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 PRICE-CTRL-REC.
           03 PC-ITEM-CODE     PIC X(3).
           03 PC-ITEM-PRICE    PIC 9(3).
           03 PC-VAT-CLASS     PIC X(1).
           03 PC-PACK-SIZE     PIC 9(4)V999.
           03 PC-PACK-UNIT     PIC X(2).
           03 FILLER           PIC X(64).

       FD PRICE-PREV-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 PRICE-PREV-REC.
           03 PP-ITEM-CODE     PIC X(3).
           03 PP-ITEM-PRICE    PIC 9(3).
           03 PP-VAT-CLASS     PIC X(1).
           03 PP-PACK-SIZE     PIC 9(4)V999.
           03 PP-PACK-UNIT     PIC X(2).
           03 FILLER           PIC X(64).

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

      *EXPPROG2'S STORE MASTER LAYOUT - MUST BE KEPT IN STEP.
       FD STORE-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 STORE-CTRL-REC.
           03 ST-CODE          PIC X(3).
           03 ST-NAME          PIC X(20).
           03 FILLER           PIC X(57).

       FD LABEL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 LABEL-LINE           PIC X(80).

       FD NOTICE-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 NOTICE-LINE          PIC X(80).

      *ONE ROW PER PRICE CHANGE, IN THE ORDER THEY WERE MADE. A
      *DELETED ITEM'S ROW CARRIES NEW PRICE ZERO - NOT ON SALE FROM
      *THAT DATE.
       FD PRICE-HIST-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 PRICE-HIST-REC.
           03 PH-ITEM-CODE     PIC X(3).
           03 FILLER           PIC X(1).
           03 PH-EFF-DATE      PIC 9(8).
           03 FILLER           PIC X(1).
           03 PH-CHANGE        PIC X(1).
               88 PH-BASE      VALUE 'B'.
               88 PH-NEW       VALUE 'N'.
               88 PH-CHANGED   VALUE 'C'.
               88 PH-DELETED   VALUE 'D'.
           03 FILLER           PIC X(1).
           03 PH-OLD-PRICE     PIC 9(3).
           03 FILLER           PIC X(1).
           03 PH-NEW-PRICE     PIC 9(3).
           03 FILLER           PIC X(1).
           03 PH-VAT-CLASS     PIC X(1).
           03 PH-PACK-SIZE     PIC 9(4)V999.
           03 PH-PACK-UNIT     PIC X(2).
           03 FILLER           PIC X(47).

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

       01 WS-PRICE-STATUS       PIC X(2).
           88 PRICE-OK          VALUE "00".
       01 WS-PREV-STATUS        PIC X(2).
           88 PREV-OK           VALUE "00".
       01 WS-STK-STATUS         PIC X(2).
           88 STK-OK            VALUE "00".
       01 WS-STRCTL-STATUS      PIC X(2).
           88 STRCTL-OK         VALUE "00".
       01 WS-LBL-STATUS         PIC X(2).
           88 LBL-OK            VALUE "00".
       01 WS-NOTE-STATUS        PIC X(2).
           88 NOTE-OK           VALUE "00".
       01 WS-HIST-STATUS        PIC X(2).
           88 HIST-OK           VALUE "00".
       01 WS-RUNLOG-STATUS      PIC X(2).

       01 WS-EOF-FLAG           PIC X VALUE 'N'.
           88 INPUT-DONE        VALUE 'Y'.

       01 WS-RUN-INPUT-COUNT    PIC 9(8) VALUE 0.
       01 WS-LABEL-COUNT        PIC 9(8) VALUE 0.
       01 WS-NEW-COUNT          PIC 9(5) VALUE 0.
       01 WS-CHANGED-COUNT      PIC 9(5) VALUE 0.
       01 WS-DELETED-COUNT      PIC 9(5) VALUE 0.
       01 WS-HIST-COUNT         PIC 9(8) VALUE 0.

      *TODAY'S MASTER AND THE PREVIOUS GENERATION - THE SAME
      *200-ROW LIMIT AS THE PRICING RUN'S PRICE TABLE
       01 WS-NEW-TABLE.
           03 WS-NEW-ENTRY OCCURS 200 TIMES.
               05 WS-NW-CODE        PIC X(3).
               05 WS-NW-PRICE       PIC 9(3).
               05 WS-NW-VAT-CLASS   PIC X(1).
               05 WS-NW-PACK-SIZE   PIC 9(4)V999.
               05 WS-NW-PACK-UNIT   PIC X(2).
       01 WS-NEW-ROWS           PIC 9(3) VALUE 0.
       01 WS-OLD-TABLE.
           03 WS-OLD-ENTRY OCCURS 200 TIMES.
               05 WS-OD-CODE        PIC X(3).
               05 WS-OD-PRICE       PIC 9(3).
               05 WS-OD-VAT-CLASS   PIC X(1).
               05 WS-OD-PACK-SIZE   PIC 9(4)V999.
               05 WS-OD-PACK-UNIT   PIC X(2).
               05 WS-OD-MATCHED     PIC X(1).
       01 WS-OLD-ROWS           PIC 9(3) VALUE 0.
       01 WS-NW-IDX             PIC 9(3).
       01 WS-OD-IDX             PIC 9(3).
       01 WS-OD-PICK            PIC 9(3).
       01 WS-OVERFLOW-FLAG      PIC X VALUE 'N'.
           88 TABLE-OVERFLOW    VALUE 'Y'.
       01 WS-PREV-FLAG          PIC X VALUE 'N'.
           88 PREV-PRESENT      VALUE 'Y'.

      *THE DAY'S CHANGES, SORTED INTO ITEM CODE ORDER FOR PRINTING
       01 WS-CHANGE-TABLE.
           03 WS-CHANGE-ENTRY OCCURS 400 TIMES.
               05 WS-CH-CODE        PIC X(3).
               05 WS-CH-TYPE        PIC X(1).
                   88 CH-NEW        VALUE 'N'.
                   88 CH-CHANGED    VALUE 'C'.
                   88 CH-DELETED    VALUE 'D'.
               05 WS-CH-OLD-PRICE   PIC 9(3).
               05 WS-CH-NEW-PRICE   PIC 9(3).
               05 WS-CH-VAT-CLASS   PIC X(1).
               05 WS-CH-PACK-SIZE   PIC 9(4)V999.
               05 WS-CH-PACK-UNIT   PIC X(2).
       01 WS-CHANGE-COUNT       PIC 9(3) VALUE 0.
       01 WS-CH-IDX             PIC 9(3).
       01 WS-SORT-IDX           PIC 9(3).
       01 WS-SORT-JDX           PIC 9(3).
       01 WS-SWAP-ENTRY         PIC X(20).

      *STKMAST DESCRIPTIONS AND THE STRCTL STORES
       01 WS-STK-TABLE.
           03 WS-STK-ENTRY OCCURS 200 TIMES.
               05 WS-SK-CODE        PIC X(3).
               05 WS-SK-DESC        PIC X(20).
       01 WS-STK-COUNT          PIC 9(3) VALUE 0.
       01 WS-STK-IDX            PIC 9(3).
       01 WS-STORE-TABLE.
           03 WS-ST-ENTRY OCCURS 20 TIMES.
               05 WS-ST-CODE        PIC X(3).
               05 WS-ST-NAME        PIC X(20).
       01 WS-STORE-COUNT        PIC 9(2) VALUE 0.
       01 WS-STORE-IDX          PIC 9(2).
       01 WS-DESC               PIC X(20).

      *UNIT PRICE FOR A LABEL - PRICE OVER PACK SIZE
       01 WS-UNIT-PRICE         PIC 9(5)V99.
       01 WS-PRICE-DIFF         PIC S9(3).

      *PRICE LOOK-UP PARM: 'Q', ITEM, CCYYMMDD
       01 WS-QUERY-FLAG         PIC X VALUE 'N'.
           88 QUERY-MODE        VALUE 'Y'.
       01 WS-Q-ITEM             PIC X(3).
       01 WS-Q-DATE             PIC 9(8).
       01 WS-Q-FOUND-FLAG       PIC X VALUE 'N'.
           88 Q-FOUND           VALUE 'Y'.
       01 WS-Q-PRICE            PIC 9(3).
       01 WS-Q-EFF-DATE         PIC 9(8).
       01 WS-Q-CHANGE           PIC X(1).

      *LABEL LINES - A 40-CHARACTER LABEL AT THE LEFT OF THE LINE
       01 LBL-STORE-LINE.
           03 FILLER            PIC X(18) VALUE
              'SHELF LABELS FOR  '.
           03 LS-CODE           PIC X(3).
           03 FILLER            PIC X(1) VALUE SPACES.
           03 LS-NAME           PIC X(20).
           03 FILLER            PIC X(16) VALUE
              '   EFFECTIVE    '.
           03 LS-DATE           PIC X(8).
           03 FILLER            PIC X(14) VALUE SPACES.
       01 LBL-EDGE-LINE.
           03 FILLER            PIC X(40) VALUE
              '+--------------------------------------+'.
           03 FILLER            PIC X(40) VALUE SPACES.
       01 LBL-ITEM-LINE.
           03 FILLER            PIC X(2) VALUE '| '.
           03 LI-CODE           PIC X(3).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 LI-DESC           PIC X(20).
           03 FILLER            PIC X(13) VALUE
              '            |'.
           03 FILLER            PIC X(40) VALUE SPACES.
       01 LBL-PRICE-LINE.
           03 FILLER            PIC X(2) VALUE '| '.
           03 LP-TAG            PIC X(26).
           03 FILLER            PIC X(6) VALUE 'PRICE '.
           03 LP-PRICE          PIC ZZ9.
           03 FILLER            PIC X(3) VALUE '  |'.
           03 FILLER            PIC X(40) VALUE SPACES.
       01 LBL-UNIT-LINE.
           03 FILLER            PIC X(2) VALUE '| '.
           03 LU-TEXT           PIC X(36).
           03 FILLER            PIC X(2) VALUE ' |'.
           03 FILLER            PIC X(40) VALUE SPACES.
       01 LBL-UNIT-TEXT.
           03 FILLER            PIC X(11) VALUE 'UNIT PRICE '.
           03 UT-PRICE          PIC ZZZZ9.99.
           03 FILLER            PIC X(5) VALUE ' PER '.
           03 UT-UNIT           PIC X(4).
           03 FILLER            PIC X(8) VALUE SPACES.

      *NOTICE LINES
       01 NOTE-HEAD-LINE.
           03 FILLER            PIC X(30) VALUE
              'PRICE-CHANGE NOTICE EFFECTIVE '.
           03 NH-DATE           PIC X(8).
           03 FILLER            PIC X(42) VALUE SPACES.
       01 NOTE-COL-LINE.
           03 FILLER            PIC X(40) VALUE
              'ITEM DESCRIPTION           CHANGE     OL'.
           03 FILLER            PIC X(40) VALUE
              'D    NEW   DIFF      UNIT PRICE        '.
       01 NOTE-DETAIL-LINE.
           03 ND-CODE           PIC X(3).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 ND-DESC           PIC X(20).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 ND-CHANGE         PIC X(8).
           03 FILLER            PIC X(3) VALUE SPACES.
           03 ND-OLD            PIC ZZ9 BLANK WHEN ZERO.
           03 FILLER            PIC X(4) VALUE SPACES.
           03 ND-NEW            PIC ZZ9 BLANK WHEN ZERO.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 ND-DIFF           PIC +ZZ9.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 ND-UNIT           PIC X(24).
       01 NOTE-TOTAL-LINE.
           03 FILLER            PIC X(5) VALUE 'NEW  '.
           03 NT-NEW            PIC ZZZZ9.
           03 FILLER            PIC X(12) VALUE '    CHANGED '.
           03 NT-CHANGED        PIC ZZZZ9.
           03 FILLER            PIC X(12) VALUE '    DELETED '.
           03 NT-DELETED        PIC ZZZZ9.
           03 FILLER            PIC X(36) VALUE SPACES.
       01 NOTE-NONE-LINE        PIC X(80) VALUE
           'NO PRICE CHANGES SINCE THE PREVIOUS PRICECTL GENERATION'.
       01 BLANKLINE             PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       01 INPUT-PARM.
           03 PARM-LENGTH       PIC S9(04) COMP.
           03 PARM-DATA.
               05 PARM-MODE     PIC X(1).
               05 PARM-ITEM     PIC X(3).
               05 PARM-DATE     PIC X(8).
      *
       PROCEDURE DIVISION USING INPUT-PARM.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           IF PARM-LENGTH >= 12 AND PARM-MODE = 'Q'
               PERFORM Q100-PRICE-LOOK-UP
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           DISPLAY "STATUS - STARTING SHELF LABELS AND PRICE NOTICE"
           PERFORM B100-LOAD-PRICES
           PERFORM B200-LOAD-STOCK-MASTER
           PERFORM B300-LOAD-STORES
           PERFORM C100-FIND-CHANGES
           PERFORM C200-SORT-CHANGES
           OPEN OUTPUT NOTICE-FILE
           IF NOT NOTE-OK
               DISPLAY "ERROR - COULD NOT OPEN PRCNOTE, STATUS "
                       WS-NOTE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN OUTPUT LABEL-FILE
           IF NOT LBL-OK
               DISPLAY "ERROR - COULD NOT OPEN SHELFLBL, STATUS "
                       WS-LBL-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE NOTICE-FILE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM D100-WRITE-NOTICE
           PERFORM E100-WRITE-LABELS
           CLOSE NOTICE-FILE
                 LABEL-FILE
           PERFORM F100-WRITE-HISTORY
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - " WS-NEW-COUNT " NEW, " WS-CHANGED-COUNT
                   " CHANGED, " WS-DELETED-COUNT " DELETED, "
                   WS-LABEL-COUNT " LABEL(S) PRINTED"
           DISPLAY "STATUS - SHELF LABELS AND PRICE NOTICE DONE"
           GOBACK
           .

      *------------------------------------------
      *BOTH GENERATIONS INTO STORAGE. A MASTER THAT DOES NOT FIT IS
      *REFUSED OUTRIGHT - A ROW LEFT OFF EITHER SIDE WOULD PRINT AS A
      *FALSE NEW OR DELETED LABEL IN EVERY STORE.
       B100-LOAD-PRICES       SECTION.
           OPEN INPUT PRICE-CTRL-FILE
           IF NOT PRICE-OK
               DISPLAY "ERROR - COULD NOT OPEN PRICECTL, STATUS "
                       WS-PRICE-STATUS " - NOTHING PRINTED"
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ PRICE-CTRL-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RUN-INPUT-COUNT
                       IF PC-ITEM-CODE NOT = SPACES
                           IF WS-NEW-ROWS = 200
                               SET TABLE-OVERFLOW TO TRUE
                           ELSE
                               ADD 1 TO WS-NEW-ROWS
                               PERFORM B110-HOLD-NEW-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRICE-CTRL-FILE
           OPEN INPUT PRICE-PREV-FILE
           IF PREV-OK
               SET PREV-PRESENT TO TRUE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL INPUT-DONE
                   READ PRICE-PREV-FILE
                       AT END SET INPUT-DONE TO TRUE
                       NOT AT END
                           IF PP-ITEM-CODE NOT = SPACES
                               IF WS-OLD-ROWS = 200
                                   SET TABLE-OVERFLOW TO TRUE
                               ELSE
                                   ADD 1 TO WS-OLD-ROWS
                                   PERFORM B120-HOLD-OLD-ROW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRICE-PREV-FILE
           ELSE
               DISPLAY "WARNING - NO PRICEPRV, EVERY ITEM TREATED "
                       "AS NEW"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF TABLE-OVERFLOW
               DISPLAY "ERROR - PRICECTL OR PRICEPRV HAS MORE THAN "
                       "200 ITEMS - NOTHING PRINTED"
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           DISPLAY "STATUS - " WS-NEW-ROWS " ITEM(S) ON PRICECTL, "
                   WS-OLD-ROWS " ON PRICEPRV"
           .

       B110-HOLD-NEW-ROW      SECTION.
           MOVE PC-ITEM-CODE TO WS-NW-CODE(WS-NEW-ROWS)
           IF PC-ITEM-PRICE NUMERIC
               MOVE PC-ITEM-PRICE TO WS-NW-PRICE(WS-NEW-ROWS)
           ELSE
               MOVE 0 TO WS-NW-PRICE(WS-NEW-ROWS)
           END-IF
           MOVE PC-VAT-CLASS TO WS-NW-VAT-CLASS(WS-NEW-ROWS)
           IF PC-PACK-UNIT NOT = SPACES AND PC-PACK-SIZE NUMERIC
               MOVE PC-PACK-SIZE TO WS-NW-PACK-SIZE(WS-NEW-ROWS)
               MOVE PC-PACK-UNIT TO WS-NW-PACK-UNIT(WS-NEW-ROWS)
           ELSE
               MOVE 0 TO WS-NW-PACK-SIZE(WS-NEW-ROWS)
               MOVE SPACES TO WS-NW-PACK-UNIT(WS-NEW-ROWS)
           END-IF
           .

       B120-HOLD-OLD-ROW      SECTION.
           MOVE PP-ITEM-CODE TO WS-OD-CODE(WS-OLD-ROWS)
           IF PP-ITEM-PRICE NUMERIC
               MOVE PP-ITEM-PRICE TO WS-OD-PRICE(WS-OLD-ROWS)
           ELSE
               MOVE 0 TO WS-OD-PRICE(WS-OLD-ROWS)
           END-IF
           MOVE PP-VAT-CLASS TO WS-OD-VAT-CLASS(WS-OLD-ROWS)
           IF PP-PACK-UNIT NOT = SPACES AND PP-PACK-SIZE NUMERIC
               MOVE PP-PACK-SIZE TO WS-OD-PACK-SIZE(WS-OLD-ROWS)
               MOVE PP-PACK-UNIT TO WS-OD-PACK-UNIT(WS-OLD-ROWS)
           ELSE
               MOVE 0 TO WS-OD-PACK-SIZE(WS-OLD-ROWS)
               MOVE SPACES TO WS-OD-PACK-UNIT(WS-OLD-ROWS)
           END-IF
           MOVE 'N' TO WS-OD-MATCHED(WS-OLD-ROWS)
           .

      *DESCRIPTIONS ONLY - NO STKMAST STILL GIVES THE LABELS, BY
      *ITEM CODE ALONE.
       B200-LOAD-STOCK-MASTER SECTION.
           OPEN INPUT STOCK-MASTER-FILE
           IF NOT STK-OK
               DISPLAY "WARNING - NO STKMAST, LABELS PRINTED "
                       "WITHOUT DESCRIPTIONS"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO B200-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ STOCK-MASTER-FILE
                   AT END SET INPUT-DONE TO TRUE
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
           CLOSE STOCK-MASTER-FILE.
       B200-EXIT.
           EXIT.

      *EVERY STORE GETS THE SAME LABELS - PRICECTL IS CHAIN-WIDE.
      *NO STRCTL MEANS ONE SET, HEADED ALL STORES.
       B300-LOAD-STORES       SECTION.
           OPEN INPUT STORE-CTRL-FILE
           IF STRCTL-OK
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL INPUT-DONE
                   READ STORE-CTRL-FILE
                       AT END SET INPUT-DONE TO TRUE
                       NOT AT END
                           IF ST-CODE NOT = SPACES AND
                              WS-STORE-COUNT < 20
                               ADD 1 TO WS-STORE-COUNT
                               MOVE ST-CODE
                                 TO WS-ST-CODE(WS-STORE-COUNT)
                               MOVE ST-NAME
                                 TO WS-ST-NAME(WS-STORE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STORE-CTRL-FILE
           END-IF
           IF WS-STORE-COUNT = 0
               DISPLAY "STATUS - NO STRCTL, ONE LABEL SET FOR ALL "
                       "STORES"
               MOVE 1 TO WS-STORE-COUNT
               MOVE SPACES TO WS-ST-CODE(1)
               MOVE 'ALL STORES' TO WS-ST-NAME(1)
           END-IF
           .

      *------------------------------------------
      *NEW AND CHANGED FROM TODAY'S SIDE, THEN DELETED FROM THE
      *PREVIOUS ROWS NOTHING MATCHED. A VAT CLASS CHANGE ALONE DOES
      *NOT ALTER THE SHELF PRICE AND IS NOT A LABEL CHANGE.
       C100-FIND-CHANGES      SECTION.
           PERFORM VARYING WS-NW-IDX FROM 1 BY 1
                   UNTIL WS-NW-IDX > WS-NEW-ROWS
               MOVE 0 TO WS-OD-PICK
               PERFORM VARYING WS-OD-IDX FROM 1 BY 1
                       UNTIL WS-OD-IDX > WS-OLD-ROWS
                   IF WS-OD-PICK = 0 AND
                      WS-OD-CODE(WS-OD-IDX) = WS-NW-CODE(WS-NW-IDX)
                       MOVE WS-OD-IDX TO WS-OD-PICK
                   END-IF
               END-PERFORM
               IF WS-OD-PICK = 0
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE 'N' TO WS-CH-TYPE(WS-CHANGE-COUNT)
                   MOVE 0 TO WS-CH-OLD-PRICE(WS-CHANGE-COUNT)
                   PERFORM C110-TAKE-NEW-SIDE
                   ADD 1 TO WS-NEW-COUNT
               ELSE
                   MOVE 'Y' TO WS-OD-MATCHED(WS-OD-PICK)
                   IF WS-OD-PRICE(WS-OD-PICK)
                          NOT = WS-NW-PRICE(WS-NW-IDX) OR
                      WS-OD-PACK-SIZE(WS-OD-PICK)
                          NOT = WS-NW-PACK-SIZE(WS-NW-IDX) OR
                      WS-OD-PACK-UNIT(WS-OD-PICK)
                          NOT = WS-NW-PACK-UNIT(WS-NW-IDX)
                       ADD 1 TO WS-CHANGE-COUNT
                       MOVE 'C' TO WS-CH-TYPE(WS-CHANGE-COUNT)
                       MOVE WS-OD-PRICE(WS-OD-PICK)
                         TO WS-CH-OLD-PRICE(WS-CHANGE-COUNT)
                       PERFORM C110-TAKE-NEW-SIDE
                       ADD 1 TO WS-CHANGED-COUNT
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-OD-IDX FROM 1 BY 1
                   UNTIL WS-OD-IDX > WS-OLD-ROWS
               IF WS-OD-MATCHED(WS-OD-IDX) = 'N'
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE WS-OD-CODE(WS-OD-IDX)
                     TO WS-CH-CODE(WS-CHANGE-COUNT)
                   MOVE 'D' TO WS-CH-TYPE(WS-CHANGE-COUNT)
                   MOVE WS-OD-PRICE(WS-OD-IDX)
                     TO WS-CH-OLD-PRICE(WS-CHANGE-COUNT)
                   MOVE 0 TO WS-CH-NEW-PRICE(WS-CHANGE-COUNT)
                   MOVE WS-OD-VAT-CLASS(WS-OD-IDX)
                     TO WS-CH-VAT-CLASS(WS-CHANGE-COUNT)
                   MOVE WS-OD-PACK-SIZE(WS-OD-IDX)
                     TO WS-CH-PACK-SIZE(WS-CHANGE-COUNT)
                   MOVE WS-OD-PACK-UNIT(WS-OD-IDX)
                     TO WS-CH-PACK-UNIT(WS-CHANGE-COUNT)
                   ADD 1 TO WS-DELETED-COUNT
               END-IF
           END-PERFORM
           .

       C110-TAKE-NEW-SIDE     SECTION.
           MOVE WS-NW-CODE(WS-NW-IDX) TO WS-CH-CODE(WS-CHANGE-COUNT)
           MOVE WS-NW-PRICE(WS-NW-IDX)
             TO WS-CH-NEW-PRICE(WS-CHANGE-COUNT)
           MOVE WS-NW-VAT-CLASS(WS-NW-IDX)
             TO WS-CH-VAT-CLASS(WS-CHANGE-COUNT)
           MOVE WS-NW-PACK-SIZE(WS-NW-IDX)
             TO WS-CH-PACK-SIZE(WS-CHANGE-COUNT)
           MOVE WS-NW-PACK-UNIT(WS-NW-IDX)
             TO WS-CH-PACK-UNIT(WS-CHANGE-COUNT)
           .

      *STRAIGHT SELECTION SORT OF THE CHANGES INTO ITEM CODE ORDER,
      *THE ORDER THE STORES WALK THE SHELVES WITH THE LABELS.
       C200-SORT-CHANGES      SECTION.
           PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                   UNTIL WS-SORT-IDX >= WS-CHANGE-COUNT
               PERFORM VARYING WS-SORT-JDX FROM WS-SORT-IDX BY 1
                       UNTIL WS-SORT-JDX > WS-CHANGE-COUNT
                   IF WS-CH-CODE(WS-SORT-JDX) <
                      WS-CH-CODE(WS-SORT-IDX)
                       MOVE WS-CHANGE-ENTRY(WS-SORT-IDX)
                         TO WS-SWAP-ENTRY
                       MOVE WS-CHANGE-ENTRY(WS-SORT-JDX)
                         TO WS-CHANGE-ENTRY(WS-SORT-IDX)
                       MOVE WS-SWAP-ENTRY
                         TO WS-CHANGE-ENTRY(WS-SORT-JDX)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      *------------------------------------------
       D100-WRITE-NOTICE      SECTION.
           MOVE WS-BUSINESS-DATE TO NH-DATE
           WRITE NOTICE-LINE FROM NOTE-HEAD-LINE
           WRITE NOTICE-LINE FROM BLANKLINE
           IF WS-CHANGE-COUNT = 0
               WRITE NOTICE-LINE FROM NOTE-NONE-LINE
               GO TO D100-EXIT
           END-IF
           WRITE NOTICE-LINE FROM NOTE-COL-LINE
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                   UNTIL WS-CH-IDX > WS-CHANGE-COUNT
               PERFORM D110-WRITE-NOTICE-LINE
           END-PERFORM
           WRITE NOTICE-LINE FROM BLANKLINE
           MOVE WS-NEW-COUNT TO NT-NEW
           MOVE WS-CHANGED-COUNT TO NT-CHANGED
           MOVE WS-DELETED-COUNT TO NT-DELETED
           WRITE NOTICE-LINE FROM NOTE-TOTAL-LINE.
       D100-EXIT.
           EXIT.

       D110-WRITE-NOTICE-LINE SECTION.
           MOVE SPACES TO NOTE-DETAIL-LINE
           MOVE WS-CH-CODE(WS-CH-IDX) TO ND-CODE
           PERFORM W100-LOOK-UP-DESC
           MOVE WS-DESC TO ND-DESC
           EVALUATE TRUE
               WHEN CH-NEW(WS-CH-IDX)
                   MOVE 'NEW' TO ND-CHANGE
               WHEN CH-CHANGED(WS-CH-IDX)
                   MOVE 'CHANGED' TO ND-CHANGE
               WHEN OTHER
                   MOVE 'DELETED' TO ND-CHANGE
           END-EVALUATE
           MOVE WS-CH-OLD-PRICE(WS-CH-IDX) TO ND-OLD
           MOVE WS-CH-NEW-PRICE(WS-CH-IDX) TO ND-NEW
           IF CH-CHANGED(WS-CH-IDX)
               COMPUTE WS-PRICE-DIFF = WS-CH-NEW-PRICE(WS-CH-IDX)
                                     - WS-CH-OLD-PRICE(WS-CH-IDX)
               MOVE WS-PRICE-DIFF TO ND-DIFF
           END-IF
           IF NOT CH-DELETED(WS-CH-IDX)
               PERFORM W200-UNIT-PRICE
               MOVE LU-TEXT(12:17) TO ND-UNIT
           END-IF
           WRITE NOTICE-LINE FROM NOTE-DETAIL-LINE
           .

      *------------------------------------------
      *ONE PAGE OF LABELS PER STORE
       E100-WRITE-LABELS      SECTION.
           PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
                   UNTIL WS-STORE-IDX > WS-STORE-COUNT
               MOVE WS-ST-CODE(WS-STORE-IDX) TO LS-CODE
               MOVE WS-ST-NAME(WS-STORE-IDX) TO LS-NAME
               MOVE WS-BUSINESS-DATE TO LS-DATE
               IF WS-STORE-IDX = 1
                   WRITE LABEL-LINE FROM LBL-STORE-LINE
               ELSE
                   WRITE LABEL-LINE FROM LBL-STORE-LINE
                       AFTER ADVANCING PAGE
               END-IF
               IF WS-CHANGE-COUNT = 0
                   WRITE LABEL-LINE FROM NOTE-NONE-LINE
                       AFTER ADVANCING 2
               END-IF
               PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                       UNTIL WS-CH-IDX > WS-CHANGE-COUNT
                   PERFORM E110-WRITE-ONE-LABEL
               END-PERFORM
           END-PERFORM
           .

       E110-WRITE-ONE-LABEL   SECTION.
           WRITE LABEL-LINE FROM LBL-EDGE-LINE AFTER ADVANCING 2
           MOVE WS-CH-CODE(WS-CH-IDX) TO LI-CODE
           PERFORM W100-LOOK-UP-DESC
           MOVE WS-DESC TO LI-DESC
           WRITE LABEL-LINE FROM LBL-ITEM-LINE AFTER ADVANCING 1
           EVALUATE TRUE
               WHEN CH-NEW(WS-CH-IDX)
                   MOVE 'NEW LINE' TO LP-TAG
                   MOVE WS-CH-NEW-PRICE(WS-CH-IDX) TO LP-PRICE
               WHEN CH-CHANGED(WS-CH-IDX)
                   MOVE 'NEW PRICE' TO LP-TAG
                   MOVE WS-CH-NEW-PRICE(WS-CH-IDX) TO LP-PRICE
               WHEN OTHER
                   MOVE 'WITHDRAWN - REMOVE LABEL' TO LP-TAG
                   MOVE WS-CH-OLD-PRICE(WS-CH-IDX) TO LP-PRICE
           END-EVALUATE
           WRITE LABEL-LINE FROM LBL-PRICE-LINE AFTER ADVANCING 1
           IF CH-DELETED(WS-CH-IDX)
               MOVE SPACES TO LU-TEXT
           ELSE
               PERFORM W200-UNIT-PRICE
           END-IF
           WRITE LABEL-LINE FROM LBL-UNIT-LINE AFTER ADVANCING 1
           WRITE LABEL-LINE FROM LBL-EDGE-LINE AFTER ADVANCING 1
           ADD 1 TO WS-LABEL-COUNT
           .

      *------------------------------------------
      *APPEND THE DAY'S CHANGES. AN EMPTY OR MISSING HISTORY IS
      *STARTED FROM THE PREVIOUS GENERATION, SO THE PRICE IN FORCE
      *BEFORE TODAY CAN BE FOUND TOO.
       F100-WRITE-HISTORY     SECTION.
           OPEN INPUT PRICE-HIST-FILE
           IF HIST-OK
               READ PRICE-HIST-FILE
                   AT END CONTINUE
                   NOT AT END ADD 1 TO WS-HIST-COUNT
               END-READ
               CLOSE PRICE-HIST-FILE
           END-IF
           OPEN EXTEND PRICE-HIST-FILE
           IF NOT HIST-OK
               OPEN OUTPUT PRICE-HIST-FILE
           END-IF
           IF NOT HIST-OK
               DISPLAY "ERROR - COULD NOT OPEN PRCHIST, STATUS "
                       WS-HIST-STATUS " - PRICE HISTORY NOT KEPT"
               MOVE 12 TO RETURN-CODE
               GO TO F100-EXIT
           END-IF
           IF WS-HIST-COUNT = 0
               PERFORM VARYING WS-OD-IDX FROM 1 BY 1
                       UNTIL WS-OD-IDX > WS-OLD-ROWS
                   MOVE SPACES TO PRICE-HIST-REC
                   MOVE WS-OD-CODE(WS-OD-IDX) TO PH-ITEM-CODE
                   MOVE 0 TO PH-EFF-DATE
                   SET PH-BASE TO TRUE
                   MOVE 0 TO PH-OLD-PRICE
                   MOVE WS-OD-PRICE(WS-OD-IDX) TO PH-NEW-PRICE
                   MOVE WS-OD-VAT-CLASS(WS-OD-IDX) TO PH-VAT-CLASS
                   MOVE WS-OD-PACK-SIZE(WS-OD-IDX) TO PH-PACK-SIZE
                   MOVE WS-OD-PACK-UNIT(WS-OD-IDX) TO PH-PACK-UNIT
                   WRITE PRICE-HIST-REC
               END-PERFORM
               DISPLAY "STATUS - PRICE HISTORY STARTED FROM "
                       WS-OLD-ROWS " PRICEPRV ROW(S)"
           END-IF
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                   UNTIL WS-CH-IDX > WS-CHANGE-COUNT
               MOVE SPACES TO PRICE-HIST-REC
               MOVE WS-CH-CODE(WS-CH-IDX) TO PH-ITEM-CODE
               MOVE WS-BUSINESS-DATE TO PH-EFF-DATE
               MOVE WS-CH-TYPE(WS-CH-IDX) TO PH-CHANGE
               MOVE WS-CH-OLD-PRICE(WS-CH-IDX) TO PH-OLD-PRICE
               MOVE WS-CH-NEW-PRICE(WS-CH-IDX) TO PH-NEW-PRICE
               MOVE WS-CH-VAT-CLASS(WS-CH-IDX) TO PH-VAT-CLASS
               MOVE WS-CH-PACK-SIZE(WS-CH-IDX) TO PH-PACK-SIZE
               MOVE WS-CH-PACK-UNIT(WS-CH-IDX) TO PH-PACK-UNIT
               WRITE PRICE-HIST-REC
           END-PERFORM
           CLOSE PRICE-HIST-FILE.
       F100-EXIT.
           EXIT.

      *------------------------------------------
      *THE PRICE IN FORCE ON A DAY IS THE LAST HISTORY ROW FOR THE
      *ITEM EFFECTIVE ON OR BEFORE IT - A LATER ROW FOR THE SAME
      *DATE (A CORRECTED MASTER RE-RUN) SUPERSEDES AN EARLIER ONE.
       Q100-PRICE-LOOK-UP     SECTION.
           MOVE PARM-ITEM TO WS-Q-ITEM
           IF PARM-DATE NOT NUMERIC
               DISPLAY "ERROR - PRICE LOOK-UP DATE " PARM-DATE
                       " NOT NUMERIC"
               MOVE 4 TO RETURN-CODE
               GO TO Q100-EXIT
           END-IF
           MOVE PARM-DATE TO WS-Q-DATE
           OPEN INPUT PRICE-HIST-FILE
           IF NOT HIST-OK
               DISPLAY "ERROR - COULD NOT OPEN PRCHIST, STATUS "
                       WS-HIST-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO Q100-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ PRICE-HIST-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RUN-INPUT-COUNT
                       IF PH-ITEM-CODE = WS-Q-ITEM AND
                          PH-EFF-DATE NOT > WS-Q-DATE
                           SET Q-FOUND TO TRUE
                           MOVE PH-NEW-PRICE TO WS-Q-PRICE
                           MOVE PH-EFF-DATE TO WS-Q-EFF-DATE
                           MOVE PH-CHANGE TO WS-Q-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRICE-HIST-FILE
           IF NOT Q-FOUND
               DISPLAY "STATUS - ITEM " WS-Q-ITEM " HAS NO PRICE IN "
                       "FORCE ON " WS-Q-DATE
               MOVE 4 TO RETURN-CODE
               GO TO Q100-EXIT
           END-IF
           EVALUATE TRUE
               WHEN WS-Q-CHANGE = 'D'
                   DISPLAY "STATUS - ITEM " WS-Q-ITEM " NOT ON SALE "
                           "ON " WS-Q-DATE " - WITHDRAWN "
                           WS-Q-EFF-DATE
               WHEN WS-Q-EFF-DATE = 0
                   DISPLAY "STATUS - ITEM " WS-Q-ITEM " PRICE ON "
                           WS-Q-DATE " WAS " WS-Q-PRICE
                           " - IN FORCE FROM BEFORE THE HISTORY"
               WHEN OTHER
                   DISPLAY "STATUS - ITEM " WS-Q-ITEM " PRICE ON "
                           WS-Q-DATE " WAS " WS-Q-PRICE
                           " - IN FORCE FROM " WS-Q-EFF-DATE
           END-EVALUATE.
       Q100-EXIT.
           EXIT.

      *------------------------------------------
       W100-LOOK-UP-DESC      SECTION.
           MOVE SPACES TO WS-DESC
           PERFORM VARYING WS-STK-IDX FROM 1 BY 1
                   UNTIL WS-STK-IDX > WS-STK-COUNT
               IF WS-SK-CODE(WS-STK-IDX) = WS-CH-CODE(WS-CH-IDX)
                   MOVE WS-SK-DESC(WS-STK-IDX) TO WS-DESC
               END-IF
           END-PERFORM
           IF WS-DESC = SPACES
               MOVE '(NOT ON STKMAST)' TO WS-DESC
           END-IF
           .

      *UNIT PRICE TEXT INTO LU-TEXT - BLANK WHEN THE ITEM HAS NO
      *PACK SIZE ON PRICECTL
       W200-UNIT-PRICE        SECTION.
           MOVE SPACES TO LU-TEXT
           IF WS-CH-PACK-UNIT(WS-CH-IDX) = SPACES OR
              WS-CH-PACK-SIZE(WS-CH-IDX) = 0
               GO TO W200-EXIT
           END-IF
           COMPUTE WS-UNIT-PRICE ROUNDED =
                   WS-CH-NEW-PRICE(WS-CH-IDX)
                   / WS-CH-PACK-SIZE(WS-CH-IDX)
               ON SIZE ERROR MOVE 99999.99 TO WS-UNIT-PRICE
           END-COMPUTE
           MOVE WS-UNIT-PRICE TO UT-PRICE
           EVALUATE WS-CH-PACK-UNIT(WS-CH-IDX)
               WHEN 'KG'
                   MOVE 'KG' TO UT-UNIT
               WHEN 'L '
                   MOVE 'L' TO UT-UNIT
               WHEN OTHER
                   MOVE 'EACH' TO UT-UNIT
           END-EVALUATE
           MOVE LBL-UNIT-TEXT TO LU-TEXT.
       W200-EXIT.
           EXIT.

      *WRITE ONE SUMMARY RECORD TO THE SHARED CROSS-SUITE RUN LOG.
       Z100-WRITE-RUN-LOG     SECTION.
           MOVE "EXPPRG91" TO RL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE WS-RUN-INPUT-COUNT TO RL-INPUT-COUNT
           MOVE WS-LABEL-COUNT TO RL-OUTPUT-COUNT
           COMPUTE RL-OUTPUT-COUNT-2 = WS-NEW-COUNT + WS-CHANGED-COUNT
                                     + WS-DELETED-COUNT
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
