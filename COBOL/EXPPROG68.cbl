       ID DIVISION.
       PROGRAM-ID. EXPPROG68.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * MONTHLY SUPPLIER PERFORMANCE SCORECARD. RUN AT MONTH END
      * WITH THE MONTH'S EXPPROG2 OUTPUTS CONCATENATED ON EACH DD:
      *
      *   DETLOUT  - PRICED INVOICE LINES (COUNT AND SPEND) AND
      *              CREDIT NOTES (VALUE)
      *   BADOUT   - REJECTED INVOICES, BY INVOICE PREFIX
      *   PRCVAR   - PRICES OUTSIDE CATALOG TOLERANCE
      *   POINVRPT - 'LATE DELIVERY' AND 'PO OVERDUE' LINES, MATCHED
      *              TO THE SUPPLIER THROUGH POCTRL
      *
      * FOR EVERY SUPPLIER CODE ON SUPCTRL THE SCORECARD (SCRRPT)
      * SHOWS THE INVOICE COUNT (PRICED PLUS REJECTED), ON-TIME
      * DELIVERY RATE (POCTRL ORDERS NEVER LATE OR OVERDUE), PRICE-
      * VARIANCE RATE AND REJECTION RATE (PER INVOICE), AND CREDIT-
      * NOTE VALUE AS A SHARE OF SPEND. THE SCORE IS THE SUM OF THE
      * SHORTFALLS IN PERCENTAGE POINTS - (100 - ON-TIME) + PRICE
      * VARIANCE + REJECTION + CREDIT SHARE - SO HIGHER IS WORSE,
      * AND SUPPLIERS ARE RANKED WORST FIRST.
      *
      * EACH MONTH'S FIGURES ARE KEPT ON THE SCRHIST HISTORY FILE
      * (24 MONTHS) AND THE SCORECARD SHOWS THE SUPPLIER'S PREVIOUS
      * SCORE AND WHETHER IT IS GETTING BETTER OR WORSE. RE-RUNNING
      * A MONTH REPLACES THAT MONTH'S HISTORY.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT SUP-CTRL-FILE ASSIGN TO SUPCTRL
           FILE STATUS IS WS-SUPCTRL-STATUS.
           SELECT PO-CTRL-FILE ASSIGN TO POCTRL
           FILE STATUS IS WS-POCTRL-STATUS.
           SELECT DETL-IN ASSIGN TO DETLOUT
           FILE STATUS IS WS-DETL-STATUS.
           SELECT BAD-IN ASSIGN TO BADOUT
           FILE STATUS IS WS-BAD-STATUS.
           SELECT PRC-VAR-IN ASSIGN TO PRCVAR
           FILE STATUS IS WS-PRCVAR-STATUS.
           SELECT PO-RPT-IN ASSIGN TO POINVRPT
           FILE STATUS IS WS-PORPT-STATUS.
           SELECT HIST-FILE ASSIGN TO SCRHIST
           FILE STATUS IS WS-HIST-STATUS.
           SELECT SCORE-RPT-FILE ASSIGN TO SCRRPT
           FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *EXPPROG2'S SUPPLIER MASTER LAYOUT - MUST BE KEPT IN STEP.
       FD SUP-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 SUP-CTRL-REC.
           03 SUP-PREFIX             PIC X(1).
           03 SUP-CODE               PIC X(4).
           03 SUP-NAME               PIC X(20).
           03 SUP-TERMS-DAYS         PIC 9(3).
           03 SUP-DISC-PCT           PIC 9(2)V99.
           03 SUP-SORT-CODE          PIC X(6).
           03 SUP-ACCOUNT-NUM        PIC X(8).
           03 FILLER                 PIC X(34).

      *EXPPROG2'S PURCHASE-ORDER MASTER LAYOUT - MUST BE KEPT IN
      *STEP.
       FD PO-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 PO-CTRL-REC.
           03 PO-NUMBER              PIC X(8).
           03 PO-PREFIX              PIC X(1).
           03 PO-DEPT                PIC 9(1).
           03 PO-EXP-QTY             PIC 9(4).
           03 PO-EXP-PRICE           PIC 9(5).
           03 PO-TOL-PCT             PIC 9(2)V99.
           03 PO-EXP-DATE            PIC 9(8).
           03 PO-ITEM-CODE           PIC X(3).
           03 PO-RAISED-DATE         PIC X(8).
           03 FILLER                 PIC X(38).

      *EXPPROG2'S DETL-REC LAYOUT - MUST BE KEPT IN STEP.
       FD DETL-IN BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 DETL-REC.
           03 DET-DEPARTMENT         PIC 9(1).
           03 DET-INVOICE-NUM.
               05 DET-INV-PREFIX     PIC X(1).
               05 DET-INV-DIGITS     PIC X(4).
           03 DET-QUANTITY           PIC 9(4).
           03 DET-PRICE-USED         PIC 9(5).
           03 DET-SALE-INDICATOR     PIC X(1).
           03 DET-EXTENDED-VALUE     PIC 9(9).
           03 DET-SUPPLIER-CODE      PIC X(4).
           03 DET-CREDIT-FLAG        PIC X(1).
           03 DET-CURRENCY           PIC X(3).
           03 DET-ORIG-VALUE         PIC 9(9).
           03 DET-RUN-DATE           PIC X(8).
           03 DET-APPROVER           PIC X(8).
           03 FILLER                 PIC X(22).

      *EXPPROG2'S BAD-REC LAYOUT - ONLY THE INVOICE NUMBER IS USED.
       FD BAD-IN BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 BAD-REC.
           03 BAD-DEPT               PIC X(1).
           03 BAD-ERROR-VAL          PIC X(5).
           03 BAD-INV-NUM.
               05 BAD-INV-PREFIX     PIC X(1).
               05 BAD-INV-DIGITS     PIC X(4).
           03 FILLER                 PIC X(562).

      *EXPPROG2'S PRICE-VARIANCE REPORT LINE ('DEPT D  INV XXXXX').
       FD PRC-VAR-IN BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 PRC-VAR-REC.
           03 PVI-LABEL              PIC X(5).
           03 PVI-DEPT               PIC X(1).
           03 FILLER                 PIC X(6).
           03 PVI-INV-NUM.
               05 PVI-INV-PREFIX     PIC X(1).
               05 PVI-INV-DIGITS     PIC X(4).
           03 FILLER                 PIC X(63).

      *EXPPROG2'S PO INVESTIGATION REPORT LINE - A 14-BYTE TAG
      *FOLLOWED BY THE PO NUMBER.
       FD PO-RPT-IN BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 PO-RPT-REC.
           03 PRI-TAG                PIC X(14).
               88 PRI-LATE           VALUE "LATE DELIVERY ".
               88 PRI-OVERDUE        VALUE "PO OVERDUE    ".
           03 PRI-PO                 PIC X(8).
           03 FILLER                 PIC X(58).

      *ONE RECORD PER SUPPLIER PER MONTH SCORED.
       FD HIST-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 HIST-REC.
           03 SH-MONTH               PIC X(6).
           03 SH-SUPPLIER-CODE       PIC X(4).
           03 SH-INV-COUNT           PIC 9(7).
           03 SH-ONTIME-PCT          PIC 9(3)V99.
           03 SH-PRCVAR-PCT          PIC 9(3)V99.
           03 SH-REJECT-PCT          PIC 9(3)V99.
           03 SH-CREDIT-PCT          PIC 9(3)V99.
           03 SH-CREDIT-VALUE        PIC 9(11).
           03 SH-SCORE               PIC 9(4)V99.
           03 FILLER                 PIC X(26).

       FD SCORE-RPT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 SCORE-RPT-RECORD           PIC X(100).

       FD RUN-LOG-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 RUN-LOG-RECORD.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE           PIC X(8) VALUE SPACES.
       01 WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
           03 WS-BUSINESS-YYYYMM     PIC X(6).
           03 FILLER                 PIC X(2).
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP         PIC X(16) VALUE SPACES.

       01 WS-SUPCTRL-STATUS          PIC X(2).
           88 SUPCTRL-OK             VALUE "00".
           88 SUPCTRL-EOF            VALUE "10".
       01 WS-POCTRL-STATUS           PIC X(2).
           88 POCTRL-OK              VALUE "00".
           88 POCTRL-EOF             VALUE "10".
       01 WS-DETL-STATUS             PIC X(2).
           88 DETL-OK                VALUE "00".
           88 DETL-EOF               VALUE "10".
       01 WS-BAD-STATUS              PIC X(2).
           88 BAD-OK                 VALUE "00".
           88 BAD-EOF                VALUE "10".
       01 WS-PRCVAR-STATUS           PIC X(2).
           88 PRCVAR-OK              VALUE "00".
           88 PRCVAR-EOF             VALUE "10".
       01 WS-PORPT-STATUS            PIC X(2).
           88 PORPT-OK               VALUE "00".
           88 PORPT-EOF              VALUE "10".
       01 WS-HIST-STATUS             PIC X(2).
           88 HIST-OK                VALUE "00".
           88 HIST-EOF               VALUE "10".
       01 WS-RPT-STATUS              PIC X(2).
           88 RPT-OK                 VALUE "00".
       01 WS-RUNLOG-STATUS           PIC X(2).

       01 WS-RUN-INPUT-COUNT         PIC 9(8) VALUE 0.
       01 WS-UNMATCHED-COUNT         PIC 9(8) VALUE 0.

      *ONE ENTRY PER SUPCTRL ROW - THE MONTH'S EVIDENCE AND SCORES.
       01 WS-SUP-TABLE.
           03 WS-SUP-ENTRY OCCURS 26 TIMES INDEXED BY WS-SUP-IDX.
               05 WS-SUP-PREFIX      PIC X(1) VALUE SPACE.
               05 WS-SUP-CODE        PIC X(4) VALUE SPACES.
               05 WS-SUP-NAME        PIC X(20) VALUE SPACES.
               05 WS-SUP-PRICED      PIC 9(7) VALUE 0.
               05 WS-SUP-REJECTED    PIC 9(7) VALUE 0.
               05 WS-SUP-PRCVAR      PIC 9(7) VALUE 0.
               05 WS-SUP-SPEND       PIC 9(11) VALUE 0.
               05 WS-SUP-CREDIT      PIC 9(11) VALUE 0.
               05 WS-SUP-PO-COUNT    PIC 9(5) VALUE 0.
               05 WS-SUP-PO-MISSED   PIC 9(5) VALUE 0.
               05 WS-SUP-INVOICES    PIC 9(7) VALUE 0.
               05 WS-SUP-ONTIME-PCT  PIC 9(3)V99 VALUE 0.
               05 WS-SUP-PRCVAR-PCT  PIC 9(3)V99 VALUE 0.
               05 WS-SUP-REJECT-PCT  PIC 9(3)V99 VALUE 0.
               05 WS-SUP-CREDIT-PCT  PIC 9(3)V99 VALUE 0.
               05 WS-SUP-SCORE       PIC 9(4)V99 VALUE 0.
               05 WS-SUP-PRIOR-MONTH PIC X(6) VALUE SPACES.
               05 WS-SUP-PRIOR-SCORE PIC 9(4)V99 VALUE 0.
               05 WS-SUP-RANKED      PIC X(1) VALUE 'N'.
       01 WS-SUP-COUNT               PIC 9(2) VALUE 0.
       01 WS-SUP-FOUND               PIC X VALUE 'N'.
           88 SUP-FOUND              VALUE 'Y'.
       01 WS-FIND-PREFIX             PIC X(1).
       01 WS-SUP-WORST               PIC 9(2).
       01 WS-SUP-I                   PIC 9(2).
       01 WS-RANK                    PIC 9(2).

      *THE OPEN PURCHASE ORDERS AND WHETHER EACH WAS EVER LATE OR
      *OVERDUE THIS MONTH (COUNTED ONCE, HOWEVER MANY DAYS IT SHOWS).
       01 WS-PO-TABLE.
           03 WS-PO-ENTRY OCCURS 100 TIMES INDEXED BY WS-PO-IDX.
               05 WS-PO-NUMBER       PIC X(8).
               05 WS-PO-PREFIX       PIC X(1).
               05 WS-PO-MISSED       PIC X(1).
       01 WS-PO-COUNT                PIC 9(3) VALUE 0.

      *THE HISTORY FILE IN STORAGE, LESS THE MONTH BEING SCORED AND
      *ANYTHING OLDER THAN 24 MONTHS, REWRITTEN AT THE END.
       01 WS-HIST-TABLE.
           03 WS-HIST-ENTRY OCCURS 1000 TIMES INDEXED BY WS-HIST-IDX.
               05 WS-HIST-REC        PIC X(80).
       01 WS-HIST-COUNT              PIC 9(4) VALUE 0.
       01 WS-HIST-DROPPED            PIC 9(6) VALUE 0.
       01 WS-CUTOFF-MONTH            PIC 9(6).
       01 WS-THIS-MONTH              PIC 9(6).

       01 WS-PCT                     PIC S9(7)V99.

       01 WS-RPT-HEAD.
           03 FILLER                 PIC X(36) VALUE
              "SUPPLIER PERFORMANCE SCORECARD -   ".
           03 RH-MONTH               PIC X(6).
           03 FILLER                 PIC X(58) VALUE
              "   (WORST FIRST - SCORE IS PERCENTAGE POINTS LOST)".
       01 WS-RPT-COL-HEAD.
           03 FILLER                 PIC X(29) VALUE "RK  SUPP NAME".
           03 FILLER                 PIC X(8) VALUE "INVOICES".
           03 FILLER                 PIC X(7) VALUE "ONTIME%".
           03 FILLER                 PIC X(7) VALUE "PRCVAR%".
           03 FILLER                 PIC X(7) VALUE "REJECT%".
           03 FILLER                 PIC X(7) VALUE "CREDIT%".
           03 FILLER                 PIC X(12) VALUE "  CREDIT VAL".
           03 FILLER                 PIC X(8) VALUE "   SCORE".
           03 FILLER                 PIC X(8) VALUE "   PRIOR".
           03 FILLER                 PIC X(7) VALUE " TREND".
       01 WS-RPT-LINE.
           03 RL-RANK                PIC Z9.
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 RL-CODE                PIC X(4).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 RL-NAME                PIC X(20).
           03 RL-INVOICES            PIC Z(7)9.
           03 RL-ONTIME              PIC ZZZ9.99.
           03 RL-PRCVAR              PIC ZZZ9.99.
           03 RL-REJECT              PIC ZZZ9.99.
           03 RL-CREDIT-PCT          PIC ZZZ9.99.
           03 RL-CREDIT-VALUE        PIC Z(11)9.
           03 RL-SCORE               PIC ZZZZ9.99.
           03 RL-PRIOR               PIC ZZZZ9.99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 RL-TREND               PIC X(6).
       01 WS-RPT-COUNT-LINE.
           03 CL-LABEL               PIC X(36).
           03 CL-COUNT               PIC Z(7)9.
           03 FILLER                 PIC X(56) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING SUPPLIER SCORECARD FOR "
                   WS-BUSINESS-YYYYMM
           PERFORM B100-LOAD-SUPPLIER-TABLE
           PERFORM B200-LOAD-PO-TABLE
           PERFORM B300-LOAD-HISTORY
           PERFORM C100-READ-DETLOUT
           PERFORM C200-READ-BADOUT
           PERFORM C300-READ-PRCVAR
           PERFORM C400-READ-POINVRPT
           PERFORM D100-SCORE-SUPPLIERS
           PERFORM W100-WRITE-SCORECARD
           PERFORM W200-REWRITE-HISTORY
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - SUPPLIERS SCORED:  " WS-SUP-COUNT
           DISPLAY "STATUS - SUPPLIER SCORECARD DONE"
           GOBACK
           .

       B100-LOAD-SUPPLIER-TABLE SECTION.
           OPEN INPUT SUP-CTRL-FILE
           IF SUPCTRL-OK
               PERFORM UNTIL SUPCTRL-EOF
                   READ SUP-CTRL-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF WS-SUP-COUNT < 26
                               ADD 1 TO WS-SUP-COUNT
                               SET WS-SUP-IDX TO WS-SUP-COUNT
                               MOVE SUP-PREFIX
                                 TO WS-SUP-PREFIX(WS-SUP-IDX)
                               MOVE SUP-CODE
                                 TO WS-SUP-CODE(WS-SUP-IDX)
                               MOVE SUP-NAME
                                 TO WS-SUP-NAME(WS-SUP-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUP-CTRL-FILE
           ELSE
               DISPLAY "ERROR - SUPCTRL NOT FOUND, NO SUPPLIERS TO "
                       "SCORE"
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           .

       B200-LOAD-PO-TABLE     SECTION.
           OPEN INPUT PO-CTRL-FILE
           IF NOT POCTRL-OK
               DISPLAY "WARNING - POCTRL NOT FOUND, ON-TIME RATES "
                       "SHOWN AS 100"
               GO TO B200-EXIT
           END-IF
           PERFORM UNTIL POCTRL-EOF
               READ PO-CTRL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF WS-PO-COUNT < 100
                           ADD 1 TO WS-PO-COUNT
                           SET WS-PO-IDX TO WS-PO-COUNT
                           MOVE PO-NUMBER TO WS-PO-NUMBER(WS-PO-IDX)
                           MOVE PO-PREFIX TO WS-PO-PREFIX(WS-PO-IDX)
                           MOVE 'N' TO WS-PO-MISSED(WS-PO-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PO-CTRL-FILE
           .
       B200-EXIT.
           EXIT.

      *KEEP EVERY EARLIER MONTH INSIDE THE 24-MONTH WINDOW, AND NOTE
      *EACH SUPPLIER'S MOST RECENT EARLIER SCORE FOR THE TREND.
       B300-LOAD-HISTORY      SECTION.
           MOVE WS-BUSINESS-YYYYMM TO WS-THIS-MONTH
           COMPUTE WS-CUTOFF-MONTH = WS-THIS-MONTH - 200
           OPEN INPUT HIST-FILE
           IF NOT HIST-OK
               DISPLAY "STATUS - NO SCRHIST, HISTORY STARTS THIS "
                       "MONTH"
               GO TO B300-EXIT
           END-IF
           PERFORM UNTIL HIST-EOF
               READ HIST-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF SH-MONTH < WS-BUSINESS-YYYYMM
                               AND SH-MONTH > WS-CUTOFF-MONTH
                           PERFORM B310-KEEP-HISTORY
                       ELSE
                           ADD 1 TO WS-HIST-DROPPED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIST-FILE
           .
       B300-EXIT.
           EXIT.

       B310-KEEP-HISTORY      SECTION.
           IF WS-HIST-COUNT < 1000
               ADD 1 TO WS-HIST-COUNT
               MOVE HIST-REC TO WS-HIST-REC(WS-HIST-COUNT)
           ELSE
               ADD 1 TO WS-HIST-DROPPED
           END-IF
           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUP-COUNT
               IF WS-SUP-CODE(WS-SUP-IDX) = SH-SUPPLIER-CODE
                       AND SH-MONTH >= WS-SUP-PRIOR-MONTH(WS-SUP-IDX)
                   MOVE SH-MONTH TO WS-SUP-PRIOR-MONTH(WS-SUP-IDX)
                   MOVE SH-SCORE TO WS-SUP-PRIOR-SCORE(WS-SUP-IDX)
               END-IF
           END-PERFORM
           .

      *PRICED LINES COUNT AS INVOICES AND SPEND; CREDIT NOTES ARE
      *THE CREDIT VALUE.
       C100-READ-DETLOUT      SECTION.
           OPEN INPUT DETL-IN
           IF NOT DETL-OK
               DISPLAY "WARNING - NO DETLOUT, NO PRICED INVOICES "
                       "COUNTED"
               MOVE 4 TO RETURN-CODE
               GO TO C100-EXIT
           END-IF
           PERFORM UNTIL DETL-EOF
               READ DETL-IN
                   AT END CONTINUE
                   NOT AT END
                       ADD 1 TO WS-RUN-INPUT-COUNT
                       MOVE DET-INV-PREFIX TO WS-FIND-PREFIX
                       PERFORM C900-FIND-SUPPLIER
                       IF SUP-FOUND AND DET-EXTENDED-VALUE NUMERIC
                           IF DET-CREDIT-FLAG = 'C'
                               ADD DET-EXTENDED-VALUE
                                 TO WS-SUP-CREDIT(WS-SUP-IDX)
                           ELSE
                               ADD 1 TO WS-SUP-PRICED(WS-SUP-IDX)
                               ADD DET-EXTENDED-VALUE
                                 TO WS-SUP-SPEND(WS-SUP-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DETL-IN
           .
       C100-EXIT.
           EXIT.

       C200-READ-BADOUT       SECTION.
           OPEN INPUT BAD-IN
           IF NOT BAD-OK
               DISPLAY "WARNING - NO BADOUT, NO REJECTIONS COUNTED"
               GO TO C200-EXIT
           END-IF
           PERFORM UNTIL BAD-EOF
               READ BAD-IN
                   AT END CONTINUE
                   NOT AT END
                       ADD 1 TO WS-RUN-INPUT-COUNT
                       MOVE BAD-INV-PREFIX TO WS-FIND-PREFIX
                       PERFORM C900-FIND-SUPPLIER
                       IF SUP-FOUND
                           ADD 1 TO WS-SUP-REJECTED(WS-SUP-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BAD-IN
           .
       C200-EXIT.
           EXIT.

       C300-READ-PRCVAR       SECTION.
           OPEN INPUT PRC-VAR-IN
           IF NOT PRCVAR-OK
               DISPLAY "WARNING - NO PRCVAR, NO PRICE VARIANCES "
                       "COUNTED"
               GO TO C300-EXIT
           END-IF
           PERFORM UNTIL PRCVAR-EOF
               READ PRC-VAR-IN
                   AT END CONTINUE
                   NOT AT END
                       IF PVI-LABEL = "DEPT "
                           ADD 1 TO WS-RUN-INPUT-COUNT
                           MOVE PVI-INV-PREFIX TO WS-FIND-PREFIX
                           PERFORM C900-FIND-SUPPLIER
                           IF SUP-FOUND
                               ADD 1 TO WS-SUP-PRCVAR(WS-SUP-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRC-VAR-IN
           .
       C300-EXIT.
           EXIT.

      *A PO LATE OR OVERDUE ON ANY DAY OF THE MONTH IS A MISSED
      *DELIVERY - ONCE.
       C400-READ-POINVRPT     SECTION.
           OPEN INPUT PO-RPT-IN
           IF NOT PORPT-OK
               DISPLAY "WARNING - NO POINVRPT, NO LATE DELIVERIES "
                       "COUNTED"
               GO TO C400-EXIT
           END-IF
           PERFORM UNTIL PORPT-EOF
               READ PO-RPT-IN
                   AT END CONTINUE
                   NOT AT END
                       IF PRI-LATE OR PRI-OVERDUE
                           ADD 1 TO WS-RUN-INPUT-COUNT
                           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                                   UNTIL WS-PO-IDX > WS-PO-COUNT
                               IF WS-PO-NUMBER(WS-PO-IDX) = PRI-PO
                                   MOVE 'Y' TO WS-PO-MISSED(WS-PO-IDX)
                                   EXIT PERFORM
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PO-RPT-IN
           .
       C400-EXIT.
           EXIT.

       C900-FIND-SUPPLIER     SECTION.
           MOVE 'N' TO WS-SUP-FOUND
           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUP-COUNT
               IF WS-SUP-PREFIX(WS-SUP-IDX) = WS-FIND-PREFIX
                   SET SUP-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT SUP-FOUND
               ADD 1 TO WS-UNMATCHED-COUNT
           END-IF
           .

      *RATES AS PERCENTAGES TO TWO PLACES, CAPPED AT 999.99.
       D100-SCORE-SUPPLIERS   SECTION.
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-COUNT
               MOVE WS-PO-PREFIX(WS-PO-IDX) TO WS-FIND-PREFIX
               PERFORM C900-FIND-SUPPLIER
               IF SUP-FOUND
                   ADD 1 TO WS-SUP-PO-COUNT(WS-SUP-IDX)
                   IF WS-PO-MISSED(WS-PO-IDX) = 'Y'
                       ADD 1 TO WS-SUP-PO-MISSED(WS-SUP-IDX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUP-COUNT
               COMPUTE WS-SUP-INVOICES(WS-SUP-IDX) =
                       WS-SUP-PRICED(WS-SUP-IDX)
                     + WS-SUP-REJECTED(WS-SUP-IDX)
               IF WS-SUP-PO-COUNT(WS-SUP-IDX) > 0
                   COMPUTE WS-SUP-ONTIME-PCT(WS-SUP-IDX) ROUNDED =
                           (WS-SUP-PO-COUNT(WS-SUP-IDX)
                          - WS-SUP-PO-MISSED(WS-SUP-IDX)) * 100
                           / WS-SUP-PO-COUNT(WS-SUP-IDX)
               ELSE
                   MOVE 100 TO WS-SUP-ONTIME-PCT(WS-SUP-IDX)
               END-IF
               IF WS-SUP-INVOICES(WS-SUP-IDX) > 0
                   COMPUTE WS-PCT ROUNDED =
                           WS-SUP-PRCVAR(WS-SUP-IDX) * 100
                           / WS-SUP-INVOICES(WS-SUP-IDX)
                   PERFORM D190-CAP-PCT
                   MOVE WS-PCT TO WS-SUP-PRCVAR-PCT(WS-SUP-IDX)
                   COMPUTE WS-PCT ROUNDED =
                           WS-SUP-REJECTED(WS-SUP-IDX) * 100
                           / WS-SUP-INVOICES(WS-SUP-IDX)
                   PERFORM D190-CAP-PCT
                   MOVE WS-PCT TO WS-SUP-REJECT-PCT(WS-SUP-IDX)
               END-IF
               IF WS-SUP-SPEND(WS-SUP-IDX) > 0
                   COMPUTE WS-PCT ROUNDED =
                           WS-SUP-CREDIT(WS-SUP-IDX) * 100
                           / WS-SUP-SPEND(WS-SUP-IDX)
                   PERFORM D190-CAP-PCT
                   MOVE WS-PCT TO WS-SUP-CREDIT-PCT(WS-SUP-IDX)
               ELSE
                   IF WS-SUP-CREDIT(WS-SUP-IDX) > 0
                       MOVE 999.99 TO WS-SUP-CREDIT-PCT(WS-SUP-IDX)
                   END-IF
               END-IF
               COMPUTE WS-SUP-SCORE(WS-SUP-IDX) =
                       100 - WS-SUP-ONTIME-PCT(WS-SUP-IDX)
                     + WS-SUP-PRCVAR-PCT(WS-SUP-IDX)
                     + WS-SUP-REJECT-PCT(WS-SUP-IDX)
                     + WS-SUP-CREDIT-PCT(WS-SUP-IDX)
           END-PERFORM
           .

       D190-CAP-PCT           SECTION.
           IF WS-PCT > 999.99
               MOVE 999.99 TO WS-PCT
           END-IF
           .

      *PRINT WORST SCORE FIRST - PICK THE HIGHEST UNRANKED SCORE
      *EACH TIME ROUND.
       W100-WRITE-SCORECARD   SECTION.
           OPEN OUTPUT SCORE-RPT-FILE
           IF NOT RPT-OK
               DISPLAY "ERROR - COULD NOT OPEN SCRRPT, STATUS "
                       WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE WS-BUSINESS-YYYYMM TO RH-MONTH
           WRITE SCORE-RPT-RECORD FROM WS-RPT-HEAD
           WRITE SCORE-RPT-RECORD FROM WS-RPT-COL-HEAD
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > WS-SUP-COUNT
               MOVE 0 TO WS-SUP-WORST
               PERFORM VARYING WS-SUP-I FROM 1 BY 1
                       UNTIL WS-SUP-I > WS-SUP-COUNT
                   IF WS-SUP-RANKED(WS-SUP-I) = 'N'
                       IF WS-SUP-WORST = 0
                           MOVE WS-SUP-I TO WS-SUP-WORST
                       ELSE
                           IF WS-SUP-SCORE(WS-SUP-I) >
                              WS-SUP-SCORE(WS-SUP-WORST)
                               MOVE WS-SUP-I TO WS-SUP-WORST
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 'Y' TO WS-SUP-RANKED(WS-SUP-WORST)
               PERFORM W110-WRITE-SUPPLIER-LINE
           END-PERFORM
           MOVE SPACES TO SCORE-RPT-RECORD
           WRITE SCORE-RPT-RECORD
           MOVE "EVIDENCE WITH NO SUPCTRL SUPPLIER:  " TO CL-LABEL
           MOVE WS-UNMATCHED-COUNT TO CL-COUNT
           WRITE SCORE-RPT-RECORD FROM WS-RPT-COUNT-LINE
           CLOSE SCORE-RPT-FILE
           .

       W110-WRITE-SUPPLIER-LINE SECTION.
           SET WS-SUP-IDX TO WS-SUP-WORST
           MOVE WS-RANK TO RL-RANK
           MOVE WS-SUP-CODE(WS-SUP-IDX) TO RL-CODE
           MOVE WS-SUP-NAME(WS-SUP-IDX) TO RL-NAME
           MOVE WS-SUP-INVOICES(WS-SUP-IDX) TO RL-INVOICES
           MOVE WS-SUP-ONTIME-PCT(WS-SUP-IDX) TO RL-ONTIME
           MOVE WS-SUP-PRCVAR-PCT(WS-SUP-IDX) TO RL-PRCVAR
           MOVE WS-SUP-REJECT-PCT(WS-SUP-IDX) TO RL-REJECT
           MOVE WS-SUP-CREDIT-PCT(WS-SUP-IDX) TO RL-CREDIT-PCT
           MOVE WS-SUP-CREDIT(WS-SUP-IDX) TO RL-CREDIT-VALUE
           MOVE WS-SUP-SCORE(WS-SUP-IDX) TO RL-SCORE
           MOVE WS-SUP-PRIOR-SCORE(WS-SUP-IDX) TO RL-PRIOR
           EVALUATE TRUE
               WHEN WS-SUP-PRIOR-MONTH(WS-SUP-IDX) = SPACES
                   MOVE "NEW" TO RL-TREND
               WHEN WS-SUP-SCORE(WS-SUP-IDX) <
                    WS-SUP-PRIOR-SCORE(WS-SUP-IDX)
                   MOVE "BETTER" TO RL-TREND
               WHEN WS-SUP-SCORE(WS-SUP-IDX) >
                    WS-SUP-PRIOR-SCORE(WS-SUP-IDX)
                   MOVE "WORSE" TO RL-TREND
               WHEN OTHER
                   MOVE "SAME" TO RL-TREND
           END-EVALUATE
           WRITE SCORE-RPT-RECORD FROM WS-RPT-LINE
           .

      *EARLIER MONTHS AS KEPT, THEN THIS MONTH'S FIGURES.
       W200-REWRITE-HISTORY   SECTION.
           OPEN OUTPUT HIST-FILE
           IF NOT HIST-OK
               DISPLAY "ERROR - COULD NOT REWRITE SCRHIST, STATUS "
                       WS-HIST-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO W200-EXIT
           END-IF
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT
               MOVE WS-HIST-REC(WS-HIST-IDX) TO HIST-REC
               WRITE HIST-REC
           END-PERFORM
           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUP-COUNT
               MOVE SPACES TO HIST-REC
               MOVE WS-BUSINESS-YYYYMM TO SH-MONTH
               MOVE WS-SUP-CODE(WS-SUP-IDX) TO SH-SUPPLIER-CODE
               MOVE WS-SUP-INVOICES(WS-SUP-IDX) TO SH-INV-COUNT
               MOVE WS-SUP-ONTIME-PCT(WS-SUP-IDX) TO SH-ONTIME-PCT
               MOVE WS-SUP-PRCVAR-PCT(WS-SUP-IDX) TO SH-PRCVAR-PCT
               MOVE WS-SUP-REJECT-PCT(WS-SUP-IDX) TO SH-REJECT-PCT
               MOVE WS-SUP-CREDIT-PCT(WS-SUP-IDX) TO SH-CREDIT-PCT
               MOVE WS-SUP-CREDIT(WS-SUP-IDX) TO SH-CREDIT-VALUE
               MOVE WS-SUP-SCORE(WS-SUP-IDX) TO SH-SCORE
               WRITE HIST-REC
           END-PERFORM
           CLOSE HIST-FILE
           .
       W200-EXIT.
           EXIT.

      *WRITE ONE SUMMARY RECORD TO THE SHARED CROSS-SUITE RUN LOG.
       Z100-WRITE-RUN-LOG     SECTION.
           MOVE "EXPPRG68" TO RL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE WS-RUN-INPUT-COUNT TO RL-INPUT-COUNT
           MOVE WS-SUP-COUNT TO RL-OUTPUT-COUNT
           MOVE WS-UNMATCHED-COUNT TO RL-OUTPUT-COUNT-2
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
