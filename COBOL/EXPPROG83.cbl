       ID DIVISION.
       PROGRAM-ID. EXPPROG83.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * MONTHLY OVERHEAD ALLOCATION. SHARED COSTS SIT IN SINGLE
      * LEDGER CODES; THE ALLOCATION RULES FILE (ALLOCCTL) NAMES
      * EACH SOURCE CODE, ITS BASIS AND THE COST-CENTRE LEDGER
      * CODES THAT RECEIVE IT:
      *   'P' - FIXED PERCENTAGES, WHICH MUST ADD TO 100.00
      *   'D' - SHARE OF GOODOUT REVENUE BY DEPARTMENT (THE KEY
      *         IS THE DEPARTMENT DIGIT)
      *   'S' - SHARE OF GOODOUT REVENUE BY STORE (THE KEY IS THE
      *         STORE CODE)
      * GOODOUT REVENUE IS RETAIL PLUS SALE-PRICED, THE FIGURE
      * EXPPROG26 REPORTS - DEPARTMENTS FROM THE COMPANY RECORD,
      * STORES FROM THE PER-STORE RECORDS BEHIND IT.
      *
      * EACH SOURCE'S LEDGMAST BALANCE IS CLEARED TO ITS COST
      * CENTRES IN ONE BALANCED BATCH ON ALLOCJRN (THE EXPPROG25
      * JOURNAL LAYOUT, FOR THE EXPPROG50 POSTING), DATED THE LAST
      * DAY OF THE PERIOD WITH SEQUENCE 5001 - A RERUN BEFORE OR
      * AFTER POSTING MAKES THE SAME BATCH, WHICH EXPPROG50 SKIPS.
      * SHARES ARE ROUNDED TO WHOLE UNITS AND THE ROUNDING GOES TO
      * THE LARGEST RECEIVER SO EVERY SOURCE CLEARS EXACTLY.
      * ALLOCRPT IS THE SCHEDULE - BASIS, SHARE AND AMOUNT PER
      * RECEIVING COST CENTRE.
      *
      * A BAD RULE, PERCENTAGES NOT ADDING TO 100, A REVENUE BASIS
      * WITH NO GOODOUT, OR A CLOSED PERIOD STOPS THE RUN RC 16
      * WITH NOTHING WRITTEN. A SOURCE WITH NOTHING TO ALLOCATE OR
      * A REVENUE BASIS WHOSE KEYS TOOK NO REVENUE IS SKIPPED WITH
      * RC 4.
      *
      * PARM - THE PERIOD AS YYYYMM; THE MONTH OF THE BUSINESS
      * DATE WHEN ABSENT.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT ALLOC-CTRL-FILE ASSIGN TO ALLOCCTL
           FILE STATUS IS WS-ACTL-STATUS.
           SELECT DEPT-TOTALS-INPUT ASSIGN TO GOODOUT
           FILE STATUS IS WS-DEPT-STATUS.
           SELECT LEDGER-MASTER ASSIGN TO LEDGMAST
           FILE STATUS IS WS-LEDG-STATUS.
           SELECT PERIOD-CTRL-FILE ASSIGN TO PERDCTL
           FILE STATUS IS WS-PERD-STATUS.
           SELECT ALLOC-JOURNAL ASSIGN TO ALLOCJRN
           FILE STATUS IS WS-AJRN-STATUS.
           SELECT ALLOC-RPT-FILE ASSIGN TO ALLOCRPT
           FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *ONE ROW PER RECEIVING COST CENTRE; A SOURCE'S ROWS RUN
      *TOGETHER AND CARRY THE SAME BASIS.
       FD ALLOC-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 ALLOC-CTRL-REC.
           03 AL-SOURCE-CODE         PIC X(8).
           03 AL-BASIS               PIC X(1).
               88 AL-BASIS-PERCENT   VALUE 'P'.
               88 AL-BASIS-DEPT      VALUE 'D'.
               88 AL-BASIS-STORE     VALUE 'S'.
           03 AL-TARGET-CODE         PIC X(8).
           03 AL-KEY                 PIC X(3).
           03 AL-KEY-DEPT REDEFINES AL-KEY.
               05 AL-DEPT            PIC 9(1).
               05 FILLER             PIC X(2).
           03 AL-PERCENT             PIC 9(3)V99.
           03 FILLER                 PIC X(55).

      *EXPPROG2'S GOOD-REC LAYOUT - MUST BE KEPT IN STEP.
       FD DEPT-TOTALS-INPUT BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 GOOD-REC.
           03 GOOD-DEPT-ENTRY OCCURS 9 TIMES.
               05 GD-DEPT           PIC 9(1).
               05 GD-RETAIL-TOTAL   PIC 9(7) COMP-3.
               05 GD-SALE-TOTAL     PIC 9(7) COMP-3.
               05 GD-TAX-TOTAL      PIC 9(7)V99 COMP-3.
           03 GD-RUN-TAX-TOTAL   PIC 9(9)V99 COMP-3.
      *SPACES ON THE COMPANY RECORD (ALWAYS FIRST); PER-STORE
      *SECTION RECORDS FOLLOW IT.
           03 GD-STORE-CODE      PIC X(3).
           03 FILLER             PIC X(7).

      *EXPPROG50'S LEDGER BALANCE MASTER - MUST BE KEPT IN STEP.
       FD LEDGER-MASTER BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 LEDGER-MASTER-REC.
           03 LM-LEDGER-CODE       PIC X(8).
           03 LM-DEBIT-TOTAL       PIC S9(13) SIGN LEADING SEPARATE.
           03 LM-CREDIT-TOTAL      PIC S9(13) SIGN LEADING SEPARATE.
           03 LM-BALANCE           PIC S9(13) SIGN LEADING SEPARATE.
           03 FILLER               PIC X(30).

      *ONE ROW PER ACCOUNTING PERIOD: YYYYMM AND 'O'PEN/'C'LOSED,
      *OR 'Y' FOR THE FINAL PERIOD OF A CLOSED YEAR.
       FD PERIOD-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 PERIOD-CTRL-REC.
           03 PD-PERIOD            PIC 9(6).
           03 PD-STATUS            PIC X(1).
           03 FILLER               PIC X(73).

      *EXPPROG25'S JOURNAL BATCH LAYOUT - MUST BE KEPT IN STEP.
       FD ALLOC-JOURNAL BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 JOURNAL-RECORD.
           03 JR-LEDGER-CODE       PIC X(8).
           03 JR-DRCR              PIC X(2).
           03 JR-AMOUNT            PIC S9(9) SIGN LEADING SEPARATE.
           03 JR-SOURCE-JOB        PIC X(8).
           03 JR-ACCOUNT-NUM       PIC X(5).
           03 JR-MARKER            PIC X(1).
           03 JR-RUN-DATE          PIC X(8).
           03 FILLER               PIC X(37).
           03 JR-REC-TYPE          PIC X(1).
       01 JOURNAL-HEADER-RECORD REDEFINES JOURNAL-RECORD.
           03 JH-BATCH-DATE        PIC 9(8).
           03 JH-BATCH-SEQ         PIC 9(4).
           03 FILLER               PIC X(67).
           03 JH-REC-TYPE          PIC X(1).
       01 JOURNAL-TRAILER-RECORD REDEFINES JOURNAL-RECORD.
           03 JT-RECORD-COUNT      PIC 9(7).
           03 JT-DEBIT-TOTAL       PIC S9(11) SIGN LEADING SEPARATE.
           03 JT-CREDIT-TOTAL      PIC S9(11) SIGN LEADING SEPARATE.
           03 FILLER               PIC X(48).
           03 JT-REC-TYPE          PIC X(1).

       FD ALLOC-RPT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 ALLOC-RPT-RECORD         PIC X(80).

       FD RUN-LOG-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 RUN-LOG-RECORD.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE         PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP       PIC X(16) VALUE SPACES.

       01 WS-ACTL-STATUS           PIC X(2).
           88 ACTL-OK              VALUE "00".
       01 WS-DEPT-STATUS           PIC X(2).
           88 DEPT-OK              VALUE "00".
           88 DEPT-NOTFOUND        VALUE "35".
       01 WS-LEDG-STATUS           PIC X(2).
           88 LEDG-OK              VALUE "00".
       01 WS-PERD-STATUS           PIC X(2).
           88 PERD-OK              VALUE "00".
       01 WS-AJRN-STATUS           PIC X(2).
           88 AJRN-OK              VALUE "00".
       01 WS-RPT-STATUS            PIC X(2).
           88 RPT-OK               VALUE "00".
       01 WS-RUNLOG-STATUS         PIC X(2).

       01 WS-EOF-FLAG              PIC X VALUE 'N'.
           88 INPUT-DONE           VALUE 'Y'.

       01 WS-RUN-INPUT-COUNT       PIC 9(8) VALUE 0.
       01 WS-ALLOCATED-COUNT       PIC 9(8) VALUE 0.
       01 WS-SKIPPED-COUNT         PIC 9(8) VALUE 0.
       01 WS-ERROR-COUNT           PIC 9(8) VALUE 0.
       01 WS-REVENUE-NEEDED        PIC X VALUE 'N'.
           88 REVENUE-NEEDED       VALUE 'Y'.

      *THE PERIOD AND ITS LAST DAY
       01 WS-PERIOD                PIC X(6).
       01 WS-PERIOD-NUM REDEFINES WS-PERIOD PIC 9(6).
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           03 WS-PERIOD-YYYY       PIC 9(4).
           03 WS-PERIOD-MM         PIC 9(2).
       01 WS-BATCH-DATE            PIC 9(8).
       01 WS-BATCH-DATE-PARTS REDEFINES WS-BATCH-DATE.
           03 WS-BATCH-YYYYMM      PIC 9(6).
           03 WS-BATCH-DD          PIC 9(2).
       01 WS-BATCH-SEQ             PIC 9(4) VALUE 5001.
       01 WS-MONTH-DAYS-LIST       PIC X(24)
                                   VALUE '312831303130313130313031'.
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
           03 WS-MONTH-DAYS        PIC 9(2) OCCURS 12 TIMES.
       01 WS-LEAP-QUOT             PIC 9(4).
       01 WS-LEAP-REM-4            PIC 9(4).
       01 WS-LEAP-REM-100          PIC 9(4).
       01 WS-LEAP-REM-400          PIC 9(4).

      *PERIOD CONTROL - NO PERDCTL (OR NO ROW) MEANS OPEN.
       01 WS-PERD-TABLE.
           03 WS-PD-ENTRY OCCURS 36 TIMES.
               05 WS-PD-PERIOD     PIC 9(6).
               05 WS-PD-STATUS     PIC X(1).
       01 WS-PERD-COUNT            PIC 9(2) VALUE 0.
       01 WS-PD-IDX                PIC 9(2).
       01 WS-CHECK-PERIOD          PIC 9(6) VALUE 0.
       01 WS-PERIOD-CLOSED-FLAG    PIC X VALUE 'N'.
           88 PERIOD-CLOSED        VALUE 'Y'.

      *THE RULES - ONE ENTRY PER SOURCE, POINTING AT ITS RUN OF
      *RECEIVERS
       01 WS-RULE-TABLE.
           03 WS-RU-ENTRY OCCURS 100 TIMES.
               05 WS-RU-SOURCE      PIC X(8).
               05 WS-RU-BASIS       PIC X(1).
               05 WS-RU-FIRST       PIC 9(3).
               05 WS-RU-LAST        PIC 9(3).
       01 WS-RULE-COUNT            PIC 9(3) VALUE 0.
       01 WS-RU-IDX                PIC 9(3).
       01 WS-RU-SCAN               PIC 9(3).
       01 WS-RECV-TABLE.
           03 WS-RV-ENTRY OCCURS 500 TIMES.
               05 WS-RV-TARGET      PIC X(8).
               05 WS-RV-KEY         PIC X(3).
               05 WS-RV-BASIS-VALUE PIC S9(11)V99.
               05 WS-RV-AMOUNT      PIC S9(13).
       01 WS-RECV-COUNT            PIC 9(3) VALUE 0.
       01 WS-RV-IDX                PIC 9(3).
       01 WS-RV-LARGEST            PIC 9(3).

      *GOODOUT REVENUE BY DEPARTMENT AND BY STORE
       01 WS-DEPT-REVENUE-TABLE.
           03 WS-DEPT-REVENUE      PIC S9(11) OCCURS 9 TIMES.
       01 WS-STORE-REVENUE-TABLE.
           03 WS-ST-ENTRY OCCURS 50 TIMES.
               05 WS-ST-CODE        PIC X(3).
               05 WS-ST-REVENUE     PIC S9(11).
       01 WS-STORE-COUNT           PIC 9(2) VALUE 0.
       01 WS-ST-IDX                PIC 9(2).
       01 WS-SLOT-IDX              PIC 9(2).
       01 WS-DEPT-NUM              PIC 9(1).
       01 WS-GOOD-REC-COUNT        PIC 9(5) VALUE 0.

      *THE LEDGER BALANCES
       01 WS-LEDG-TABLE.
           03 WS-LDG-ENTRY OCCURS 100 TIMES.
               05 WS-LDG-CODE       PIC X(8).
               05 WS-LDG-BALANCE    PIC S9(13).
       01 WS-LEDG-COUNT            PIC 9(3) VALUE 0.
       01 WS-LDG-IDX               PIC 9(3).

      *ONE RULE AT A TIME
       01 WS-SOURCE-BALANCE        PIC S9(13).
       01 WS-ALLOC-AMOUNT          PIC S9(13).
       01 WS-ALLOC-SUM             PIC S9(13).
       01 WS-BASIS-TOTAL           PIC S9(11)V99.
       01 WS-SHARE-PCT             PIC S9(3)V99.
       01 WS-SOURCE-DRCR           PIC X(2).
       01 WS-TARGET-DRCR           PIC X(2).
       01 WS-PERCENT-TOTAL         PIC 9(5)V99.

      *BATCH BUILDING
       01 WS-BATCH-OPEN-FLAG       PIC X VALUE 'N'.
           88 BATCH-OPEN           VALUE 'Y'.
       01 WS-BATCH-LEGS            PIC 9(7) VALUE 0.
       01 WS-BATCH-DEBITS          PIC S9(11) VALUE 0.
       01 WS-BATCH-CREDITS         PIC S9(11) VALUE 0.
       01 WS-LEG-CODE              PIC X(8).
       01 WS-LEG-DRCR              PIC X(2).
       01 WS-LEG-REMAINING         PIC S9(13).
       01 WS-LEG-PIECE             PIC S9(9).
       01 WS-LEG-LIMIT             PIC S9(9) VALUE 999999999.

      *REPORT LINES
       01 AL-TITLE-LINE.
           03 FILLER               PIC X(29) VALUE
              'OVERHEAD ALLOCATION - PERIOD '.
           03 AT-PERIOD            PIC 9(6).
           03 FILLER               PIC X(8) VALUE '  BATCH '.
           03 AT-BATCH-DATE        PIC 9(8).
           03 FILLER               PIC X(1) VALUE '/'.
           03 AT-BATCH-SEQ         PIC 9(4).
           03 FILLER               PIC X(24) VALUE SPACES.
       01 AL-SOURCE-LINE.
           03 FILLER               PIC X(7) VALUE 'SOURCE '.
           03 AS-SOURCE            PIC X(8).
           03 FILLER               PIC X(8) VALUE '  BASIS '.
           03 AS-BASIS-TEXT        PIC X(24).
           03 FILLER               PIC X(9) VALUE ' BALANCE '.
           03 AS-BALANCE           PIC -(12)9.
           03 FILLER               PIC X(11) VALUE SPACES.
       01 AL-HEAD-LINE.
           03 FILLER               PIC X(14) VALUE
              '  COST CTR KEY'.
           03 FILLER               PIC X(15) VALUE
              '    BASIS VALUE'.
           03 FILLER               PIC X(8) VALUE '  SHARE%'.
           03 FILLER               PIC X(15) VALUE
              '         AMOUNT'.
           03 FILLER               PIC X(28) VALUE SPACES.
       01 AL-DETAIL-LINE.
           03 FILLER               PIC X(2) VALUE SPACES.
           03 AD-TARGET            PIC X(8).
           03 FILLER               PIC X(1) VALUE SPACES.
           03 AD-KEY               PIC X(3).
           03 FILLER               PIC X(1) VALUE SPACES.
           03 AD-BASIS-VALUE       PIC Z(10)9.99.
           03 FILLER               PIC X(2) VALUE SPACES.
           03 AD-SHARE-PCT         PIC ZZ9.99.
           03 FILLER               PIC X(2) VALUE SPACES.
           03 AD-AMOUNT            PIC -(12)9.
           03 FILLER               PIC X(28) VALUE SPACES.
       01 AL-TOTAL-LINE.
           03 FILLER               PIC X(39) VALUE
              '  TOTAL ALLOCATED'.
           03 AU-AMOUNT            PIC -(12)9.
           03 FILLER               PIC X(28) VALUE SPACES.
       01 AL-NOTE-LINE.
           03 AN-TEXT              PIC X(80).
      *
       LINKAGE SECTION.
       01 INPUT-PARM.
           03 PARM-LENGTH          PIC S9(04) COMP.
           03 PARM-PERIOD          PIC X(6).
      *
       PROCEDURE DIVISION USING INPUT-PARM.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING OVERHEAD ALLOCATION"
           PERFORM B100-CHECK-PARM
           PERFORM B200-LOAD-PERIOD-TABLE
           MOVE WS-PERIOD-NUM TO WS-CHECK-PERIOD
           PERFORM B210-CHECK-PERIOD
           IF PERIOD-CLOSED
               DISPLAY "ERROR - PERIOD " WS-PERIOD " IS CLOSED ON "
                       "PERDCTL, NOTHING ALLOCATED"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM B300-LOAD-RULES
           IF REVENUE-NEEDED
               PERFORM B400-LOAD-REVENUE
           END-IF
           PERFORM B500-LOAD-LEDGER
           IF WS-ERROR-COUNT > 0
               DISPLAY "ERROR - " WS-ERROR-COUNT " PROBLEM(S) FOUND, "
                       "NOTHING ALLOCATED"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN OUTPUT ALLOC-JOURNAL
           IF NOT AJRN-OK
               DISPLAY "ERROR - COULD NOT OPEN ALLOCJRN, STATUS "
                       WS-AJRN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN OUTPUT ALLOC-RPT-FILE
           MOVE WS-PERIOD-NUM TO AT-PERIOD
           MOVE WS-BATCH-DATE TO AT-BATCH-DATE
           MOVE WS-BATCH-SEQ TO AT-BATCH-SEQ
           WRITE ALLOC-RPT-RECORD FROM AL-TITLE-LINE
           PERFORM C100-ALLOCATE-RULE
               VARYING WS-RU-IDX FROM 1 BY 1
               UNTIL WS-RU-IDX > WS-RULE-COUNT
           IF BATCH-OPEN
               PERFORM E300-END-BATCH
           END-IF
           CLOSE ALLOC-JOURNAL
                 ALLOC-RPT-FILE
           IF WS-SKIPPED-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - SOURCES ALLOCATED: " WS-ALLOCATED-COUNT
                   "  SKIPPED: " WS-SKIPPED-COUNT
           DISPLAY "STATUS - OVERHEAD ALLOCATION DONE"
           GOBACK
           .

       B100-CHECK-PARM        SECTION.
           IF PARM-LENGTH >= 6
               MOVE PARM-PERIOD TO WS-PERIOD
           ELSE
               MOVE WS-BUSINESS-DATE(1:6) TO WS-PERIOD
           END-IF
           IF WS-PERIOD NOT NUMERIC
                   OR WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               DISPLAY "ERROR - INVALID PERIOD " WS-PERIOD
                       " - PARM IS YYYYMM"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE WS-PERIOD-NUM TO WS-BATCH-YYYYMM
           MOVE WS-MONTH-DAYS(WS-PERIOD-MM) TO WS-BATCH-DD
           IF WS-PERIOD-MM = 2
               DIVIDE WS-PERIOD-YYYY BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-PERIOD-YYYY BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-PERIOD-YYYY BY 400 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = 0 AND
                  (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
                   MOVE 29 TO WS-BATCH-DD
               END-IF
           END-IF
           DISPLAY "STATUS - PERIOD " WS-PERIOD ", BATCH "
                   WS-BATCH-DATE "/" WS-BATCH-SEQ
           .

       B200-LOAD-PERIOD-TABLE SECTION.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PERIOD-CTRL-FILE
           IF PERD-OK
               PERFORM UNTIL INPUT-DONE
                   READ PERIOD-CTRL-FILE
                       AT END SET INPUT-DONE TO TRUE
                       NOT AT END
                           IF WS-PERD-COUNT < 36
                                   AND PD-PERIOD NUMERIC
                               ADD 1 TO WS-PERD-COUNT
                               MOVE WS-PERD-COUNT TO WS-PD-IDX
                               MOVE PD-PERIOD
                                 TO WS-PD-PERIOD(WS-PD-IDX)
                               MOVE PD-STATUS
                                 TO WS-PD-STATUS(WS-PD-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CTRL-FILE
           ELSE
               DISPLAY "WARNING - PERDCTL NOT FOUND, EVERY PERIOD "
                       "TREATED AS OPEN"
           END-IF
           .

       B210-CHECK-PERIOD      SECTION.
           MOVE 'N' TO WS-PERIOD-CLOSED-FLAG
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PERD-COUNT
               IF WS-PD-PERIOD(WS-PD-IDX) = WS-CHECK-PERIOD
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

       B300-LOAD-RULES        SECTION.
           OPEN INPUT ALLOC-CTRL-FILE
           IF NOT ACTL-OK
               DISPLAY "ERROR - COULD NOT OPEN ALLOCCTL, STATUS "
                       WS-ACTL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ ALLOC-CTRL-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RUN-INPUT-COUNT
                       PERFORM B310-ADD-RULE-ROW
               END-READ
           END-PERFORM
           CLOSE ALLOC-CTRL-FILE
           PERFORM B330-CHECK-PERCENTAGES
               VARYING WS-RU-IDX FROM 1 BY 1
               UNTIL WS-RU-IDX > WS-RULE-COUNT
           DISPLAY "STATUS - " WS-RULE-COUNT " SOURCE(S) TO "
                   WS-RECV-COUNT " COST CENTRE ROW(S)"
           .

      *A ROW FOR A NEW SOURCE STARTS A RULE; A SOURCE THAT ALREADY
      *HAS A RULE FURTHER BACK IS AN ERROR.
       B310-ADD-RULE-ROW      SECTION.
           IF AL-SOURCE-CODE = SPACES OR AL-TARGET-CODE = SPACES
                   OR AL-SOURCE-CODE = AL-TARGET-CODE
               DISPLAY "ERROR - ALLOCCTL ROW '" AL-SOURCE-CODE
                       "' TO '" AL-TARGET-CODE "' NEEDS TWO "
                       "DIFFERENT LEDGER CODES"
               ADD 1 TO WS-ERROR-COUNT
               GO TO B310-EXIT
           END-IF
           EVALUATE TRUE
               WHEN AL-BASIS-PERCENT
                   IF AL-PERCENT NOT NUMERIC
                       DISPLAY "ERROR - ALLOCCTL ROW " AL-SOURCE-CODE
                               " TO " AL-TARGET-CODE
                               " NEEDS A PERCENTAGE"
                       ADD 1 TO WS-ERROR-COUNT
                       GO TO B310-EXIT
                   END-IF
               WHEN AL-BASIS-DEPT
                   IF AL-KEY(1:1) NOT NUMERIC OR AL-DEPT = 0
                       DISPLAY "ERROR - ALLOCCTL ROW " AL-SOURCE-CODE
                               " TO " AL-TARGET-CODE
                               " NEEDS A DEPARTMENT 1-9"
                       ADD 1 TO WS-ERROR-COUNT
                       GO TO B310-EXIT
                   END-IF
                   SET REVENUE-NEEDED TO TRUE
               WHEN AL-BASIS-STORE
                   IF AL-KEY = SPACES
                       DISPLAY "ERROR - ALLOCCTL ROW " AL-SOURCE-CODE
                               " TO " AL-TARGET-CODE
                               " NEEDS A STORE CODE"
                       ADD 1 TO WS-ERROR-COUNT
                       GO TO B310-EXIT
                   END-IF
                   SET REVENUE-NEEDED TO TRUE
               WHEN OTHER
                   DISPLAY "ERROR - ALLOCCTL BASIS '" AL-BASIS
                           "' FOR " AL-SOURCE-CODE " - P, D OR S"
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO B310-EXIT
           END-EVALUATE
           IF WS-RECV-COUNT >= 500
               DISPLAY "ERROR - ALLOCCTL OVER 500 ROWS"
               ADD 1 TO WS-ERROR-COUNT
               GO TO B310-EXIT
           END-IF
           IF WS-RULE-COUNT = 0
               PERFORM B320-START-RULE
           ELSE
               IF WS-RU-SOURCE(WS-RULE-COUNT) NOT = AL-SOURCE-CODE
                   PERFORM B320-START-RULE
               END-IF
           END-IF
           IF WS-RU-BASIS(WS-RULE-COUNT) NOT = AL-BASIS
               DISPLAY "ERROR - SOURCE " AL-SOURCE-CODE
                       " HAS ROWS ON DIFFERENT BASES"
               ADD 1 TO WS-ERROR-COUNT
               GO TO B310-EXIT
           END-IF
           ADD 1 TO WS-RECV-COUNT
           MOVE AL-TARGET-CODE TO WS-RV-TARGET(WS-RECV-COUNT)
           MOVE AL-KEY TO WS-RV-KEY(WS-RECV-COUNT)
           IF AL-BASIS-PERCENT
               MOVE AL-PERCENT TO WS-RV-BASIS-VALUE(WS-RECV-COUNT)
           ELSE
               MOVE 0 TO WS-RV-BASIS-VALUE(WS-RECV-COUNT)
           END-IF
           MOVE 0 TO WS-RV-AMOUNT(WS-RECV-COUNT)
           MOVE WS-RECV-COUNT TO WS-RU-LAST(WS-RULE-COUNT).
       B310-EXIT.
           EXIT.

       B320-START-RULE        SECTION.
           PERFORM VARYING WS-RU-SCAN FROM 1 BY 1
                   UNTIL WS-RU-SCAN > WS-RULE-COUNT
               IF WS-RU-SOURCE(WS-RU-SCAN) = AL-SOURCE-CODE
                   DISPLAY "ERROR - SOURCE " AL-SOURCE-CODE
                           " HAS TWO SEPARATE RULES ON ALLOCCTL"
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-PERFORM
           IF WS-RULE-COUNT >= 100
               DISPLAY "ERROR - ALLOCCTL OVER 100 SOURCES"
               ADD 1 TO WS-ERROR-COUNT
               MOVE 100 TO WS-RULE-COUNT
           ELSE
               ADD 1 TO WS-RULE-COUNT
           END-IF
           MOVE AL-SOURCE-CODE TO WS-RU-SOURCE(WS-RULE-COUNT)
           MOVE AL-BASIS TO WS-RU-BASIS(WS-RULE-COUNT)
           COMPUTE WS-RU-FIRST(WS-RULE-COUNT) = WS-RECV-COUNT + 1
           .

       B330-CHECK-PERCENTAGES SECTION.
           IF WS-RU-BASIS(WS-RU-IDX) NOT = 'P'
               GO TO B330-EXIT
           END-IF
           MOVE 0 TO WS-PERCENT-TOTAL
           PERFORM VARYING WS-RV-IDX FROM WS-RU-FIRST(WS-RU-IDX) BY 1
                   UNTIL WS-RV-IDX > WS-RU-LAST(WS-RU-IDX)
               ADD WS-RV-BASIS-VALUE(WS-RV-IDX) TO WS-PERCENT-TOTAL
           END-PERFORM
           IF WS-PERCENT-TOTAL NOT = 100
               DISPLAY "ERROR - PERCENTAGES FOR "
                       WS-RU-SOURCE(WS-RU-IDX) " ADD TO "
                       WS-PERCENT-TOTAL ", NOT 100.00"
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
       B330-EXIT.
           EXIT.

      *DEPARTMENT REVENUE OFF THE COMPANY RECORD, STORE REVENUE
      *OFF THE STORE RECORDS.
       B400-LOAD-REVENUE      SECTION.
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 9
               MOVE 0 TO WS-DEPT-REVENUE(WS-SLOT-IDX)
           END-PERFORM
           OPEN INPUT DEPT-TOTALS-INPUT
           IF NOT DEPT-OK
               DISPLAY "ERROR - REVENUE BASIS NEEDS GOODOUT, STATUS "
                       WS-DEPT-STATUS
               ADD 1 TO WS-ERROR-COUNT
               GO TO B400-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ DEPT-TOTALS-INPUT
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RUN-INPUT-COUNT
                       ADD 1 TO WS-GOOD-REC-COUNT
                       IF GD-STORE-CODE = SPACES
                           PERFORM B410-ADD-DEPT-REVENUE
                       ELSE
                           PERFORM B420-ADD-STORE-REVENUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPT-TOTALS-INPUT.
       B400-EXIT.
           EXIT.

       B410-ADD-DEPT-REVENUE  SECTION.
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 9
               IF GD-DEPT(WS-SLOT-IDX) NOT = 0
                   MOVE GD-DEPT(WS-SLOT-IDX) TO WS-DEPT-NUM
                   ADD GD-RETAIL-TOTAL(WS-SLOT-IDX)
                       GD-SALE-TOTAL(WS-SLOT-IDX)
                    TO WS-DEPT-REVENUE(WS-DEPT-NUM)
               END-IF
           END-PERFORM
           .

       B420-ADD-STORE-REVENUE SECTION.
           MOVE 0 TO WS-ST-IDX
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > WS-STORE-COUNT
               IF WS-ST-CODE(WS-SLOT-IDX) = GD-STORE-CODE
                   MOVE WS-SLOT-IDX TO WS-ST-IDX
               END-IF
           END-PERFORM
           IF WS-ST-IDX = 0
               IF WS-STORE-COUNT >= 50
                   DISPLAY "ERROR - GOODOUT OVER 50 STORES"
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO B420-EXIT
               END-IF
               ADD 1 TO WS-STORE-COUNT
               MOVE WS-STORE-COUNT TO WS-ST-IDX
               MOVE GD-STORE-CODE TO WS-ST-CODE(WS-ST-IDX)
               MOVE 0 TO WS-ST-REVENUE(WS-ST-IDX)
           END-IF
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 9
               ADD GD-RETAIL-TOTAL(WS-SLOT-IDX)
                   GD-SALE-TOTAL(WS-SLOT-IDX)
                TO WS-ST-REVENUE(WS-ST-IDX)
           END-PERFORM.
       B420-EXIT.
           EXIT.

       B500-LOAD-LEDGER       SECTION.
           OPEN INPUT LEDGER-MASTER
           IF NOT LEDG-OK
               DISPLAY "ERROR - COULD NOT OPEN LEDGMAST, STATUS "
                       WS-LEDG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ LEDGER-MASTER
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RUN-INPUT-COUNT
                       IF WS-LEDG-COUNT < 100
                           ADD 1 TO WS-LEDG-COUNT
                           MOVE LM-LEDGER-CODE
                             TO WS-LDG-CODE(WS-LEDG-COUNT)
                           MOVE LM-BALANCE
                             TO WS-LDG-BALANCE(WS-LEDG-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-MASTER
           .

      *ONE SOURCE: SET EACH RECEIVER'S BASIS, SHARE THE BALANCE,
      *PUT THE ROUNDING ON THE LARGEST SHARE, THEN JOURNAL IT.
       C100-ALLOCATE-RULE     SECTION.
           MOVE WS-RU-SOURCE(WS-RU-IDX) TO AS-SOURCE
           EVALUATE WS-RU-BASIS(WS-RU-IDX)
               WHEN 'P' MOVE 'FIXED PERCENTAGES' TO AS-BASIS-TEXT
               WHEN 'D' MOVE 'DEPARTMENT REVENUE' TO AS-BASIS-TEXT
               WHEN 'S' MOVE 'STORE REVENUE' TO AS-BASIS-TEXT
           END-EVALUATE
           MOVE 0 TO WS-SOURCE-BALANCE
           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
                   UNTIL WS-LDG-IDX > WS-LEDG-COUNT
               IF WS-LDG-CODE(WS-LDG-IDX) = WS-RU-SOURCE(WS-RU-IDX)
                   MOVE WS-LDG-BALANCE(WS-LDG-IDX)
                     TO WS-SOURCE-BALANCE
               END-IF
           END-PERFORM
           MOVE WS-SOURCE-BALANCE TO AS-BALANCE
           MOVE SPACES TO ALLOC-RPT-RECORD
           WRITE ALLOC-RPT-RECORD
           WRITE ALLOC-RPT-RECORD FROM AL-SOURCE-LINE
           IF WS-SOURCE-BALANCE = 0
               MOVE '  NOTHING TO ALLOCATE' TO AN-TEXT
               WRITE ALLOC-RPT-RECORD FROM AL-NOTE-LINE
               DISPLAY "WARNING - SOURCE " WS-RU-SOURCE(WS-RU-IDX)
                       " HAS NO BALANCE, SKIPPED"
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO C100-EXIT
           END-IF
           MOVE 0 TO WS-BASIS-TOTAL
           PERFORM VARYING WS-RV-IDX FROM WS-RU-FIRST(WS-RU-IDX) BY 1
                   UNTIL WS-RV-IDX > WS-RU-LAST(WS-RU-IDX)
               PERFORM C200-SET-BASIS-VALUE
               ADD WS-RV-BASIS-VALUE(WS-RV-IDX) TO WS-BASIS-TOTAL
           END-PERFORM
           IF WS-BASIS-TOTAL = 0
               MOVE '  NO REVENUE ON GOODOUT FOR THESE KEYS' TO AN-TEXT
               WRITE ALLOC-RPT-RECORD FROM AL-NOTE-LINE
               DISPLAY "WARNING - SOURCE " WS-RU-SOURCE(WS-RU-IDX)
                       " - NO REVENUE FOR ITS KEYS, SKIPPED"
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO C100-EXIT
           END-IF
      *A DEBIT BALANCE (THE USUAL COST) IS CREDITED OFF THE SOURCE
      *AND DEBITED TO THE COST CENTRES; A CREDIT BALANCE THE
      *OTHER WAY ROUND.
           IF WS-SOURCE-BALANCE > 0
               MOVE WS-SOURCE-BALANCE TO WS-ALLOC-AMOUNT
               MOVE 'CR' TO WS-SOURCE-DRCR
               MOVE 'DR' TO WS-TARGET-DRCR
           ELSE
               COMPUTE WS-ALLOC-AMOUNT = 0 - WS-SOURCE-BALANCE
               MOVE 'DR' TO WS-SOURCE-DRCR
               MOVE 'CR' TO WS-TARGET-DRCR
           END-IF
           MOVE 0 TO WS-ALLOC-SUM
           MOVE WS-RU-FIRST(WS-RU-IDX) TO WS-RV-LARGEST
           PERFORM VARYING WS-RV-IDX FROM WS-RU-FIRST(WS-RU-IDX) BY 1
                   UNTIL WS-RV-IDX > WS-RU-LAST(WS-RU-IDX)
               COMPUTE WS-RV-AMOUNT(WS-RV-IDX) ROUNDED =
                       WS-ALLOC-AMOUNT * WS-RV-BASIS-VALUE(WS-RV-IDX)
                     / WS-BASIS-TOTAL
               ADD WS-RV-AMOUNT(WS-RV-IDX) TO WS-ALLOC-SUM
               IF WS-RV-AMOUNT(WS-RV-IDX) >
                  WS-RV-AMOUNT(WS-RV-LARGEST)
                   MOVE WS-RV-IDX TO WS-RV-LARGEST
               END-IF
           END-PERFORM
           COMPUTE WS-RV-AMOUNT(WS-RV-LARGEST) =
                   WS-RV-AMOUNT(WS-RV-LARGEST)
                 + WS-ALLOC-AMOUNT - WS-ALLOC-SUM
           IF NOT BATCH-OPEN
               PERFORM E100-START-BATCH
           END-IF
           MOVE WS-RU-SOURCE(WS-RU-IDX) TO WS-LEG-CODE
           MOVE WS-SOURCE-DRCR TO WS-LEG-DRCR
           MOVE WS-ALLOC-AMOUNT TO WS-LEG-REMAINING
           PERFORM E200-WRITE-LEGS
           WRITE ALLOC-RPT-RECORD FROM AL-HEAD-LINE
           PERFORM VARYING WS-RV-IDX FROM WS-RU-FIRST(WS-RU-IDX) BY 1
                   UNTIL WS-RV-IDX > WS-RU-LAST(WS-RU-IDX)
               PERFORM C300-POST-RECEIVER
           END-PERFORM
           MOVE WS-ALLOC-AMOUNT TO AU-AMOUNT
           WRITE ALLOC-RPT-RECORD FROM AL-TOTAL-LINE
           ADD 1 TO WS-ALLOCATED-COUNT.
       C100-EXIT.
           EXIT.

       C200-SET-BASIS-VALUE   SECTION.
           EVALUATE WS-RU-BASIS(WS-RU-IDX)
               WHEN 'D'
                   MOVE WS-RV-KEY(WS-RV-IDX)(1:1) TO WS-DEPT-NUM
                   MOVE WS-DEPT-REVENUE(WS-DEPT-NUM)
                     TO WS-RV-BASIS-VALUE(WS-RV-IDX)
               WHEN 'S'
                   MOVE 0 TO WS-RV-BASIS-VALUE(WS-RV-IDX)
                   PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                           UNTIL WS-ST-IDX > WS-STORE-COUNT
                       IF WS-ST-CODE(WS-ST-IDX) = WS-RV-KEY(WS-RV-IDX)
                           MOVE WS-ST-REVENUE(WS-ST-IDX)
                             TO WS-RV-BASIS-VALUE(WS-RV-IDX)
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       C300-POST-RECEIVER     SECTION.
           MOVE WS-RV-TARGET(WS-RV-IDX) TO AD-TARGET
           MOVE WS-RV-KEY(WS-RV-IDX) TO AD-KEY
           MOVE WS-RV-BASIS-VALUE(WS-RV-IDX) TO AD-BASIS-VALUE
           COMPUTE WS-SHARE-PCT ROUNDED =
                   WS-RV-BASIS-VALUE(WS-RV-IDX) * 100
                 / WS-BASIS-TOTAL
           MOVE WS-SHARE-PCT TO AD-SHARE-PCT
           MOVE WS-RV-AMOUNT(WS-RV-IDX) TO AD-AMOUNT
           WRITE ALLOC-RPT-RECORD FROM AL-DETAIL-LINE
           IF WS-RV-AMOUNT(WS-RV-IDX) > 0
               MOVE WS-RV-TARGET(WS-RV-IDX) TO WS-LEG-CODE
               MOVE WS-TARGET-DRCR TO WS-LEG-DRCR
               MOVE WS-RV-AMOUNT(WS-RV-IDX) TO WS-LEG-REMAINING
               PERFORM E200-WRITE-LEGS
           END-IF
           .

       E100-START-BATCH       SECTION.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE WS-BATCH-DATE TO JH-BATCH-DATE
           MOVE WS-BATCH-SEQ TO JH-BATCH-SEQ
           MOVE 'H' TO JH-REC-TYPE
           WRITE JOURNAL-RECORD
           SET BATCH-OPEN TO TRUE
           .

      *A JOURNAL LEG HOLDS NINE DIGITS, A LEDGER BALANCE THIRTEEN -
      *A LARGER AMOUNT GOES OUT AS SEVERAL LEGS.
       E200-WRITE-LEGS        SECTION.
           PERFORM UNTIL WS-LEG-REMAINING = 0
               IF WS-LEG-REMAINING > WS-LEG-LIMIT
                   MOVE WS-LEG-LIMIT TO WS-LEG-PIECE
               ELSE
                   MOVE WS-LEG-REMAINING TO WS-LEG-PIECE
               END-IF
               SUBTRACT WS-LEG-PIECE FROM WS-LEG-REMAINING
               MOVE SPACES TO JOURNAL-RECORD
               MOVE WS-LEG-CODE TO JR-LEDGER-CODE
               MOVE WS-LEG-DRCR TO JR-DRCR
               MOVE WS-LEG-PIECE TO JR-AMOUNT
               MOVE "EXPPRG83" TO JR-SOURCE-JOB
               MOVE WS-BUSINESS-DATE TO JR-RUN-DATE
               MOVE 'D' TO JR-REC-TYPE
               WRITE JOURNAL-RECORD
               ADD 1 TO WS-BATCH-LEGS
               IF WS-LEG-DRCR = 'DR'
                   ADD WS-LEG-PIECE TO WS-BATCH-DEBITS
               ELSE
                   ADD WS-LEG-PIECE TO WS-BATCH-CREDITS
               END-IF
           END-PERFORM
           .

       E300-END-BATCH         SECTION.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE WS-BATCH-LEGS TO JT-RECORD-COUNT
           MOVE WS-BATCH-DEBITS TO JT-DEBIT-TOTAL
           MOVE WS-BATCH-CREDITS TO JT-CREDIT-TOTAL
           MOVE 'T' TO JT-REC-TYPE
           WRITE JOURNAL-RECORD
           DISPLAY "STATUS - BATCH " WS-BATCH-DATE "/" WS-BATCH-SEQ
                   " WRITTEN, " WS-BATCH-LEGS " LEG(S), DEBITS = "
                   "CREDITS"
           .

      *WRITE ONE SUMMARY RECORD TO THE SHARED CROSS-SUITE RUN LOG.
       Z100-WRITE-RUN-LOG     SECTION.
           MOVE "EXPPRG83" TO RL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE WS-RUN-INPUT-COUNT TO RL-INPUT-COUNT
           MOVE WS-ALLOCATED-COUNT TO RL-OUTPUT-COUNT
           MOVE WS-SKIPPED-COUNT TO RL-OUTPUT-COUNT-2
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
