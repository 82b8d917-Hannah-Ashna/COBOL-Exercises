       ID DIVISION.
       PROGRAM-ID. EXPPROG80.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * MANAGEMENT ACCOUNTS OFF THE LEDGER BALANCE MASTER. EVERY
      * LEDGMAST CODE IS MAPPED THROUGH THE CHART-OF-ACCOUNTS
      * CONTROL FILE (COACTL) TO A STATEMENT SECTION - 'I'NCOME,
      * 'E'XPENSE, 'A'SSET, 'L'IABILITY OR E'Q'UITY - A STATEMENT
      * LINE (SEVERAL CODES MAY SHARE ONE) AND A SIGN CONVENTION:
      * 'D' PRINTS THE DEBIT-MINUS-CREDIT BALANCE AS IT STANDS, 'C'
      * PRINTS IT REVERSED, SO CREDIT-NORMAL ACCOUNTS SHOW POSITIVE.
      *
      * LEDGMAST CARRIES LIFETIME TOTALS, SO PERIOD FIGURES COME
      * FROM TWO SAVED SNAPSHOTS IN THE SAME LAYOUT:
      *   LEDGPRV - THE LEDGER AT THE END OF THE PRIOR PERIOD
      *   LEDGYRS - THE LEDGER AT THE END OF THE LAST YEAR
      * AND THE JOB WRITES TODAY'S LEDGER OUT AS LEDGSNOU, WHICH IS
      * KEPT AS THE NEXT PERIOD'S LEDGPRV (AND AT THE YEAR END AS
      * THE NEXT YEAR'S LEDGYRS). A MISSING SNAPSHOT COUNTS AS ALL
      * ZERO WITH RC 4 - THE FIRST PERIOD OR THE FIRST YEAR.
      *
      * FINSTMT CARRIES THE INCOME STATEMENT (THIS PERIOD, YEAR TO
      * DATE AND THE PRIOR PERIOD'S YEAR TO DATE AS COMPARATIVE)
      * AND THE BALANCE SHEET AT THE PERIOD END AGAINST THE PRIOR
      * PERIOD END. EQUITY SHOWS PROFIT FOR THE YEAR TO DATE AND
      * ANY PROFIT BROUGHT FORWARD THAT THE EXPPROG81 YEAR-END
      * CLOSE HAS NOT YET TAKEN TO RETAINED EARNINGS, BOTH OUT OF
      * THE INCOME AND EXPENSE CODES; AFTER A CLOSE THE FRESH
      * LEDGMAST SERVES AS LEDGYRS AND AS THE PERIOD-1 LEDGPRV,
      * AND BROUGHT FORWARD COMES TO NIL. A BALANCE SHEET
      * THAT DOES NOT BALANCE (A SIGN CONVENTION SET WRONGLY) ENDS
      * THE RUN RC 8.
      *
      * A LEDGER CODE ON ANY OF THE THREE LEDGERS THAT IS NOT ON
      * THE CHART STOPS THE JOB RC 16 BEFORE ANYTHING IS PRINTED,
      * SO NO MONEY DROPS OFF THE STATEMENTS UNSEEN.
      *
      * PARM - THE PERIOD AS YYYYMM FOR THE HEADINGS; THE MONTH OF
      * THE BUSINESS DATE WHEN ABSENT.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT CHART-CTRL-FILE ASSIGN TO COACTL
           FILE STATUS IS WS-CHART-STATUS.
           SELECT LEDGER-MASTER ASSIGN TO LEDGMAST
           FILE STATUS IS WS-LEDG-STATUS.
           SELECT PRIOR-SNAPSHOT ASSIGN TO LEDGPRV
           FILE STATUS IS WS-PRV-STATUS.
           SELECT YEAR-SNAPSHOT ASSIGN TO LEDGYRS
           FILE STATUS IS WS-YRS-STATUS.
           SELECT SNAPSHOT-OUTPUT ASSIGN TO LEDGSNOU
           FILE STATUS IS WS-SNOU-STATUS.
           SELECT STATEMENT-PRINT ASSIGN TO FINSTMT
           FILE STATUS IS WS-FIN-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *ONE ROW PER LEDGER CODE
       FD CHART-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 CHART-CTRL-REC.
           03 CA-LEDGER-CODE         PIC X(8).
           03 CA-SECTION             PIC X(1).
               88 CA-SECTION-VALID   VALUE 'I' 'E' 'A' 'L' 'Q'.
           03 CA-SIGN                PIC X(1).
               88 CA-SIGN-VALID      VALUE 'D' 'C'.
           03 CA-LINE-NUM            PIC 9(3).
           03 CA-LINE-TEXT           PIC X(30).
           03 FILLER                 PIC X(37).

      *EXPPROG50'S LEDGER BALANCE MASTER - MUST BE KEPT IN STEP.
      *THE SNAPSHOTS ARE COPIES OF IT.
       FD LEDGER-MASTER BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 LEDGER-MASTER-REC.
           03 LM-LEDGER-CODE       PIC X(8).
           03 LM-DEBIT-TOTAL       PIC S9(13) SIGN LEADING SEPARATE.
           03 LM-CREDIT-TOTAL      PIC S9(13) SIGN LEADING SEPARATE.
           03 LM-BALANCE           PIC S9(13) SIGN LEADING SEPARATE.
           03 FILLER               PIC X(30).

       FD PRIOR-SNAPSHOT BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 PRIOR-SNAP-REC.
           03 PS-LEDGER-CODE       PIC X(8).
           03 PS-DEBIT-TOTAL       PIC S9(13) SIGN LEADING SEPARATE.
           03 PS-CREDIT-TOTAL      PIC S9(13) SIGN LEADING SEPARATE.
           03 PS-BALANCE           PIC S9(13) SIGN LEADING SEPARATE.
           03 FILLER               PIC X(30).

       FD YEAR-SNAPSHOT BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 YEAR-SNAP-REC.
           03 YS-LEDGER-CODE       PIC X(8).
           03 YS-DEBIT-TOTAL       PIC S9(13) SIGN LEADING SEPARATE.
           03 YS-CREDIT-TOTAL      PIC S9(13) SIGN LEADING SEPARATE.
           03 YS-BALANCE           PIC S9(13) SIGN LEADING SEPARATE.
           03 FILLER               PIC X(30).

       FD SNAPSHOT-OUTPUT BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 SNAPSHOT-OUT-REC         PIC X(80).

       FD STATEMENT-PRINT BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 PRINTLINE                PIC X(80).

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

       01 WS-CHART-STATUS       PIC X(2).
           88 CHART-OK          VALUE "00".
       01 WS-LEDG-STATUS        PIC X(2).
           88 LEDG-OK           VALUE "00".
       01 WS-PRV-STATUS         PIC X(2).
           88 PRV-OK            VALUE "00".
           88 PRV-NOTFOUND      VALUE "35".
       01 WS-YRS-STATUS         PIC X(2).
           88 YRS-OK            VALUE "00".
           88 YRS-NOTFOUND      VALUE "35".
       01 WS-SNOU-STATUS        PIC X(2).
           88 SNOU-OK           VALUE "00".
       01 WS-FIN-STATUS         PIC X(2).
           88 FIN-OK            VALUE "00".
       01 WS-RUNLOG-STATUS      PIC X(2).

       01 WS-EOF-FLAG           PIC X VALUE 'N'.
           88 INPUT-DONE        VALUE 'Y'.

       01 WS-RUN-INPUT-COUNT    PIC 9(8) VALUE 0.
       01 WS-LINE-PRINT-COUNT   PIC 9(8) VALUE 0.
       01 WS-UNMAPPED-COUNT     PIC 9(8) VALUE 0.
       01 WS-CHART-ERROR-COUNT  PIC 9(8) VALUE 0.

       01 WS-PERIOD             PIC X(6).
       01 WS-PERIOD-NUM REDEFINES WS-PERIOD.
           03 WS-PERIOD-YYYY    PIC 9(4).
           03 WS-PERIOD-MM      PIC 9(2).

      *THE CHART OF ACCOUNTS
       01 WS-CHART-TABLE.
           03 WS-CH-ENTRY OCCURS 200 TIMES.
               05 WS-CH-CODE        PIC X(8).
               05 WS-CH-SIGN        PIC X(1).
               05 WS-CH-LINE-IDX    PIC 9(3).
       01 WS-CH-COUNT           PIC 9(3) VALUE 0.
       01 WS-CH-IDX             PIC 9(3).
       01 WS-CH-PICK            PIC 9(3).

      *STATEMENT LINES, KEPT IN PRINT ORDER (SECTION, LINE NUMBER).
      *INCOME STATEMENT LINES USE AMOUNTS 1-3 (PERIOD, YEAR TO
      *DATE, PRIOR YEAR TO DATE), BALANCE SHEET LINES 1-2 (PERIOD
      *END, PRIOR PERIOD END).
       01 WS-LINE-TABLE.
           03 WS-LN-ENTRY OCCURS 200 TIMES.
               05 WS-LN-SORT-KEY    PIC 9(4).
               05 WS-LN-SECTION     PIC X(1).
               05 WS-LN-TEXT        PIC X(30).
               05 WS-LN-AMOUNT      PIC S9(13) OCCURS 3 TIMES.
       01 WS-LN-COUNT           PIC 9(3) VALUE 0.
       01 WS-LN-IDX             PIC 9(3).
       01 WS-LN-PICK            PIC 9(3).
       01 WS-LN-INSERT          PIC 9(3).
       01 WS-LN-NEW-KEY         PIC 9(4).
       01 WS-SECTION-ORDER      PIC 9(1).

      *EVERY LEDGER CODE SEEN ON ANY OF THE THREE LEDGERS
       01 WS-CODE-TABLE.
           03 WS-CD-ENTRY OCCURS 100 TIMES.
               05 WS-CD-CODE        PIC X(8).
               05 WS-CD-CURRENT     PIC S9(13).
               05 WS-CD-PRIOR       PIC S9(13).
               05 WS-CD-YEAR-START  PIC S9(13).
       01 WS-CD-COUNT           PIC 9(3) VALUE 0.
       01 WS-CD-IDX             PIC 9(3).
       01 WS-CD-PICK            PIC 9(3).
       01 WS-FIND-CODE          PIC X(8).
       01 WS-FIND-WHERE         PIC X(8).

      *WORK AND TOTALS
       01 WS-AMOUNT-WORK        PIC S9(13).
       01 WS-COL-IDX            PIC 9(1).
       01 WS-PRINT-SECTION      PIC X(1).
       01 WS-SECTION-TOTALS.
           03 WS-SECTION-TOTAL  PIC S9(13) OCCURS 3 TIMES.
       01 WS-INCOME-TOTALS.
           03 WS-INCOME-TOTAL   PIC S9(13) OCCURS 3 TIMES.
       01 WS-EXPENSE-TOTALS.
           03 WS-EXPENSE-TOTAL  PIC S9(13) OCCURS 3 TIMES.
       01 WS-ASSET-TOTALS.
           03 WS-ASSET-TOTAL    PIC S9(13) OCCURS 2 TIMES.
       01 WS-LIAB-TOTALS.
           03 WS-LIAB-TOTAL     PIC S9(13) OCCURS 2 TIMES.
       01 WS-EQUITY-TOTALS.
           03 WS-EQUITY-TOTAL   PIC S9(13) OCCURS 2 TIMES.
      *PROFIT FIGURES STRAIGHT OFF THE INCOME AND EXPENSE CODES -
      *CREDIT MINUS DEBIT, WHATEVER THEIR PRINT SIGN
       01 WS-PROFIT-BF          PIC S9(13) VALUE 0.
       01 WS-PROFIT-YTD         PIC S9(13) VALUE 0.
       01 WS-PROFIT-PRIOR-YTD   PIC S9(13) VALUE 0.
       01 WS-BS-CHECK           PIC S9(13) OCCURS 2 TIMES.
       01 WS-BS-BALANCED-FLAG   PIC X VALUE 'Y'.
           88 BS-BALANCED       VALUE 'Y'.

      *REPORT LINES
       01 FIN-RULE-LINE         PIC X(80) VALUE ALL '-'.
       01 FIN-DOUBLE-LINE       PIC X(80) VALUE ALL '='.
       01 BLANKLINE             PIC X(80) VALUE SPACES.
       01 FIN-TITLE-LINE.
           03 FT-TITLE          PIC X(40).
           03 FILLER            PIC X(13) VALUE 'PERIOD ENDED '.
           03 FT-PERIOD         PIC X(7).
           03 FILLER            PIC X(20) VALUE SPACES.
       01 FIN-PERIOD-VIEW.
           03 FP-YYYY           PIC X(4).
           03 FILLER            PIC X(1) VALUE '/'.
           03 FP-MM             PIC X(2).
       01 IS-HEAD-LINE.
           03 FILLER            PIC X(32) VALUE SPACES.
           03 FILLER            PIC X(14) VALUE '   THIS PERIOD'.
           03 FILLER            PIC X(14) VALUE '  YEAR TO DATE'.
           03 FILLER            PIC X(14) VALUE '   PRIOR Y-T-D'.
           03 FILLER            PIC X(6) VALUE SPACES.
       01 BS-HEAD-LINE.
           03 FILLER            PIC X(32) VALUE SPACES.
           03 FILLER            PIC X(14) VALUE '    PERIOD END'.
           03 FILLER            PIC X(14) VALUE '     PRIOR END'.
           03 FILLER            PIC X(20) VALUE SPACES.
       01 FIN-SECTION-LINE.
           03 FS-TEXT           PIC X(40).
           03 FILLER            PIC X(40) VALUE SPACES.
       01 FIN-AMOUNT-LINE.
           03 FA-INDENT         PIC X(2).
           03 FA-TEXT           PIC X(30).
           03 FILLER            PIC X(1) VALUE SPACES.
           03 FA-COL-1          PIC -(12)9.
           03 FILLER            PIC X(1) VALUE SPACES.
           03 FA-COL-2          PIC -(12)9.
           03 FILLER            PIC X(1) VALUE SPACES.
           03 FA-COL-3-X        PIC X(13).
           03 FA-COL-3 REDEFINES FA-COL-3-X PIC -(12)9.
           03 FILLER            PIC X(6) VALUE SPACES.
       01 FIN-NOTE-LINE.
           03 FN-TEXT           PIC X(80).

       LINKAGE SECTION.
       01 INPUT-PARM.
           03 PARM-LENGTH       PIC S9(04) COMP.
           03 PARM-PERIOD       PIC X(6).
      *
       PROCEDURE DIVISION USING INPUT-PARM.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING FINANCIAL STATEMENTS"
           PERFORM B100-CHECK-PARM
           PERFORM B200-LOAD-CHART
           PERFORM B300-LOAD-CURRENT-LEDGER
           PERFORM B400-LOAD-PRIOR-SNAPSHOT
           PERFORM B500-LOAD-YEAR-SNAPSHOT
           PERFORM B600-CHECK-MAPPING
           PERFORM C100-POST-CODE-TO-LINE
               VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > WS-CD-COUNT
           OPEN OUTPUT STATEMENT-PRINT
           IF NOT FIN-OK
               DISPLAY "ERROR - COULD NOT OPEN FINSTMT, STATUS "
                       WS-FIN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM D100-PRINT-INCOME-STATEMENT
           PERFORM D200-PRINT-BALANCE-SHEET
           CLOSE STATEMENT-PRINT
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - LEDGER CODES REPORTED: " WS-CD-COUNT
           DISPLAY "STATUS - FINANCIAL STATEMENTS DONE"
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
           MOVE WS-PERIOD(1:4) TO FP-YYYY
           MOVE WS-PERIOD(5:2) TO FP-MM
           MOVE FIN-PERIOD-VIEW TO FT-PERIOD
           DISPLAY "STATUS - PERIOD " WS-PERIOD
           .

      *EACH CHART ROW FINDS OR MAKES ITS STATEMENT LINE. A BAD ROW
      *IS COUNTED AND THE JOB STOPS ONCE THE WHOLE CHART IS READ.
       B200-LOAD-CHART        SECTION.
           OPEN INPUT CHART-CTRL-FILE
           IF NOT CHART-OK
               DISPLAY "ERROR - COULD NOT OPEN COACTL, STATUS "
                       WS-CHART-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ CHART-CTRL-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RUN-INPUT-COUNT
                       PERFORM B210-ADD-CHART-ROW
               END-READ
           END-PERFORM
           CLOSE CHART-CTRL-FILE
           IF WS-CHART-ERROR-COUNT > 0
               DISPLAY "ERROR - " WS-CHART-ERROR-COUNT " BAD COACTL "
                       "ROW(S), NOTHING PRINTED"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           DISPLAY "STATUS - " WS-CH-COUNT " CHART CODE(S) ON "
                   WS-LN-COUNT " STATEMENT LINE(S)"
           .

       B210-ADD-CHART-ROW     SECTION.
           IF CA-LEDGER-CODE = SPACES
                   OR NOT CA-SECTION-VALID
                   OR NOT CA-SIGN-VALID
                   OR CA-LINE-NUM NOT NUMERIC
               DISPLAY "ERROR - COACTL ROW FOR '" CA-LEDGER-CODE
                       "' NEEDS A SECTION I/E/A/L/Q, SIGN D/C AND "
                       "A LINE NUMBER"
               ADD 1 TO WS-CHART-ERROR-COUNT
               GO TO B210-EXIT
           END-IF
           MOVE CA-LEDGER-CODE TO WS-FIND-CODE
           PERFORM B220-FIND-CHART-CODE
           IF WS-CH-PICK > 0
               DISPLAY "ERROR - LEDGER CODE " CA-LEDGER-CODE
                       " IS ON COACTL TWICE"
               ADD 1 TO WS-CHART-ERROR-COUNT
               GO TO B210-EXIT
           END-IF
           IF WS-CH-COUNT >= 200
               DISPLAY "ERROR - COACTL OVER 200 ROWS"
               ADD 1 TO WS-CHART-ERROR-COUNT
               GO TO B210-EXIT
           END-IF
           EVALUATE CA-SECTION
               WHEN 'I' MOVE 1 TO WS-SECTION-ORDER
               WHEN 'E' MOVE 2 TO WS-SECTION-ORDER
               WHEN 'A' MOVE 3 TO WS-SECTION-ORDER
               WHEN 'L' MOVE 4 TO WS-SECTION-ORDER
               WHEN 'Q' MOVE 5 TO WS-SECTION-ORDER
           END-EVALUATE
           COMPUTE WS-LN-NEW-KEY = WS-SECTION-ORDER * 1000
                                 + CA-LINE-NUM
           PERFORM B230-FIND-OR-ADD-LINE
           IF WS-LN-PICK = 0
               GO TO B210-EXIT
           END-IF
           ADD 1 TO WS-CH-COUNT
           MOVE CA-LEDGER-CODE TO WS-CH-CODE(WS-CH-COUNT)
           MOVE CA-SIGN TO WS-CH-SIGN(WS-CH-COUNT)
           MOVE WS-LN-PICK TO WS-CH-LINE-IDX(WS-CH-COUNT).
       B210-EXIT.
           EXIT.

       B220-FIND-CHART-CODE   SECTION.
           MOVE 0 TO WS-CH-PICK
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                   UNTIL WS-CH-IDX > WS-CH-COUNT
               IF WS-CH-PICK = 0 AND
                  WS-CH-CODE(WS-CH-IDX) = WS-FIND-CODE
                   MOVE WS-CH-IDX TO WS-CH-PICK
               END-IF
           END-PERFORM
           .

      *THE LINE TABLE STAYS IN SORT-KEY ORDER - A NEW LINE IS
      *INSERTED IN PLACE. EARLIER CHART ROWS POINT AT LINES BY
      *POSITION, SO THEIR POINTERS MOVE UP WITH THE LINES.
       B230-FIND-OR-ADD-LINE  SECTION.
           MOVE 0 TO WS-LN-PICK
           MOVE 0 TO WS-LN-INSERT
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-COUNT
               IF WS-LN-SORT-KEY(WS-LN-IDX) = WS-LN-NEW-KEY
                   MOVE WS-LN-IDX TO WS-LN-PICK
               END-IF
               IF WS-LN-INSERT = 0 AND
                  WS-LN-SORT-KEY(WS-LN-IDX) > WS-LN-NEW-KEY
                   MOVE WS-LN-IDX TO WS-LN-INSERT
               END-IF
           END-PERFORM
           IF WS-LN-PICK > 0
               GO TO B230-EXIT
           END-IF
           IF WS-LN-COUNT >= 200
               DISPLAY "ERROR - OVER 200 STATEMENT LINES ON COACTL"
               ADD 1 TO WS-CHART-ERROR-COUNT
               GO TO B230-EXIT
           END-IF
           IF WS-LN-INSERT = 0
               COMPUTE WS-LN-INSERT = WS-LN-COUNT + 1
           ELSE
               PERFORM VARYING WS-LN-IDX FROM WS-LN-COUNT BY -1
                       UNTIL WS-LN-IDX < WS-LN-INSERT
                   MOVE WS-LN-ENTRY(WS-LN-IDX)
                     TO WS-LN-ENTRY(WS-LN-IDX + 1)
               END-PERFORM
               PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                       UNTIL WS-CH-IDX > WS-CH-COUNT
                   IF WS-CH-LINE-IDX(WS-CH-IDX) NOT < WS-LN-INSERT
                       ADD 1 TO WS-CH-LINE-IDX(WS-CH-IDX)
                   END-IF
               END-PERFORM
           END-IF
           ADD 1 TO WS-LN-COUNT
           MOVE WS-LN-NEW-KEY TO WS-LN-SORT-KEY(WS-LN-INSERT)
           MOVE CA-SECTION TO WS-LN-SECTION(WS-LN-INSERT)
           MOVE CA-LINE-TEXT TO WS-LN-TEXT(WS-LN-INSERT)
           MOVE 0 TO WS-LN-AMOUNT(WS-LN-INSERT, 1)
           MOVE 0 TO WS-LN-AMOUNT(WS-LN-INSERT, 2)
           MOVE 0 TO WS-LN-AMOUNT(WS-LN-INSERT, 3)
           MOVE WS-LN-INSERT TO WS-LN-PICK.
       B230-EXIT.
           EXIT.

      *TODAY'S LEDGER - ALSO COPIED OUT AS THE NEXT SNAPSHOT.
       B300-LOAD-CURRENT-LEDGER SECTION.
           OPEN INPUT LEDGER-MASTER
           IF NOT LEDG-OK
               DISPLAY "ERROR - COULD NOT OPEN LEDGMAST, STATUS "
                       WS-LEDG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN OUTPUT SNAPSHOT-OUTPUT
           IF NOT SNOU-OK
               DISPLAY "ERROR - COULD NOT OPEN LEDGSNOU, STATUS "
                       WS-SNOU-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE 'LEDGMAST' TO WS-FIND-WHERE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ LEDGER-MASTER
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RUN-INPUT-COUNT
                       WRITE SNAPSHOT-OUT-REC FROM LEDGER-MASTER-REC
                       MOVE LM-LEDGER-CODE TO WS-FIND-CODE
                       PERFORM B700-FIND-OR-ADD-CODE
                       MOVE LM-BALANCE TO WS-CD-CURRENT(WS-CD-PICK)
               END-READ
           END-PERFORM
           CLOSE LEDGER-MASTER
                 SNAPSHOT-OUTPUT
           .

       B400-LOAD-PRIOR-SNAPSHOT SECTION.
           OPEN INPUT PRIOR-SNAPSHOT
           IF PRV-NOTFOUND
               DISPLAY "WARNING - NO PRIOR-PERIOD SNAPSHOT, "
                       "COMPARATIVES AND PERIOD START TAKEN AS ZERO"
               MOVE 4 TO RETURN-CODE
               GO TO B400-EXIT
           END-IF
           IF NOT PRV-OK
               DISPLAY "ERROR - COULD NOT OPEN LEDGPRV, STATUS "
                       WS-PRV-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE 'LEDGPRV ' TO WS-FIND-WHERE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ PRIOR-SNAPSHOT
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RUN-INPUT-COUNT
                       MOVE PS-LEDGER-CODE TO WS-FIND-CODE
                       PERFORM B700-FIND-OR-ADD-CODE
                       MOVE PS-BALANCE TO WS-CD-PRIOR(WS-CD-PICK)
               END-READ
           END-PERFORM
           CLOSE PRIOR-SNAPSHOT.
       B400-EXIT.
           EXIT.

       B500-LOAD-YEAR-SNAPSHOT SECTION.
           OPEN INPUT YEAR-SNAPSHOT
           IF YRS-NOTFOUND
               DISPLAY "WARNING - NO YEAR-START SNAPSHOT, YEAR TO "
                       "DATE TAKEN FROM THE START OF THE LEDGER"
               MOVE 4 TO RETURN-CODE
               GO TO B500-EXIT
           END-IF
           IF NOT YRS-OK
               DISPLAY "ERROR - COULD NOT OPEN LEDGYRS, STATUS "
                       WS-YRS-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE 'LEDGYRS ' TO WS-FIND-WHERE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ YEAR-SNAPSHOT
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RUN-INPUT-COUNT
                       MOVE YS-LEDGER-CODE TO WS-FIND-CODE
                       PERFORM B700-FIND-OR-ADD-CODE
                       MOVE YS-BALANCE TO WS-CD-YEAR-START(WS-CD-PICK)
               END-READ
           END-PERFORM
           CLOSE YEAR-SNAPSHOT.
       B500-EXIT.
           EXIT.

      *EVERY CODE ON ANY LEDGER MUST BE ON THE CHART.
       B600-CHECK-MAPPING     SECTION.
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                   UNTIL WS-CD-IDX > WS-CD-COUNT
               MOVE WS-CD-CODE(WS-CD-IDX) TO WS-FIND-CODE
               PERFORM B220-FIND-CHART-CODE
               IF WS-CH-PICK = 0
                   DISPLAY "ERROR - LEDGER CODE " WS-FIND-CODE
                           " IS NOT ON THE CHART OF ACCOUNTS"
                   ADD 1 TO WS-UNMAPPED-COUNT
               END-IF
           END-PERFORM
           IF WS-UNMAPPED-COUNT > 0
               DISPLAY "ERROR - " WS-UNMAPPED-COUNT " UNMAPPED LEDGER "
                       "CODE(S), NO STATEMENTS PRINTED"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           .

      *THE LEDGERS SHARE ONE CODE TABLE (EXPPROG50'S 100-CODE
      *SCALE). A CODE THAT CANNOT BE HELD WOULD DROP MONEY, SO IT
      *STOPS THE JOB.
       B700-FIND-OR-ADD-CODE  SECTION.
           MOVE 0 TO WS-CD-PICK
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                   UNTIL WS-CD-IDX > WS-CD-COUNT
               IF WS-CD-PICK = 0 AND
                  WS-CD-CODE(WS-CD-IDX) = WS-FIND-CODE
                   MOVE WS-CD-IDX TO WS-CD-PICK
               END-IF
           END-PERFORM
           IF WS-CD-PICK = 0
               IF WS-CD-COUNT >= 100
                   DISPLAY "ERROR - OVER 100 LEDGER CODES ON "
                           WS-FIND-WHERE ", NOTHING PRINTED"
                   MOVE 16 TO RETURN-CODE
                   PERFORM Z100-WRITE-RUN-LOG
                   GOBACK
               END-IF
               ADD 1 TO WS-CD-COUNT
               MOVE WS-CD-COUNT TO WS-CD-PICK
               MOVE WS-FIND-CODE TO WS-CD-CODE(WS-CD-PICK)
               MOVE 0 TO WS-CD-CURRENT(WS-CD-PICK)
               MOVE 0 TO WS-CD-PRIOR(WS-CD-PICK)
               MOVE 0 TO WS-CD-YEAR-START(WS-CD-PICK)
           END-IF
           .

      *ADD ONE CODE'S FIGURES TO ITS LINE, IN ITS PRINT SIGN.
       C100-POST-CODE-TO-LINE SECTION.
           MOVE WS-CD-CODE(WS-CD-IDX) TO WS-FIND-CODE
           PERFORM B220-FIND-CHART-CODE
           MOVE WS-CH-LINE-IDX(WS-CH-PICK) TO WS-LN-PICK
           IF WS-LN-SECTION(WS-LN-PICK) = 'I' OR 'E'
               COMPUTE WS-AMOUNT-WORK = WS-CD-CURRENT(WS-CD-IDX)
                                      - WS-CD-PRIOR(WS-CD-IDX)
               MOVE 1 TO WS-COL-IDX
               PERFORM C200-ADD-TO-LINE
               COMPUTE WS-AMOUNT-WORK = WS-CD-CURRENT(WS-CD-IDX)
                                      - WS-CD-YEAR-START(WS-CD-IDX)
               MOVE 2 TO WS-COL-IDX
               PERFORM C200-ADD-TO-LINE
               SUBTRACT WS-AMOUNT-WORK FROM WS-PROFIT-YTD
               COMPUTE WS-AMOUNT-WORK = WS-CD-PRIOR(WS-CD-IDX)
                                      - WS-CD-YEAR-START(WS-CD-IDX)
               MOVE 3 TO WS-COL-IDX
               PERFORM C200-ADD-TO-LINE
               SUBTRACT WS-AMOUNT-WORK FROM WS-PROFIT-PRIOR-YTD
               SUBTRACT WS-CD-YEAR-START(WS-CD-IDX) FROM WS-PROFIT-BF
           ELSE
               MOVE WS-CD-CURRENT(WS-CD-IDX) TO WS-AMOUNT-WORK
               MOVE 1 TO WS-COL-IDX
               PERFORM C200-ADD-TO-LINE
               MOVE WS-CD-PRIOR(WS-CD-IDX) TO WS-AMOUNT-WORK
               MOVE 2 TO WS-COL-IDX
               PERFORM C200-ADD-TO-LINE
           END-IF
           .

       C200-ADD-TO-LINE       SECTION.
           IF WS-CH-SIGN(WS-CH-PICK) = 'C'
               SUBTRACT WS-AMOUNT-WORK
                   FROM WS-LN-AMOUNT(WS-LN-PICK, WS-COL-IDX)
           ELSE
               ADD WS-AMOUNT-WORK
                   TO WS-LN-AMOUNT(WS-LN-PICK, WS-COL-IDX)
           END-IF
           .

       D100-PRINT-INCOME-STATEMENT SECTION.
           MOVE 'INCOME STATEMENT' TO FT-TITLE
           WRITE PRINTLINE FROM FIN-DOUBLE-LINE
           WRITE PRINTLINE FROM FIN-TITLE-LINE
           WRITE PRINTLINE FROM FIN-DOUBLE-LINE
           WRITE PRINTLINE FROM IS-HEAD-LINE
           WRITE PRINTLINE FROM BLANKLINE
           MOVE 'INCOME' TO FS-TEXT
           MOVE 'I' TO WS-PRINT-SECTION
           PERFORM D300-PRINT-SECTION-LINES
           MOVE WS-SECTION-TOTALS TO WS-INCOME-TOTALS
           MOVE 'TOTAL INCOME' TO FA-TEXT
           PERFORM D400-PRINT-TOTAL-3
           WRITE PRINTLINE FROM BLANKLINE
           MOVE 'EXPENSES' TO FS-TEXT
           MOVE 'E' TO WS-PRINT-SECTION
           PERFORM D300-PRINT-SECTION-LINES
           MOVE WS-SECTION-TOTALS TO WS-EXPENSE-TOTALS
           MOVE 'TOTAL EXPENSES' TO FA-TEXT
           PERFORM D400-PRINT-TOTAL-3
           WRITE PRINTLINE FROM BLANKLINE
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > 3
               COMPUTE WS-SECTION-TOTAL(WS-COL-IDX) =
                       WS-INCOME-TOTAL(WS-COL-IDX)
                     - WS-EXPENSE-TOTAL(WS-COL-IDX)
           END-PERFORM
           MOVE 'NET PROFIT / (LOSS)' TO FA-TEXT
           PERFORM D400-PRINT-TOTAL-3
           WRITE PRINTLINE FROM FIN-DOUBLE-LINE
           WRITE PRINTLINE FROM BLANKLINE
           .

      *THE BALANCE SHEET PROVES ITSELF: ASSETS MUST EQUAL
      *LIABILITIES PLUS EQUITY PLUS THE PROFIT FIGURES.
       D200-PRINT-BALANCE-SHEET SECTION.
           MOVE 'BALANCE SHEET' TO FT-TITLE
           WRITE PRINTLINE FROM FIN-DOUBLE-LINE
           WRITE PRINTLINE FROM FIN-TITLE-LINE
           WRITE PRINTLINE FROM FIN-DOUBLE-LINE
           WRITE PRINTLINE FROM BS-HEAD-LINE
           WRITE PRINTLINE FROM BLANKLINE
           MOVE 'ASSETS' TO FS-TEXT
           MOVE 'A' TO WS-PRINT-SECTION
           PERFORM D300-PRINT-SECTION-LINES
           MOVE WS-SECTION-TOTAL(1) TO WS-ASSET-TOTAL(1)
           MOVE WS-SECTION-TOTAL(2) TO WS-ASSET-TOTAL(2)
           MOVE 'TOTAL ASSETS' TO FA-TEXT
           PERFORM D410-PRINT-TOTAL-2
           WRITE PRINTLINE FROM BLANKLINE
           MOVE 'LIABILITIES' TO FS-TEXT
           MOVE 'L' TO WS-PRINT-SECTION
           PERFORM D300-PRINT-SECTION-LINES
           MOVE WS-SECTION-TOTAL(1) TO WS-LIAB-TOTAL(1)
           MOVE WS-SECTION-TOTAL(2) TO WS-LIAB-TOTAL(2)
           MOVE 'TOTAL LIABILITIES' TO FA-TEXT
           PERFORM D410-PRINT-TOTAL-2
           WRITE PRINTLINE FROM BLANKLINE
           MOVE 'EQUITY' TO FS-TEXT
           MOVE 'Q' TO WS-PRINT-SECTION
           PERFORM D300-PRINT-SECTION-LINES
           MOVE '  ' TO FA-INDENT
           MOVE 'PROFIT BROUGHT FORWARD' TO FA-TEXT
           MOVE WS-PROFIT-BF TO FA-COL-1
           MOVE WS-PROFIT-BF TO FA-COL-2
           MOVE SPACES TO FA-COL-3-X
           WRITE PRINTLINE FROM FIN-AMOUNT-LINE
           MOVE 'PROFIT FOR THE YEAR TO DATE' TO FA-TEXT
           MOVE WS-PROFIT-YTD TO FA-COL-1
           MOVE WS-PROFIT-PRIOR-YTD TO FA-COL-2
           WRITE PRINTLINE FROM FIN-AMOUNT-LINE
           ADD 2 TO WS-LINE-PRINT-COUNT
           COMPUTE WS-EQUITY-TOTAL(1) = WS-SECTION-TOTAL(1)
                                      + WS-PROFIT-BF + WS-PROFIT-YTD
           COMPUTE WS-EQUITY-TOTAL(2) = WS-SECTION-TOTAL(2)
                                      + WS-PROFIT-BF
                                      + WS-PROFIT-PRIOR-YTD
           MOVE WS-EQUITY-TOTAL(1) TO WS-SECTION-TOTAL(1)
           MOVE WS-EQUITY-TOTAL(2) TO WS-SECTION-TOTAL(2)
           MOVE 'TOTAL EQUITY' TO FA-TEXT
           PERFORM D410-PRINT-TOTAL-2
           WRITE PRINTLINE FROM BLANKLINE
           COMPUTE WS-SECTION-TOTAL(1) = WS-LIAB-TOTAL(1)
                                       + WS-EQUITY-TOTAL(1)
           COMPUTE WS-SECTION-TOTAL(2) = WS-LIAB-TOTAL(2)
                                       + WS-EQUITY-TOTAL(2)
           MOVE 'TOTAL LIABILITIES AND EQUITY' TO FA-TEXT
           PERFORM D410-PRINT-TOTAL-2
           WRITE PRINTLINE FROM FIN-DOUBLE-LINE
           COMPUTE WS-BS-CHECK(1) = WS-ASSET-TOTAL(1)
                                  - WS-SECTION-TOTAL(1)
           COMPUTE WS-BS-CHECK(2) = WS-ASSET-TOTAL(2)
                                  - WS-SECTION-TOTAL(2)
           IF WS-BS-CHECK(1) NOT = 0 OR WS-BS-CHECK(2) NOT = 0
               MOVE 'N' TO WS-BS-BALANCED-FLAG
           END-IF
           IF BS-BALANCED
               MOVE 'BALANCE SHEET BALANCES' TO FN-TEXT
               DISPLAY "STATUS - BALANCE SHEET BALANCES"
           ELSE
               MOVE 'BALANCE SHEET DOES NOT BALANCE - CHECK THE '
                 & 'COACTL SIGN CONVENTIONS' TO FN-TEXT
               DISPLAY "ERROR - BALANCE SHEET OUT BY "
                       WS-BS-CHECK(1) " / " WS-BS-CHECK(2)
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE PRINTLINE FROM FIN-NOTE-LINE
           .

      *EVERY LINE OF ONE SECTION, WITH THE SECTION TOTALS LEFT IN
      *WS-SECTION-TOTALS.
       D300-PRINT-SECTION-LINES SECTION.
           WRITE PRINTLINE FROM FIN-SECTION-LINE
           MOVE 0 TO WS-SECTION-TOTAL(1)
           MOVE 0 TO WS-SECTION-TOTAL(2)
           MOVE 0 TO WS-SECTION-TOTAL(3)
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-COUNT
               IF WS-LN-SECTION(WS-LN-IDX) = WS-PRINT-SECTION
                   MOVE '  ' TO FA-INDENT
                   MOVE WS-LN-TEXT(WS-LN-IDX) TO FA-TEXT
                   MOVE WS-LN-AMOUNT(WS-LN-IDX, 1) TO FA-COL-1
                   MOVE WS-LN-AMOUNT(WS-LN-IDX, 2) TO FA-COL-2
                   IF WS-PRINT-SECTION = 'I' OR 'E'
                       MOVE WS-LN-AMOUNT(WS-LN-IDX, 3) TO FA-COL-3
                   ELSE
                       MOVE SPACES TO FA-COL-3-X
                   END-IF
                   WRITE PRINTLINE FROM FIN-AMOUNT-LINE
                   ADD 1 TO WS-LINE-PRINT-COUNT
                   ADD WS-LN-AMOUNT(WS-LN-IDX, 1)
                       TO WS-SECTION-TOTAL(1)
                   ADD WS-LN-AMOUNT(WS-LN-IDX, 2)
                       TO WS-SECTION-TOTAL(2)
                   ADD WS-LN-AMOUNT(WS-LN-IDX, 3)
                       TO WS-SECTION-TOTAL(3)
               END-IF
           END-PERFORM
           .

       D400-PRINT-TOTAL-3     SECTION.
           WRITE PRINTLINE FROM FIN-RULE-LINE
           MOVE SPACES TO FA-INDENT
           MOVE WS-SECTION-TOTAL(1) TO FA-COL-1
           MOVE WS-SECTION-TOTAL(2) TO FA-COL-2
           MOVE WS-SECTION-TOTAL(3) TO FA-COL-3
           WRITE PRINTLINE FROM FIN-AMOUNT-LINE
           .

       D410-PRINT-TOTAL-2     SECTION.
           WRITE PRINTLINE FROM FIN-RULE-LINE
           MOVE SPACES TO FA-INDENT
           MOVE WS-SECTION-TOTAL(1) TO FA-COL-1
           MOVE WS-SECTION-TOTAL(2) TO FA-COL-2
           MOVE SPACES TO FA-COL-3-X
           WRITE PRINTLINE FROM FIN-AMOUNT-LINE
           .

       Z100-WRITE-RUN-LOG     SECTION.
           MOVE "EXPPRG80" TO RL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE WS-RUN-INPUT-COUNT TO RL-INPUT-COUNT
           MOVE WS-LINE-PRINT-COUNT TO RL-OUTPUT-COUNT
           MOVE WS-UNMAPPED-COUNT TO RL-OUTPUT-COUNT-2
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
