       ID DIVISION.
       PROGRAM-ID. EXPPROG79.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * DAILY BANK RECONCILIATION AGAINST THE LEDGER CASH ACCOUNT.
      * THE BANK'S STATEMENT FILE (BANKSTMT - 'H' HEADER WITH THE
      * OPENING BALANCE, 'D' ITEMS, 'T' TRAILER WITH THE CLOSING
      * BALANCE AND ITEM COUNT) IS MATCHED AGAINST THE JOURNAL LEGS
      * EXPPROG25 RELEASED TO JRNLOUT FOR THE CASH LEDGER CODE ON
      * RECCTL. A DEBIT LEG IS MONEY IN, A CREDIT LEG MONEY OUT; A
      * BANK ITEM IS SIGNED THE SAME WAY (+ RECEIPT, - PAYMENT).
      *
      * EVERY ITEM LEFT OPEN BY EARLIER DAYS (RECOPEN) JOINS TODAY'S
      * ITEMS BEFORE MATCHING, WHICH RUNS IN TWO PASSES:
      *   1. EQUAL AMOUNT, DATES WITHIN THE RECCTL TOLERANCE WINDOW
      *      AND THE BANK REFERENCE CARRYING THE LEDGER ITEM'S
      *      ACCOUNT - A REFERENCE MATCH WINS FIRST.
      *   2. EQUAL AMOUNT AND DATES WITHIN THE WINDOW, NEAREST DATE
      *      FIRST, FOR WHATEVER PASS 1 LEFT.
      * WHAT STAYS UNMATCHED ON EITHER SIDE IS CARRIED FORWARD ON
      * RECOPEN (REWRITTEN WHOLE) UNTIL A LATER DAY CLEARS IT.
      *
      * THE REPORT (RECRPT) LISTS THE MATCHES, THE OUTSTANDING ITEMS
      * BY KIND, AND ENDS WITH THE RECONCILIATION STATEMENT: LEDGER
      * CASH BALANCE FROM LEDGMAST (SO EXPPROG50 RUNS FIRST), PLUS
      * PAYMENTS NOT YET PRESENTED, LESS RECEIPTS NOT YET CREDITED,
      * PLUS BANK RECEIPTS AND LESS BANK PAYMENTS NOT YET IN THE
      * LEDGER, AGAINST THE STATEMENT CLOSING BALANCE. A DIFFERENCE
      * ENDS THE RUN RC 8.
      *
      * A STATEMENT THAT DOES NOT ADD UP TO ITS OWN TRAILER, OR IS
      * DATED ON OR BEFORE THE LAST ONE RECONCILED, IS REFUSED WITH
      * RC 16 AND NOTHING IS WRITTEN.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT REC-CTRL-FILE ASSIGN TO RECCTL
           FILE STATUS IS WS-RECCTL-STATUS.
           SELECT BANK-STMT-FILE ASSIGN TO BANKSTMT
           FILE STATUS IS WS-STMT-STATUS.
           SELECT JOURNAL-INPUT ASSIGN TO JRNLOUT
           FILE STATUS IS WS-JRNL-STATUS.
           SELECT LEDGER-MASTER ASSIGN TO LEDGMAST
           FILE STATUS IS WS-LEDG-STATUS.
           SELECT OPEN-ITEMS-FILE ASSIGN TO RECOPEN
           FILE STATUS IS WS-OPEN-STATUS.
           SELECT REC-RPT-FILE ASSIGN TO RECRPT
           FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *THE LEDGER CODE OF THE BANK CASH ACCOUNT AND THE MATCHING
      *WINDOW IN DAYS EITHER SIDE
       FD REC-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 REC-CTRL-REC.
           03 RCC-CASH-LEDGER        PIC X(8).
           03 RCC-TOLERANCE-DAYS     PIC 9(2).
           03 FILLER                 PIC X(70).

      *THE BANK'S DAILY STATEMENT FOR THE ACCOUNT
       FD BANK-STMT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 BANK-STMT-RECORD.
           03 BS-REC-TYPE            PIC X(1).
           03 FILLER                 PIC X(79).
       01 BANK-HEADER-RECORD REDEFINES BANK-STMT-RECORD.
           03 FILLER                 PIC X(1).
           03 BH-STMT-DATE           PIC 9(8).
           03 BH-OPENING-BALANCE     PIC S9(13) SIGN LEADING SEPARATE.
           03 BH-BANK-ACCOUNT        PIC X(12).
           03 FILLER                 PIC X(45).
       01 BANK-DETAIL-RECORD REDEFINES BANK-STMT-RECORD.
           03 FILLER                 PIC X(1).
           03 BD-TXN-DATE            PIC 9(8).
           03 BD-AMOUNT              PIC S9(11) SIGN LEADING SEPARATE.
           03 BD-REFERENCE           PIC X(16).
           03 BD-NARRATIVE           PIC X(20).
           03 FILLER                 PIC X(23).
       01 BANK-TRAILER-RECORD REDEFINES BANK-STMT-RECORD.
           03 FILLER                 PIC X(1).
           03 BT-CLOSING-BALANCE     PIC S9(13) SIGN LEADING SEPARATE.
           03 BT-ITEM-COUNT          PIC 9(5).
           03 FILLER                 PIC X(60).

      *EXPPROG25'S JOURNAL BATCH LAYOUT - MUST BE KEPT IN STEP.
       FD JOURNAL-INPUT BLOCK CONTAINS 0 RECORDS
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

      *EXPPROG50'S LEDGER BALANCE MASTER - MUST BE KEPT IN STEP.
       FD LEDGER-MASTER BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 LEDGER-MASTER-REC.
           03 LM-LEDGER-CODE       PIC X(8).
           03 LM-DEBIT-TOTAL       PIC S9(13) SIGN LEADING SEPARATE.
           03 LM-CREDIT-TOTAL      PIC S9(13) SIGN LEADING SEPARATE.
           03 LM-BALANCE           PIC S9(13) SIGN LEADING SEPARATE.
           03 FILLER               PIC X(30).

      *CARRIED-FORWARD OPEN ITEMS - ONE 'H' RECORD WITH THE LAST
      *STATEMENT RECONCILED, THEN ONE 'B'ANK OR 'L'EDGER RECORD PER
      *ITEM STILL UNMATCHED.
       FD OPEN-ITEMS-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 OPEN-ITEM-RECORD.
           03 OI-REC-TYPE            PIC X(1).
               88 OI-HEADER          VALUE 'H'.
               88 OI-BANK-ITEM       VALUE 'B'.
               88 OI-LEDGER-ITEM     VALUE 'L'.
           03 OI-DATE                PIC 9(8).
           03 OI-AMOUNT              PIC S9(11) SIGN LEADING SEPARATE.
           03 OI-REFERENCE           PIC X(16).
           03 OI-DETAIL              PIC X(20).
           03 OI-FIRST-SEEN          PIC X(8).
           03 FILLER                 PIC X(15).
       01 OPEN-HEADER-RECORD REDEFINES OPEN-ITEM-RECORD.
           03 FILLER                 PIC X(1).
           03 OH-STMT-DATE           PIC 9(8).
           03 OH-BANK-BALANCE        PIC S9(13) SIGN LEADING SEPARATE.
           03 OH-CASH-LEDGER         PIC X(8).
           03 FILLER                 PIC X(49).

       FD REC-RPT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 PRINTLINE                  PIC X(80).

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

       01 WS-RECCTL-STATUS      PIC X(2).
           88 RECCTL-OK         VALUE "00".
       01 WS-STMT-STATUS        PIC X(2).
           88 STMT-OK           VALUE "00".
       01 WS-JRNL-STATUS        PIC X(2).
           88 JRNL-OK           VALUE "00".
       01 WS-LEDG-STATUS        PIC X(2).
           88 LEDG-OK           VALUE "00".
       01 WS-OPEN-STATUS        PIC X(2).
           88 OPEN-OK           VALUE "00".
           88 OPEN-NOTFOUND     VALUE "35".
       01 WS-RPT-STATUS         PIC X(2).
           88 RPT-OK            VALUE "00".
       01 WS-RUNLOG-STATUS      PIC X(2).

       01 WS-EOF-FLAG           PIC X VALUE 'N'.
           88 INPUT-DONE        VALUE 'Y'.

       01 WS-RUN-INPUT-COUNT    PIC 9(8) VALUE 0.
       01 WS-MATCH-COUNT        PIC 9(8) VALUE 0.
       01 WS-OPEN-COUNT         PIC 9(8) VALUE 0.

      *FROM RECCTL - THE WINDOW DEFAULTS TO 3 DAYS
       01 WS-CASH-LEDGER        PIC X(8) VALUE SPACES.
       01 WS-TOLERANCE-DAYS     PIC 9(2) VALUE 3.

      *LAST STATEMENT RECONCILED, FROM THE RECOPEN HEADER
       01 WS-LAST-STMT-DATE     PIC 9(8) VALUE 0.
       01 WS-LAST-BANK-BALANCE  PIC S9(13) VALUE 0.
       01 WS-LAST-FOUND-FLAG    PIC X VALUE 'N'.
           88 LAST-STMT-FOUND   VALUE 'Y'.

      *TODAY'S STATEMENT
       01 WS-STMT-DATE          PIC 9(8) VALUE 0.
       01 WS-OPENING-BALANCE    PIC S9(13) VALUE 0.
       01 WS-CLOSING-BALANCE    PIC S9(13) VALUE 0.
       01 WS-STMT-ITEM-COUNT    PIC 9(5) VALUE 0.
       01 WS-STMT-DAY-ITEMS     PIC 9(5) VALUE 0.
       01 WS-STMT-MOVEMENT      PIC S9(13) VALUE 0.
       01 WS-STMT-CHECK         PIC S9(13) VALUE 0.
       01 WS-HEADER-FLAG        PIC X VALUE 'N'.
           88 HEADER-SEEN       VALUE 'Y'.
       01 WS-TRAILER-FLAG       PIC X VALUE 'N'.
           88 TRAILER-SEEN      VALUE 'Y'.

      *LEDGER CASH BALANCE FROM LEDGMAST
       01 WS-LEDGER-BALANCE     PIC S9(13) VALUE 0.
       01 WS-LEDGER-FOUND-FLAG  PIC X VALUE 'N'.
           88 LEDGER-FOUND      VALUE 'Y'.

      *BANK-SIDE ITEMS - CARRIED FORWARD, THEN TODAY'S
       01 WS-BANK-TABLE.
           03 WS-BK-ENTRY OCCURS 1000 TIMES.
               05 WS-BK-DATE        PIC 9(8).
               05 WS-BK-DAY         PIC 9(7).
               05 WS-BK-AMOUNT      PIC S9(11).
               05 WS-BK-REFERENCE   PIC X(16).
               05 WS-BK-NARRATIVE   PIC X(20).
               05 WS-BK-FIRST-SEEN  PIC X(8).
               05 WS-BK-MATCHED     PIC X(1).
       01 WS-BK-COUNT           PIC 9(4) VALUE 0.
       01 WS-BK-IDX             PIC 9(4).

      *LEDGER-SIDE ITEMS - CARRIED FORWARD, THEN TODAY'S CASH LEGS
       01 WS-LEDGER-ITEM-TABLE.
           03 WS-LI-ENTRY OCCURS 1000 TIMES.
               05 WS-LI-DATE        PIC 9(8).
               05 WS-LI-DAY         PIC 9(7).
               05 WS-LI-AMOUNT      PIC S9(11).
               05 WS-LI-REFERENCE   PIC X(16).
               05 WS-LI-SOURCE      PIC X(20).
               05 WS-LI-FIRST-SEEN  PIC X(8).
               05 WS-LI-MATCHED     PIC X(1).
       01 WS-LI-COUNT           PIC 9(4) VALUE 0.
       01 WS-LI-IDX             PIC 9(4).
       01 WS-LI-PICK            PIC 9(4).

      *MATCHING WORK
       01 WS-DATE-NUM           PIC 9(8).
       01 WS-DAY-INT            PIC 9(7).
       01 WS-DAY-DIFF           PIC S9(7).
       01 WS-BEST-DIFF          PIC S9(7).
       01 WS-MATCH-PASS         PIC X(1).
           88 REFERENCE-PASS    VALUE 'R'.
           88 AMOUNT-PASS       VALUE 'A'.
       01 WS-KIND-FLAG          PIC X(1).
           88 KIND-MONEY-OUT    VALUE 'P'.
           88 KIND-MONEY-IN     VALUE 'L'.
       01 WS-ITEM-OK-FLAG       PIC X VALUE 'N'.
           88 ITEM-OK           VALUE 'Y'.

      *RECONCILIATION STATEMENT
       01 WS-UNPRESENTED        PIC S9(13) VALUE 0.
       01 WS-UNCREDITED         PIC S9(13) VALUE 0.
       01 WS-BANK-RECEIPTS      PIC S9(13) VALUE 0.
       01 WS-BANK-PAYMENTS      PIC S9(13) VALUE 0.
       01 WS-ADJUSTED-BALANCE   PIC S9(13) VALUE 0.
       01 WS-DIFFERENCE         PIC S9(13) VALUE 0.
       01 WS-SECTION-TOTAL      PIC S9(13) VALUE 0.
       01 WS-MATCHED-TOTAL      PIC S9(13) VALUE 0.
       01 WS-SHOW-AMOUNT        PIC S9(11).

      *REPORT LINES
       01 RPT-TITLE-LINE.
           03 FILLER            PIC X(30) VALUE
              'BANK RECONCILIATION           '.
           03 FILLER            PIC X(11) VALUE 'STATEMENT '.
           03 RT-STMT-DATE      PIC X(8).
           03 FILLER            PIC X(15) VALUE '  CASH LEDGER '.
           03 RT-CASH-LEDGER    PIC X(8).
           03 FILLER            PIC X(8) VALUE SPACES.
       01 RPT-RULE-LINE         PIC X(80) VALUE ALL '-'.
       01 BLANKLINE             PIC X(80) VALUE SPACES.
       01 RPT-SECTION-LINE.
           03 RS-TEXT           PIC X(50).
           03 FILLER            PIC X(30) VALUE SPACES.
       01 MATCH-HEAD-LINE.
           03 FILLER            PIC X(40) VALUE
              'BANK DATE       AMOUNT  BANK REFERENCE  '.
           03 FILLER            PIC X(40) VALUE
              '  LEDGER    SOURCE    ACCOUNT  BY       '.
       01 MATCH-DETAIL-LINE.
           03 MD-BANK-DATE      PIC X(8).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 MD-AMOUNT         PIC -(11)9.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 MD-BANK-REF       PIC X(16).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 MD-LEDGER-DATE    PIC X(8).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 MD-SOURCE         PIC X(8).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 MD-ACCOUNT        PIC X(5).
           03 FILLER            PIC X(4) VALUE SPACES.
           03 MD-METHOD         PIC X(3).
           03 FILLER            PIC X(6) VALUE SPACES.
       01 OPEN-HEAD-LINE.
           03 FILLER            PIC X(40) VALUE
              'DATE            AMOUNT  REFERENCE       '.
           03 FILLER            PIC X(40) VALUE
              '  DETAIL                FIRST SEEN     '.
       01 OPEN-DETAIL-LINE.
           03 OD-DATE           PIC X(8).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 OD-AMOUNT         PIC -(11)9.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 OD-REFERENCE      PIC X(16).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 OD-DETAIL         PIC X(20).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 OD-FIRST-SEEN     PIC X(8).
           03 FILLER            PIC X(8) VALUE SPACES.
       01 RPT-AMOUNT-LINE.
           03 RA-LABEL          PIC X(44).
           03 RA-AMOUNT         PIC -(13)9.
           03 FILLER            PIC X(22) VALUE SPACES.
       01 RPT-NOTE-LINE.
           03 RN-TEXT           PIC X(80).
      *
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING BANK RECONCILIATION"
           PERFORM B100-LOAD-CONTROL
           PERFORM B200-LOAD-OPEN-ITEMS
           PERFORM B300-LOAD-STATEMENT
           PERFORM B400-LOAD-JOURNAL
           PERFORM B500-LOAD-LEDGER-BALANCE
           OPEN OUTPUT REC-RPT-FILE
           IF NOT RPT-OK
               DISPLAY "ERROR - COULD NOT OPEN RECRPT, STATUS "
                       WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE WS-STMT-DATE TO RT-STMT-DATE
           MOVE WS-CASH-LEDGER TO RT-CASH-LEDGER
           WRITE PRINTLINE FROM RPT-RULE-LINE
           WRITE PRINTLINE FROM RPT-TITLE-LINE
           WRITE PRINTLINE FROM RPT-RULE-LINE
           MOVE 'ITEMS MATCHED THIS RUN' TO RS-TEXT
           WRITE PRINTLINE FROM RPT-SECTION-LINE
           WRITE PRINTLINE FROM MATCH-HEAD-LINE
           SET REFERENCE-PASS TO TRUE
           PERFORM C100-MATCH-BANK-ITEM
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT
           SET AMOUNT-PASS TO TRUE
           PERFORM C100-MATCH-BANK-ITEM
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT
           MOVE 'MATCHED ITEMS                               '
             TO RA-LABEL
           MOVE WS-MATCH-COUNT TO RA-AMOUNT
           WRITE PRINTLINE FROM RPT-AMOUNT-LINE
           MOVE 'MATCHED VALUE                               '
             TO RA-LABEL
           MOVE WS-MATCHED-TOTAL TO RA-AMOUNT
           WRITE PRINTLINE FROM RPT-AMOUNT-LINE
           PERFORM D100-PRINT-OUTSTANDING
           PERFORM D200-PRINT-STATEMENT
           CLOSE REC-RPT-FILE
           PERFORM W100-WRITE-OPEN-ITEMS
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - ITEMS MATCHED:         " WS-MATCH-COUNT
           DISPLAY "STATUS - ITEMS CARRIED FORWARD: " WS-OPEN-COUNT
           DISPLAY "STATUS - BANK RECONCILIATION DONE"
           GOBACK
           .

       B100-LOAD-CONTROL      SECTION.
           OPEN INPUT REC-CTRL-FILE
           IF NOT RECCTL-OK
               DISPLAY "ERROR - COULD NOT OPEN RECCTL, STATUS "
                       WS-RECCTL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           READ REC-CTRL-FILE
               AT END
                   DISPLAY "ERROR - RECCTL IS EMPTY"
                   CLOSE REC-CTRL-FILE
                   MOVE 16 TO RETURN-CODE
                   PERFORM Z100-WRITE-RUN-LOG
                   GOBACK
           END-READ
           CLOSE REC-CTRL-FILE
           IF RCC-CASH-LEDGER = SPACES
               DISPLAY "ERROR - NO CASH LEDGER CODE ON RECCTL"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE RCC-CASH-LEDGER TO WS-CASH-LEDGER
           IF RCC-TOLERANCE-DAYS NUMERIC
               MOVE RCC-TOLERANCE-DAYS TO WS-TOLERANCE-DAYS
           END-IF
           DISPLAY "STATUS - CASH LEDGER " WS-CASH-LEDGER
                   ", MATCHING WINDOW " WS-TOLERANCE-DAYS " DAY(S)"
           .

      *NO RECOPEN IS THE FIRST DAY - NOTHING CARRIED FORWARD.
       B200-LOAD-OPEN-ITEMS   SECTION.
           OPEN INPUT OPEN-ITEMS-FILE
           IF OPEN-NOTFOUND
               DISPLAY "STATUS - NO OPEN ITEMS FILE, FIRST "
                       "RECONCILIATION"
               GO TO B200-EXIT
           END-IF
           IF NOT OPEN-OK
               DISPLAY "ERROR - COULD NOT OPEN RECOPEN, STATUS "
                       WS-OPEN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ OPEN-ITEMS-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RUN-INPUT-COUNT
                       EVALUATE TRUE
                           WHEN OI-HEADER
                               MOVE OH-STMT-DATE TO WS-LAST-STMT-DATE
                               MOVE OH-BANK-BALANCE
                                 TO WS-LAST-BANK-BALANCE
                               SET LAST-STMT-FOUND TO TRUE
                           WHEN OI-BANK-ITEM
                               PERFORM B210-CARRY-BANK-ITEM
                           WHEN OI-LEDGER-ITEM
                               PERFORM B220-CARRY-LEDGER-ITEM
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE OPEN-ITEMS-FILE
           DISPLAY "STATUS - " WS-BK-COUNT " BANK AND " WS-LI-COUNT
                   " LEDGER ITEM(S) BROUGHT FORWARD".
       B200-EXIT.
           EXIT.

       B210-CARRY-BANK-ITEM   SECTION.
           PERFORM B600-CHECK-BANK-ROOM
           ADD 1 TO WS-BK-COUNT
           MOVE OI-DATE TO WS-BK-DATE(WS-BK-COUNT)
           MOVE OI-AMOUNT TO WS-BK-AMOUNT(WS-BK-COUNT)
           MOVE OI-REFERENCE TO WS-BK-REFERENCE(WS-BK-COUNT)
           MOVE OI-DETAIL TO WS-BK-NARRATIVE(WS-BK-COUNT)
           MOVE OI-FIRST-SEEN TO WS-BK-FIRST-SEEN(WS-BK-COUNT)
           MOVE 'N' TO WS-BK-MATCHED(WS-BK-COUNT)
           MOVE OI-DATE TO WS-DATE-NUM
           PERFORM B700-DAY-NUMBER
           MOVE WS-DAY-INT TO WS-BK-DAY(WS-BK-COUNT)
           .

       B220-CARRY-LEDGER-ITEM SECTION.
           PERFORM B610-CHECK-LEDGER-ROOM
           ADD 1 TO WS-LI-COUNT
           MOVE OI-DATE TO WS-LI-DATE(WS-LI-COUNT)
           MOVE OI-AMOUNT TO WS-LI-AMOUNT(WS-LI-COUNT)
           MOVE OI-REFERENCE TO WS-LI-REFERENCE(WS-LI-COUNT)
           MOVE OI-DETAIL TO WS-LI-SOURCE(WS-LI-COUNT)
           MOVE OI-FIRST-SEEN TO WS-LI-FIRST-SEEN(WS-LI-COUNT)
           MOVE 'N' TO WS-LI-MATCHED(WS-LI-COUNT)
           MOVE OI-DATE TO WS-DATE-NUM
           PERFORM B700-DAY-NUMBER
           MOVE WS-DAY-INT TO WS-LI-DAY(WS-LI-COUNT)
           .

      *THE STATEMENT MUST PROVE ITSELF - OPENING BALANCE PLUS ITS
      *ITEMS EQUALS THE CLOSING BALANCE, AND THE ITEM COUNT AGREES
      *WITH THE TRAILER - BEFORE ANY OF IT IS MATCHED.
       B300-LOAD-STATEMENT    SECTION.
           OPEN INPUT BANK-STMT-FILE
           IF NOT STMT-OK
               DISPLAY "ERROR - COULD NOT OPEN BANKSTMT, STATUS "
                       WS-STMT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ BANK-STMT-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RUN-INPUT-COUNT
                       EVALUATE BS-REC-TYPE
                           WHEN 'H'
                               SET HEADER-SEEN TO TRUE
                               MOVE BH-STMT-DATE TO WS-STMT-DATE
                               MOVE BH-OPENING-BALANCE
                                 TO WS-OPENING-BALANCE
                           WHEN 'D'
                               PERFORM B310-ADD-BANK-ITEM
                           WHEN 'T'
                               SET TRAILER-SEEN TO TRUE
                               MOVE BT-CLOSING-BALANCE
                                 TO WS-CLOSING-BALANCE
                               MOVE BT-ITEM-COUNT
                                 TO WS-STMT-ITEM-COUNT
                           WHEN OTHER
                               DISPLAY "WARNING - UNKNOWN BANKSTMT "
                                       "RECORD TYPE '" BS-REC-TYPE
                                       "' IGNORED"
                               MOVE 4 TO RETURN-CODE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE BANK-STMT-FILE
           IF NOT HEADER-SEEN OR NOT TRAILER-SEEN
               DISPLAY "ERROR - BANKSTMT HAS NO HEADER OR NO "
                       "TRAILER, STATEMENT REFUSED"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE WS-OPENING-BALANCE TO WS-STMT-CHECK
           ADD WS-STMT-MOVEMENT TO WS-STMT-CHECK
           IF WS-STMT-CHECK NOT = WS-CLOSING-BALANCE
              OR WS-STMT-DAY-ITEMS NOT = WS-STMT-ITEM-COUNT
               DISPLAY "ERROR - BANKSTMT ITEMS DO NOT TAKE THE "
                       "OPENING BALANCE TO THE CLOSING BALANCE OR "
                       "DO NOT AGREE WITH THE TRAILER COUNT, "
                       "STATEMENT REFUSED"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           IF LAST-STMT-FOUND AND WS-STMT-DATE NOT > WS-LAST-STMT-DATE
               DISPLAY "ERROR - STATEMENT " WS-STMT-DATE " ALREADY "
                       "RECONCILED (LAST " WS-LAST-STMT-DATE ")"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           IF LAST-STMT-FOUND
                   AND WS-OPENING-BALANCE NOT = WS-LAST-BANK-BALANCE
               DISPLAY "WARNING - OPENING BALANCE DOES NOT FOLLOW "
                       "ON FROM THE LAST STATEMENT - ONE MAY BE "
                       "MISSING"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "STATUS - STATEMENT " WS-STMT-DATE " LOADED"
           .

       B310-ADD-BANK-ITEM     SECTION.
           PERFORM B600-CHECK-BANK-ROOM
           ADD 1 TO WS-BK-COUNT
           ADD 1 TO WS-STMT-DAY-ITEMS
           MOVE BD-TXN-DATE TO WS-BK-DATE(WS-BK-COUNT)
           MOVE BD-AMOUNT TO WS-BK-AMOUNT(WS-BK-COUNT)
           MOVE BD-REFERENCE TO WS-BK-REFERENCE(WS-BK-COUNT)
           MOVE BD-NARRATIVE TO WS-BK-NARRATIVE(WS-BK-COUNT)
           MOVE WS-BUSINESS-DATE TO WS-BK-FIRST-SEEN(WS-BK-COUNT)
           MOVE 'N' TO WS-BK-MATCHED(WS-BK-COUNT)
           ADD BD-AMOUNT TO WS-STMT-MOVEMENT
           MOVE BD-TXN-DATE TO WS-DATE-NUM
           PERFORM B700-DAY-NUMBER
           MOVE WS-DAY-INT TO WS-BK-DAY(WS-BK-COUNT)
           .

      *TODAY'S CASH LEGS. A DEBIT TO CASH IS MONEY IN, A CREDIT
      *MONEY OUT. THE CUSTOMER OR LEDGER ACCOUNT ON THE LEG IS ITS
      *REFERENCE FOR MATCHING.
       B400-LOAD-JOURNAL      SECTION.
           OPEN INPUT JOURNAL-INPUT
           IF NOT JRNL-OK
               DISPLAY "ERROR - COULD NOT OPEN JRNLOUT, STATUS "
                       WS-JRNL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ JOURNAL-INPUT
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RUN-INPUT-COUNT
                       IF JR-REC-TYPE = 'D'
                               AND JR-LEDGER-CODE = WS-CASH-LEDGER
                           PERFORM B410-ADD-LEDGER-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-INPUT
           .

       B410-ADD-LEDGER-ITEM   SECTION.
           PERFORM B610-CHECK-LEDGER-ROOM
           ADD 1 TO WS-LI-COUNT
           MOVE JR-RUN-DATE TO WS-LI-DATE(WS-LI-COUNT)
           IF JR-DRCR = 'DR'
               MOVE JR-AMOUNT TO WS-LI-AMOUNT(WS-LI-COUNT)
           ELSE
               COMPUTE WS-LI-AMOUNT(WS-LI-COUNT) = 0 - JR-AMOUNT
           END-IF
           MOVE JR-ACCOUNT-NUM TO WS-LI-REFERENCE(WS-LI-COUNT)
           MOVE JR-SOURCE-JOB TO WS-LI-SOURCE(WS-LI-COUNT)
           MOVE WS-BUSINESS-DATE TO WS-LI-FIRST-SEEN(WS-LI-COUNT)
           MOVE 'N' TO WS-LI-MATCHED(WS-LI-COUNT)
           MOVE WS-LI-DATE(WS-LI-COUNT) TO WS-DATE-NUM
           PERFORM B700-DAY-NUMBER
           MOVE WS-DAY-INT TO WS-LI-DAY(WS-LI-COUNT)
           .

       B500-LOAD-LEDGER-BALANCE SECTION.
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
                       IF LM-LEDGER-CODE = WS-CASH-LEDGER
                           MOVE LM-BALANCE TO WS-LEDGER-BALANCE
                           SET LEDGER-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-MASTER
           IF NOT LEDGER-FOUND
               DISPLAY "WARNING - CASH LEDGER " WS-CASH-LEDGER
                       " NOT ON LEDGMAST, BALANCE TAKEN AS ZERO"
               MOVE 4 TO RETURN-CODE
           END-IF
           .

      *AN ITEM THAT CANNOT BE HELD WOULD DROP OFF THE OPEN-ITEMS
      *FILE, SO A FULL TABLE STOPS THE RUN BEFORE ANYTHING IS
      *WRITTEN.
       B600-CHECK-BANK-ROOM   SECTION.
           IF WS-BK-COUNT >= 1000
               DISPLAY "ERROR - MORE THAN 1000 BANK ITEMS, "
                       "NOTHING RECONCILED"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           .

       B610-CHECK-LEDGER-ROOM SECTION.
           IF WS-LI-COUNT >= 1000
               DISPLAY "ERROR - MORE THAN 1000 LEDGER ITEMS, "
                       "NOTHING RECONCILED"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           .

      *DAY NUMBER OF WS-DATE-NUM FOR THE WINDOW TEST - ZERO WHEN
      *THE DATE IS NOT A REAL ONE, WHICH KEEPS THE ITEM OUT OF ANY
      *MATCH.
       B700-DAY-NUMBER        SECTION.
           MOVE 0 TO WS-DAY-INT
           IF WS-DATE-NUM NUMERIC AND WS-DATE-NUM > 16010100
               COMPUTE WS-DAY-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           END-IF
           .

      *FIND THE BEST UNMATCHED LEDGER ITEM FOR ONE BANK ITEM IN
      *THE CURRENT PASS - EQUAL AMOUNT, INSIDE THE WINDOW, NEAREST
      *DATE, AND IN THE REFERENCE PASS THE SAME ACCOUNT.
       C100-MATCH-BANK-ITEM   SECTION.
           IF WS-BK-MATCHED(WS-BK-IDX) = 'Y'
                   OR WS-BK-DAY(WS-BK-IDX) = 0
               GO TO C100-EXIT
           END-IF
           IF REFERENCE-PASS
                   AND WS-BK-REFERENCE(WS-BK-IDX) = SPACES
               GO TO C100-EXIT
           END-IF
           MOVE 0 TO WS-LI-PICK
           MOVE 9999999 TO WS-BEST-DIFF
           PERFORM VARYING WS-LI-IDX FROM 1 BY 1
                   UNTIL WS-LI-IDX > WS-LI-COUNT
               PERFORM C200-TEST-LEDGER-ITEM
               IF ITEM-OK AND WS-DAY-DIFF < WS-BEST-DIFF
                   MOVE WS-LI-IDX TO WS-LI-PICK
                   MOVE WS-DAY-DIFF TO WS-BEST-DIFF
               END-IF
           END-PERFORM
           IF WS-LI-PICK > 0
               PERFORM W200-RECORD-MATCH
           END-IF.
       C100-EXIT.
           EXIT.

       C200-TEST-LEDGER-ITEM  SECTION.
           MOVE 'N' TO WS-ITEM-OK-FLAG
           IF WS-LI-MATCHED(WS-LI-IDX) = 'Y'
                   OR WS-LI-DAY(WS-LI-IDX) = 0
                   OR WS-LI-AMOUNT(WS-LI-IDX)
                      NOT = WS-BK-AMOUNT(WS-BK-IDX)
               GO TO C200-EXIT
           END-IF
           IF REFERENCE-PASS
               IF WS-LI-REFERENCE(WS-LI-IDX) = SPACES
                  OR WS-BK-REFERENCE(WS-BK-IDX)(1:5)
                     NOT = WS-LI-REFERENCE(WS-LI-IDX)(1:5)
                   GO TO C200-EXIT
               END-IF
           END-IF
           COMPUTE WS-DAY-DIFF = WS-BK-DAY(WS-BK-IDX)
                               - WS-LI-DAY(WS-LI-IDX)
           IF WS-DAY-DIFF < 0
               COMPUTE WS-DAY-DIFF = 0 - WS-DAY-DIFF
           END-IF
           IF WS-DAY-DIFF NOT > WS-TOLERANCE-DAYS
               SET ITEM-OK TO TRUE
           END-IF.
       C200-EXIT.
           EXIT.

      *OUTSTANDING ITEMS BY KIND, EACH WITH ITS TOTAL, WHICH FEED
      *THE STATEMENT.
       D100-PRINT-OUTSTANDING SECTION.
           WRITE PRINTLINE FROM BLANKLINE
           WRITE PRINTLINE FROM RPT-RULE-LINE
           MOVE 'OUTSTANDING ITEMS CARRIED FORWARD' TO RS-TEXT
           WRITE PRINTLINE FROM RPT-SECTION-LINE
           WRITE PRINTLINE FROM RPT-RULE-LINE
           MOVE 'LEDGER PAYMENTS NOT YET PRESENTED AT BANK'
             TO RS-TEXT
           SET KIND-MONEY-OUT TO TRUE
           PERFORM D110-PRINT-LEDGER-KIND
           MOVE WS-SECTION-TOTAL TO WS-UNPRESENTED
           MOVE 'LEDGER RECEIPTS NOT YET CREDITED BY BANK'
             TO RS-TEXT
           SET KIND-MONEY-IN TO TRUE
           PERFORM D110-PRINT-LEDGER-KIND
           MOVE WS-SECTION-TOTAL TO WS-UNCREDITED
           MOVE 'BANK RECEIPTS NOT YET IN THE LEDGER' TO RS-TEXT
           SET KIND-MONEY-IN TO TRUE
           PERFORM D120-PRINT-BANK-KIND
           MOVE WS-SECTION-TOTAL TO WS-BANK-RECEIPTS
           MOVE 'BANK PAYMENTS NOT YET IN THE LEDGER' TO RS-TEXT
           SET KIND-MONEY-OUT TO TRUE
           PERFORM D120-PRINT-BANK-KIND
           MOVE WS-SECTION-TOTAL TO WS-BANK-PAYMENTS
           .

      *WS-KIND-FLAG PICKS MONEY OUT OR MONEY IN. TOTALS ARE KEPT AS
      *MAGNITUDES.
       D110-PRINT-LEDGER-KIND SECTION.
           WRITE PRINTLINE FROM BLANKLINE
           WRITE PRINTLINE FROM RPT-SECTION-LINE
           WRITE PRINTLINE FROM OPEN-HEAD-LINE
           MOVE 0 TO WS-SECTION-TOTAL
           PERFORM VARYING WS-LI-IDX FROM 1 BY 1
                   UNTIL WS-LI-IDX > WS-LI-COUNT
               IF WS-LI-MATCHED(WS-LI-IDX) = 'N'
                  AND ((KIND-MONEY-OUT
                        AND WS-LI-AMOUNT(WS-LI-IDX) < 0)
                    OR (KIND-MONEY-IN
                        AND WS-LI-AMOUNT(WS-LI-IDX) NOT < 0))
                   MOVE WS-LI-DATE(WS-LI-IDX) TO OD-DATE
                   MOVE WS-LI-AMOUNT(WS-LI-IDX) TO OD-AMOUNT
                   MOVE WS-LI-REFERENCE(WS-LI-IDX) TO OD-REFERENCE
                   MOVE WS-LI-SOURCE(WS-LI-IDX) TO OD-DETAIL
                   MOVE WS-LI-FIRST-SEEN(WS-LI-IDX) TO OD-FIRST-SEEN
                   WRITE PRINTLINE FROM OPEN-DETAIL-LINE
                   MOVE WS-LI-AMOUNT(WS-LI-IDX) TO WS-SHOW-AMOUNT
                   IF WS-SHOW-AMOUNT < 0
                       SUBTRACT WS-SHOW-AMOUNT FROM WS-SECTION-TOTAL
                   ELSE
                       ADD WS-SHOW-AMOUNT TO WS-SECTION-TOTAL
                   END-IF
               END-IF
           END-PERFORM
           MOVE '    TOTAL' TO RA-LABEL
           MOVE WS-SECTION-TOTAL TO RA-AMOUNT
           WRITE PRINTLINE FROM RPT-AMOUNT-LINE
           .

       D120-PRINT-BANK-KIND   SECTION.
           WRITE PRINTLINE FROM BLANKLINE
           WRITE PRINTLINE FROM RPT-SECTION-LINE
           WRITE PRINTLINE FROM OPEN-HEAD-LINE
           MOVE 0 TO WS-SECTION-TOTAL
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-COUNT
               IF WS-BK-MATCHED(WS-BK-IDX) = 'N'
                  AND ((KIND-MONEY-OUT
                        AND WS-BK-AMOUNT(WS-BK-IDX) < 0)
                    OR (KIND-MONEY-IN
                        AND WS-BK-AMOUNT(WS-BK-IDX) NOT < 0))
                   MOVE WS-BK-DATE(WS-BK-IDX) TO OD-DATE
                   MOVE WS-BK-AMOUNT(WS-BK-IDX) TO OD-AMOUNT
                   MOVE WS-BK-REFERENCE(WS-BK-IDX) TO OD-REFERENCE
                   MOVE WS-BK-NARRATIVE(WS-BK-IDX) TO OD-DETAIL
                   MOVE WS-BK-FIRST-SEEN(WS-BK-IDX) TO OD-FIRST-SEEN
                   WRITE PRINTLINE FROM OPEN-DETAIL-LINE
                   MOVE WS-BK-AMOUNT(WS-BK-IDX) TO WS-SHOW-AMOUNT
                   IF WS-SHOW-AMOUNT < 0
                       SUBTRACT WS-SHOW-AMOUNT FROM WS-SECTION-TOTAL
                   ELSE
                       ADD WS-SHOW-AMOUNT TO WS-SECTION-TOTAL
                   END-IF
               END-IF
           END-PERFORM
           MOVE '    TOTAL' TO RA-LABEL
           MOVE WS-SECTION-TOTAL TO RA-AMOUNT
           WRITE PRINTLINE FROM RPT-AMOUNT-LINE
           .

      *LEDGER BALANCE, PLUS AND MINUS THE OUTSTANDING ITEMS, MUST
      *EQUAL THE BANK BALANCE.
       D200-PRINT-STATEMENT   SECTION.
           MOVE WS-LEDGER-BALANCE TO WS-ADJUSTED-BALANCE
           ADD WS-UNPRESENTED TO WS-ADJUSTED-BALANCE
           SUBTRACT WS-UNCREDITED FROM WS-ADJUSTED-BALANCE
           ADD WS-BANK-RECEIPTS TO WS-ADJUSTED-BALANCE
           SUBTRACT WS-BANK-PAYMENTS FROM WS-ADJUSTED-BALANCE
           COMPUTE WS-DIFFERENCE = WS-CLOSING-BALANCE
                                 - WS-ADJUSTED-BALANCE
           WRITE PRINTLINE FROM BLANKLINE
           WRITE PRINTLINE FROM RPT-RULE-LINE
           MOVE 'RECONCILIATION' TO RS-TEXT
           WRITE PRINTLINE FROM RPT-SECTION-LINE
           WRITE PRINTLINE FROM RPT-RULE-LINE
           MOVE 'BALANCE PER LEDGER                          '
             TO RA-LABEL
           MOVE WS-LEDGER-BALANCE TO RA-AMOUNT
           WRITE PRINTLINE FROM RPT-AMOUNT-LINE
           MOVE 'ADD    PAYMENTS NOT YET PRESENTED           '
             TO RA-LABEL
           MOVE WS-UNPRESENTED TO RA-AMOUNT
           WRITE PRINTLINE FROM RPT-AMOUNT-LINE
           MOVE 'LESS   RECEIPTS NOT YET CREDITED            '
             TO RA-LABEL
           MOVE WS-UNCREDITED TO RA-AMOUNT
           WRITE PRINTLINE FROM RPT-AMOUNT-LINE
           MOVE 'ADD    BANK RECEIPTS NOT IN LEDGER          '
             TO RA-LABEL
           MOVE WS-BANK-RECEIPTS TO RA-AMOUNT
           WRITE PRINTLINE FROM RPT-AMOUNT-LINE
           MOVE 'LESS   BANK PAYMENTS NOT IN LEDGER          '
             TO RA-LABEL
           MOVE WS-BANK-PAYMENTS TO RA-AMOUNT
           WRITE PRINTLINE FROM RPT-AMOUNT-LINE
           MOVE 'ADJUSTED LEDGER BALANCE                     '
             TO RA-LABEL
           MOVE WS-ADJUSTED-BALANCE TO RA-AMOUNT
           WRITE PRINTLINE FROM RPT-AMOUNT-LINE
           MOVE 'BALANCE PER BANK STATEMENT                  '
             TO RA-LABEL
           MOVE WS-CLOSING-BALANCE TO RA-AMOUNT
           WRITE PRINTLINE FROM RPT-AMOUNT-LINE
           MOVE 'DIFFERENCE                                  '
             TO RA-LABEL
           MOVE WS-DIFFERENCE TO RA-AMOUNT
           WRITE PRINTLINE FROM RPT-AMOUNT-LINE
           WRITE PRINTLINE FROM BLANKLINE
           IF WS-DIFFERENCE = 0
               MOVE 'RECONCILED - LEDGER AGREES WITH BANK'
                 TO RN-TEXT
               DISPLAY "STATUS - LEDGER AGREES WITH BANK"
           ELSE
               MOVE 'NOT RECONCILED - DIFFERENCE TO BE INVESTIGATED'
                 TO RN-TEXT
               DISPLAY "ERROR - RECONCILIATION DIFFERENCE OF "
                       WS-DIFFERENCE
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE PRINTLINE FROM RPT-NOTE-LINE
           .

      *THE MATCHED PAIR IS PRINTED AND DROPS OUT OF BOTH TABLES.
       W200-RECORD-MATCH      SECTION.
           MOVE 'Y' TO WS-BK-MATCHED(WS-BK-IDX)
           MOVE 'Y' TO WS-LI-MATCHED(WS-LI-PICK)
           MOVE WS-BK-DATE(WS-BK-IDX) TO MD-BANK-DATE
           MOVE WS-BK-AMOUNT(WS-BK-IDX) TO MD-AMOUNT
           MOVE WS-BK-REFERENCE(WS-BK-IDX) TO MD-BANK-REF
           MOVE WS-LI-DATE(WS-LI-PICK) TO MD-LEDGER-DATE
           MOVE WS-LI-SOURCE(WS-LI-PICK) TO MD-SOURCE
           MOVE WS-LI-REFERENCE(WS-LI-PICK) TO MD-ACCOUNT
           IF REFERENCE-PASS
               MOVE 'REF' TO MD-METHOD
           ELSE
               MOVE 'AMT' TO MD-METHOD
           END-IF
           WRITE PRINTLINE FROM MATCH-DETAIL-LINE
           ADD 1 TO WS-MATCH-COUNT
           ADD WS-BK-AMOUNT(WS-BK-IDX) TO WS-MATCHED-TOTAL
           .

      *REWRITE THE OPEN-ITEMS FILE: TODAY'S STATEMENT AS THE LAST
      *RECONCILED, THEN EVERY ITEM STILL UNMATCHED.
       W100-WRITE-OPEN-ITEMS  SECTION.
           OPEN OUTPUT OPEN-ITEMS-FILE
           IF NOT OPEN-OK
               DISPLAY "ERROR - COULD NOT REWRITE RECOPEN, STATUS "
                       WS-OPEN-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO W100-EXIT
           END-IF
           MOVE SPACES TO OPEN-ITEM-RECORD
           SET OI-HEADER TO TRUE
           MOVE WS-STMT-DATE TO OH-STMT-DATE
           MOVE WS-CLOSING-BALANCE TO OH-BANK-BALANCE
           MOVE WS-CASH-LEDGER TO OH-CASH-LEDGER
           WRITE OPEN-ITEM-RECORD
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-COUNT
               IF WS-BK-MATCHED(WS-BK-IDX) = 'N'
                   MOVE SPACES TO OPEN-ITEM-RECORD
                   SET OI-BANK-ITEM TO TRUE
                   MOVE WS-BK-DATE(WS-BK-IDX) TO OI-DATE
                   MOVE WS-BK-AMOUNT(WS-BK-IDX) TO OI-AMOUNT
                   MOVE WS-BK-REFERENCE(WS-BK-IDX) TO OI-REFERENCE
                   MOVE WS-BK-NARRATIVE(WS-BK-IDX) TO OI-DETAIL
                   MOVE WS-BK-FIRST-SEEN(WS-BK-IDX) TO OI-FIRST-SEEN
                   WRITE OPEN-ITEM-RECORD
                   ADD 1 TO WS-OPEN-COUNT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-LI-IDX FROM 1 BY 1
                   UNTIL WS-LI-IDX > WS-LI-COUNT
               IF WS-LI-MATCHED(WS-LI-IDX) = 'N'
                   MOVE SPACES TO OPEN-ITEM-RECORD
                   SET OI-LEDGER-ITEM TO TRUE
                   MOVE WS-LI-DATE(WS-LI-IDX) TO OI-DATE
                   MOVE WS-LI-AMOUNT(WS-LI-IDX) TO OI-AMOUNT
                   MOVE WS-LI-REFERENCE(WS-LI-IDX) TO OI-REFERENCE
                   MOVE WS-LI-SOURCE(WS-LI-IDX) TO OI-DETAIL
                   MOVE WS-LI-FIRST-SEEN(WS-LI-IDX) TO OI-FIRST-SEEN
                   WRITE OPEN-ITEM-RECORD
                   ADD 1 TO WS-OPEN-COUNT
               END-IF
           END-PERFORM
           CLOSE OPEN-ITEMS-FILE.
       W100-EXIT.
           EXIT.

       Z100-WRITE-RUN-LOG     SECTION.
           MOVE "EXPPRG79" TO RL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE WS-RUN-INPUT-COUNT TO RL-INPUT-COUNT
           MOVE WS-MATCH-COUNT TO RL-OUTPUT-COUNT
           MOVE WS-OPEN-COUNT TO RL-OUTPUT-COUNT-2
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
