       ID DIVISION.
       PROGRAM-ID. EXPPROG81.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * FINANCIAL YEAR-END CLOSE AND LEDGER ROLL-FORWARD. THE
      * CHART OF ACCOUNTS (COACTL, AS USED BY EXPPROG80) SAYS
      * WHICH LEDGER CODES ARE INCOME AND EXPENSE; THIS JOB
      * GENERATES ONE BALANCED CLOSING BATCH (CLOSJRNL, THE
      * EXPPROG25 JOURNAL LAYOUT) THAT TAKES EVERY INCOME AND
      * EXPENSE BALANCE TO ZERO AGAINST THE RETAINED-EARNINGS
      * CODE NAMED ON THE YECTL CARD, AND POSTS IT STRAIGHT TO
      * THE LEDGER. THE BATCH IS DATED THE LAST DAY OF THE FINAL
      * PERIOD WITH SEQUENCE 7000 AND IS ENTERED ON POSTREG, SO
      * IT CAN NEVER POST TWICE AND A RERUN OF THE CLOSE IS
      * REFUSED.
      *
      * THE LEDGER AFTER THE CLOSING POSTING, LIFETIME TOTALS AND
      * ALL, IS ARCHIVED TO LEDGARCH. LEDGMAST IS THEN REWRITTEN
      * AS THE FRESH YEAR: BALANCE-SHEET CODES START WITH THEIR
      * BALANCE AS A SINGLE OPENING DEBIT OR CREDIT, INCOME AND
      * EXPENSE CODES START AT ZERO. THE FRESH LEDGMAST IS WHAT
      * EXPPROG80 TAKES AS BOTH ITS YEAR-START (LEDGYRS) AND
      * PERIOD-1 PRIOR (LEDGPRV) SNAPSHOT.
      *
      * ON PERDCTL THE FINAL PERIOD BECOMES 'Y' - YEAR LOCKED.
      * THE GL JOBS TREAT THAT PERIOD AND EVERY ONE BEFORE IT AS
      * CLOSED, SO NOTHING POSTS INTO A CLOSED YEAR, AND THE ROWS
      * IT COVERS ARE DROPPED. PERIOD 1 OF THE NEW YEAR IS
      * OPENED.
      *
      * ANY LEDGER CODE NOT ON THE CHART, A RETAINED-EARNINGS
      * CODE THAT IS NOT AN EQUITY ('Q') CODE, OR A LEDGER THAT
      * DOES NOT PROVE TO ZERO STOPS THE CLOSE RC 16 BEFORE
      * ANYTHING IS WRITTEN.
      *
      * PARM - THE FINAL PERIOD OF THE YEAR BEING CLOSED, YYYYMM.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT YE-CTRL-FILE ASSIGN TO YECTL
           FILE STATUS IS WS-YECTL-STATUS.
           SELECT CHART-CTRL-FILE ASSIGN TO COACTL
           FILE STATUS IS WS-CHART-STATUS.
           SELECT LEDGER-MASTER ASSIGN TO LEDGMAST
           FILE STATUS IS WS-LEDG-STATUS.
           SELECT LEDGER-ARCHIVE ASSIGN TO LEDGARCH
           FILE STATUS IS WS-ARCH-STATUS.
           SELECT CLOSING-JOURNAL ASSIGN TO CLOSJRNL
           FILE STATUS IS WS-CJRN-STATUS.
           SELECT POST-REG-FILE ASSIGN TO POSTREG
           FILE STATUS IS WS-PREG-STATUS.
           SELECT PERIOD-CTRL-FILE ASSIGN TO PERDCTL
           FILE STATUS IS WS-PERD-STATUS.
           SELECT YE-RPT-FILE ASSIGN TO YERPT
           FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD YE-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 YE-CTRL-REC.
           03 YE-RETAINED-CODE       PIC X(8).
           03 FILLER                 PIC X(72).

      *EXPPROG80'S CHART OF ACCOUNTS - MUST BE KEPT IN STEP.
       FD CHART-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 CHART-CTRL-REC.
           03 CA-LEDGER-CODE         PIC X(8).
           03 CA-SECTION             PIC X(1).
               88 CA-SECTION-VALID   VALUE 'I' 'E' 'A' 'L' 'Q'.
           03 CA-SIGN                PIC X(1).
           03 CA-LINE-NUM            PIC 9(3).
           03 CA-LINE-TEXT           PIC X(30).
           03 FILLER                 PIC X(37).

      *EXPPROG50'S LEDGER BALANCE MASTER - MUST BE KEPT IN STEP.
       FD LEDGER-MASTER BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 LEDGER-MASTER-REC.
           03 LM-LEDGER-CODE       PIC X(8).
           03 LM-DEBIT-TOTAL       PIC S9(13) SIGN LEADING SEPARATE.
           03 LM-CREDIT-TOTAL      PIC S9(13) SIGN LEADING SEPARATE.
           03 LM-BALANCE           PIC S9(13) SIGN LEADING SEPARATE.
           03 FILLER               PIC X(30).

       FD LEDGER-ARCHIVE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 LEDGER-ARCHIVE-REC       PIC X(80).

      *EXPPROG25'S JOURNAL BATCH LAYOUT - MUST BE KEPT IN STEP.
       FD CLOSING-JOURNAL BLOCK CONTAINS 0 RECORDS
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

      *EXPPROG50'S POSTING REGISTER - ONE ROW PER BATCH POSTED.
       FD POST-REG-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 POST-REG-REC.
           03 PR-BATCH-DATE        PIC 9(8).
           03 PR-BATCH-SEQ         PIC 9(4).
           03 PR-POSTED-DATE       PIC X(8).
           03 FILLER               PIC X(60).

      *ONE ROW PER ACCOUNTING PERIOD: YYYYMM AND 'O'PEN/'C'LOSED,
      *OR 'Y' FOR THE FINAL PERIOD OF A CLOSED YEAR.
       FD PERIOD-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 PERIOD-CTRL-REC.
           03 PD-PERIOD            PIC 9(6).
           03 PD-STATUS            PIC X(1).
           03 FILLER               PIC X(73).

       FD YE-RPT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 YE-RPT-RECORD            PIC X(80).

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

       01 WS-YECTL-STATUS          PIC X(2).
           88 YECTL-OK             VALUE "00".
       01 WS-CHART-STATUS          PIC X(2).
           88 CHART-OK             VALUE "00".
       01 WS-LEDG-STATUS           PIC X(2).
           88 LEDG-OK              VALUE "00".
       01 WS-ARCH-STATUS           PIC X(2).
           88 ARCH-OK              VALUE "00".
       01 WS-CJRN-STATUS           PIC X(2).
           88 CJRN-OK              VALUE "00".
       01 WS-PREG-STATUS           PIC X(2).
           88 PREG-OK              VALUE "00".
       01 WS-PERD-STATUS           PIC X(2).
           88 PERD-OK              VALUE "00".
       01 WS-RPT-STATUS            PIC X(2).
           88 RPT-OK               VALUE "00".
       01 WS-RUNLOG-STATUS         PIC X(2).

       01 WS-EOF-FLAG              PIC X VALUE 'N'.
           88 INPUT-DONE           VALUE 'Y'.

       01 WS-RUN-INPUT-COUNT       PIC 9(8) VALUE 0.
       01 WS-LEG-WRITE-COUNT       PIC 9(7) VALUE 0.
       01 WS-CLOSED-CODE-COUNT     PIC 9(8) VALUE 0.
       01 WS-ERROR-COUNT           PIC 9(8) VALUE 0.

      *THE YEAR BEING CLOSED
       01 WS-FINAL-PERIOD          PIC X(6).
       01 WS-FINAL-PERIOD-NUM REDEFINES WS-FINAL-PERIOD
                                   PIC 9(6).
       01 WS-FINAL-PARTS REDEFINES WS-FINAL-PERIOD.
           03 WS-FINAL-YYYY        PIC 9(4).
           03 WS-FINAL-MM          PIC 9(2).
       01 WS-NEW-PERIOD            PIC 9(6).
       01 WS-NEW-PARTS REDEFINES WS-NEW-PERIOD.
           03 WS-NEW-YYYY          PIC 9(4).
           03 WS-NEW-MM            PIC 9(2).
       01 WS-CLOSE-DATE            PIC 9(8).
       01 WS-CLOSE-DATE-PARTS REDEFINES WS-CLOSE-DATE.
           03 WS-CLOSE-YYYYMM      PIC 9(6).
           03 WS-CLOSE-DD          PIC 9(2).
       01 WS-CLOSE-SEQ             PIC 9(4) VALUE 7000.
       01 WS-CLOSE-BATCH-ID.
           03 WS-CB-DATE           PIC 9(8).
           03 WS-CB-SEQ            PIC 9(4).
       01 WS-MONTH-DAYS-LIST       PIC X(24)
                                   VALUE '312831303130313130313031'.
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
           03 WS-MONTH-DAYS        PIC 9(2) OCCURS 12 TIMES.
       01 WS-LEAP-QUOT             PIC 9(4).
       01 WS-LEAP-REM-4            PIC 9(4).
       01 WS-LEAP-REM-100          PIC 9(4).
       01 WS-LEAP-REM-400          PIC 9(4).

       01 WS-RETAINED-CODE         PIC X(8) VALUE SPACES.
       01 WS-RETAINED-PICK         PIC 9(3) VALUE 0.
       01 WS-RETAINED-ENTRY        PIC S9(13) VALUE 0.

      *THE CHART - ONLY THE SECTION MATTERS HERE
       01 WS-CHART-TABLE.
           03 WS-CH-ENTRY OCCURS 200 TIMES.
               05 WS-CH-CODE       PIC X(8).
               05 WS-CH-SECTION    PIC X(1).
       01 WS-CH-COUNT              PIC 9(3) VALUE 0.
       01 WS-CH-IDX                PIC 9(3).
       01 WS-CH-PICK               PIC 9(3).
       01 WS-FIND-CODE             PIC X(8).

      *THE LEDGER IN STORAGE (EXPPROG50'S 100-CODE SCALE)
       01 WS-LEDG-TABLE.
           03 WS-LDG-ENTRY OCCURS 100 TIMES.
               05 WS-LDG-CODE      PIC X(8).
               05 WS-LDG-SECTION   PIC X(1).
                   88 LDG-PROFIT-AND-LOSS VALUE 'I' 'E'.
               05 WS-LDG-DEBITS    PIC S9(13).
               05 WS-LDG-CREDITS   PIC S9(13).
               05 WS-LDG-PRE-CLOSE PIC S9(13).
       01 WS-LEDG-COUNT            PIC 9(3) VALUE 0.
       01 WS-LDG-IDX               PIC 9(3).
       01 WS-LDG-BALANCE           PIC S9(13) VALUE 0.
       01 WS-LDG-PROOF             PIC S9(14) VALUE 0.
       01 WS-LDG-ENTRY-AMT         PIC S9(13) VALUE 0.

      *PERIOD CONTROL
       01 WS-PERD-TABLE.
           03 WS-PD-ENTRY OCCURS 36 TIMES.
               05 WS-PD-PERIOD     PIC 9(6).
               05 WS-PD-STATUS     PIC X(1).
       01 WS-PERD-COUNT            PIC 9(2) VALUE 0.
       01 WS-PD-IDX                PIC 9(2).
       01 WS-NEW-OPEN-FLAG         PIC X VALUE 'N'.
           88 NEW-PERIOD-ON-FILE   VALUE 'Y'.

      *THE CLOSING BATCH
       01 WS-CLOSE-DEBITS          PIC S9(13) VALUE 0.
       01 WS-CLOSE-CREDITS         PIC S9(13) VALUE 0.
       01 WS-BATCH-DEBITS          PIC S9(11) VALUE 0.
       01 WS-BATCH-CREDITS         PIC S9(11) VALUE 0.
       01 WS-LEG-CODE              PIC X(8).
       01 WS-LEG-DRCR              PIC X(2).
       01 WS-LEG-REMAINING         PIC S9(13).
       01 WS-LEG-PIECE             PIC S9(9).
       01 WS-LEG-LIMIT             PIC S9(9) VALUE 999999999.

      *REPORT LINES
       01 YE-TITLE-LINE.
           03 FILLER               PIC X(30) VALUE
              'YEAR-END CLOSE - FINAL PERIOD '.
           03 YT-PERIOD            PIC 9(6).
           03 FILLER               PIC X(16) VALUE
              '  CLOSING BATCH '.
           03 YT-BATCH-DATE        PIC 9(8).
           03 FILLER               PIC X(1) VALUE '/'.
           03 YT-BATCH-SEQ         PIC 9(4).
           03 FILLER               PIC X(15) VALUE SPACES.
       01 YE-HEAD-LINE.
           03 FILLER               PIC X(12) VALUE 'CODE     SEC'.
           03 FILLER               PIC X(16) VALUE
              ' CLOSING BALANCE'.
           03 FILLER               PIC X(16) VALUE
              '   CLOSING ENTRY'.
           03 FILLER               PIC X(16) VALUE
              ' OPENING BALANCE'.
           03 FILLER               PIC X(20) VALUE SPACES.
       01 YE-DETAIL-LINE.
           03 YD-CODE              PIC X(8).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 YD-SECTION           PIC X(1).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 YD-CLOSING           PIC -(14)9.
           03 FILLER               PIC X(1) VALUE SPACES.
           03 YD-ENTRY             PIC -(14)9.
           03 FILLER               PIC X(1) VALUE SPACES.
           03 YD-OPENING           PIC -(14)9.
           03 FILLER               PIC X(20) VALUE SPACES.
       01 YE-NOTE-LINE.
           03 YN-TEXT              PIC X(50).
           03 YN-AMOUNT            PIC -(14)9.
           03 FILLER               PIC X(15) VALUE SPACES.
      *
       LINKAGE SECTION.
       01 INPUT-PARM.
           03 PARM-LENGTH          PIC S9(04) COMP.
           03 PARM-FINAL-PERIOD    PIC X(6).
      *
       PROCEDURE DIVISION USING INPUT-PARM.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING YEAR-END CLOSE"
           PERFORM B100-CHECK-PARM
           PERFORM B200-LOAD-CONTROL
           PERFORM B300-LOAD-CHART
           PERFORM B400-LOAD-LEDGER
           PERFORM B500-CHECK-LEDGER
           PERFORM B600-CHECK-REGISTER
           PERFORM B700-LOAD-PERIOD-TABLE
           IF WS-ERROR-COUNT > 0
               DISPLAY "ERROR - " WS-ERROR-COUNT " PROBLEM(S) FOUND, "
                       "YEAR NOT CLOSED"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN OUTPUT YE-RPT-FILE
           IF NOT RPT-OK
               DISPLAY "ERROR - COULD NOT OPEN YERPT, STATUS "
                       WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM C100-WRITE-CLOSING-BATCH
           PERFORM D100-ARCHIVE-LEDGER
           PERFORM D200-WRITE-FRESH-LEDGER
           PERFORM D300-REGISTER-BATCH
           PERFORM D400-REWRITE-PERIODS
           CLOSE YE-RPT-FILE
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - CODES CLOSED TO RETAINED EARNINGS: "
                   WS-CLOSED-CODE-COUNT
           DISPLAY "STATUS - YEAR-END CLOSE DONE"
           GOBACK
           .

      *THE CLOSING BATCH IS DATED THE LAST DAY OF THE FINAL PERIOD
      *AND THE NEW YEAR STARTS THE MONTH AFTER.
       B100-CHECK-PARM        SECTION.
           MOVE SPACES TO WS-FINAL-PERIOD
           IF PARM-LENGTH >= 6
               MOVE PARM-FINAL-PERIOD TO WS-FINAL-PERIOD
           END-IF
           IF WS-FINAL-PERIOD NOT NUMERIC
                   OR WS-FINAL-MM < 1 OR WS-FINAL-MM > 12
               DISPLAY "ERROR - PARM MUST BE THE FINAL PERIOD OF "
                       "THE YEAR AS YYYYMM"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE WS-FINAL-PERIOD-NUM TO WS-CLOSE-YYYYMM
           MOVE WS-MONTH-DAYS(WS-FINAL-MM) TO WS-CLOSE-DD
           IF WS-FINAL-MM = 2
               DIVIDE WS-FINAL-YYYY BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-FINAL-YYYY BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-FINAL-YYYY BY 400 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = 0 AND
                  (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
                   MOVE 29 TO WS-CLOSE-DD
               END-IF
           END-IF
           MOVE WS-FINAL-PERIOD-NUM TO WS-NEW-PERIOD
           IF WS-FINAL-MM = 12
               ADD 1 TO WS-NEW-YYYY
               MOVE 1 TO WS-NEW-MM
           ELSE
               ADD 1 TO WS-NEW-MM
           END-IF
           MOVE WS-CLOSE-DATE TO WS-CB-DATE
           MOVE WS-CLOSE-SEQ TO WS-CB-SEQ
           DISPLAY "STATUS - CLOSING YEAR ENDED " WS-FINAL-PERIOD
                   ", NEW YEAR OPENS " WS-NEW-PERIOD
           .

       B200-LOAD-CONTROL      SECTION.
           OPEN INPUT YE-CTRL-FILE
           IF NOT YECTL-OK
               DISPLAY "ERROR - COULD NOT OPEN YECTL, STATUS "
                       WS-YECTL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           READ YE-CTRL-FILE
               AT END
                   MOVE SPACES TO YE-CTRL-REC
           END-READ
           CLOSE YE-CTRL-FILE
           MOVE YE-RETAINED-CODE TO WS-RETAINED-CODE
           IF WS-RETAINED-CODE = SPACES
               DISPLAY "ERROR - YECTL CARD MUST NAME THE "
                       "RETAINED-EARNINGS LEDGER CODE"
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           .

       B300-LOAD-CHART        SECTION.
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
                       PERFORM B310-ADD-CHART-ROW
               END-READ
           END-PERFORM
           CLOSE CHART-CTRL-FILE
           .

       B310-ADD-CHART-ROW     SECTION.
           IF CA-LEDGER-CODE = SPACES OR NOT CA-SECTION-VALID
               DISPLAY "ERROR - COACTL ROW FOR '" CA-LEDGER-CODE
                       "' HAS NO VALID SECTION"
               ADD 1 TO WS-ERROR-COUNT
               GO TO B310-EXIT
           END-IF
           IF WS-CH-COUNT >= 200
               DISPLAY "ERROR - COACTL OVER 200 ROWS"
               ADD 1 TO WS-ERROR-COUNT
               GO TO B310-EXIT
           END-IF
           ADD 1 TO WS-CH-COUNT
           MOVE CA-LEDGER-CODE TO WS-CH-CODE(WS-CH-COUNT)
           MOVE CA-SECTION TO WS-CH-SECTION(WS-CH-COUNT).
       B310-EXIT.
           EXIT.

       B320-FIND-CHART-CODE   SECTION.
           MOVE 0 TO WS-CH-PICK
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                   UNTIL WS-CH-IDX > WS-CH-COUNT
               IF WS-CH-PICK = 0 AND
                  WS-CH-CODE(WS-CH-IDX) = WS-FIND-CODE
                   MOVE WS-CH-IDX TO WS-CH-PICK
               END-IF
           END-PERFORM
           .

       B400-LOAD-LEDGER       SECTION.
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
                           MOVE WS-LEDG-COUNT TO WS-LDG-IDX
                           MOVE LM-LEDGER-CODE
                             TO WS-LDG-CODE(WS-LDG-IDX)
                           MOVE LM-DEBIT-TOTAL
                             TO WS-LDG-DEBITS(WS-LDG-IDX)
                           MOVE LM-CREDIT-TOTAL
                             TO WS-LDG-CREDITS(WS-LDG-IDX)
                       ELSE
                           DISPLAY "ERROR - LEDGMAST OVER 100 CODES"
                           ADD 1 TO WS-ERROR-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-MASTER
           .

      *EVERY CODE MUST BE ON THE CHART, THE RETAINED-EARNINGS
      *CODE MUST BE EQUITY, AND THE LEDGER MUST PROVE BEFORE IT
      *IS CLOSED. A RETAINED-EARNINGS CODE NOT YET ON THE LEDGER
      *IS ADDED AT ZERO.
       B500-CHECK-LEDGER      SECTION.
           MOVE 0 TO WS-LDG-PROOF
           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
                   UNTIL WS-LDG-IDX > WS-LEDG-COUNT
               MOVE WS-LDG-CODE(WS-LDG-IDX) TO WS-FIND-CODE
               PERFORM B320-FIND-CHART-CODE
               IF WS-CH-PICK = 0
                   DISPLAY "ERROR - LEDGER CODE " WS-FIND-CODE
                           " IS NOT ON THE CHART OF ACCOUNTS"
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE SPACE TO WS-LDG-SECTION(WS-LDG-IDX)
               ELSE
                   MOVE WS-CH-SECTION(WS-CH-PICK)
                     TO WS-LDG-SECTION(WS-LDG-IDX)
               END-IF
               IF WS-LDG-CODE(WS-LDG-IDX) = WS-RETAINED-CODE
                   MOVE WS-LDG-IDX TO WS-RETAINED-PICK
               END-IF
               COMPUTE WS-LDG-PRE-CLOSE(WS-LDG-IDX) =
                       WS-LDG-DEBITS(WS-LDG-IDX)
                     - WS-LDG-CREDITS(WS-LDG-IDX)
               ADD WS-LDG-PRE-CLOSE(WS-LDG-IDX) TO WS-LDG-PROOF
           END-PERFORM
           IF WS-LDG-PROOF NOT = 0
               DISPLAY "ERROR - LEDGER DOES NOT PROVE TO ZERO, OUT BY "
                       WS-LDG-PROOF
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF WS-RETAINED-CODE = SPACES
               GO TO B500-EXIT
           END-IF
           MOVE WS-RETAINED-CODE TO WS-FIND-CODE
           PERFORM B320-FIND-CHART-CODE
           IF WS-CH-PICK = 0
               DISPLAY "ERROR - RETAINED-EARNINGS CODE "
                       WS-RETAINED-CODE " IS NOT ON THE CHART"
               ADD 1 TO WS-ERROR-COUNT
               GO TO B500-EXIT
           END-IF
           IF WS-CH-SECTION(WS-CH-PICK) NOT = 'Q'
               DISPLAY "ERROR - RETAINED-EARNINGS CODE "
                       WS-RETAINED-CODE " IS NOT AN EQUITY CODE"
               ADD 1 TO WS-ERROR-COUNT
               GO TO B500-EXIT
           END-IF
           IF WS-RETAINED-PICK = 0
               IF WS-LEDG-COUNT >= 100
                   DISPLAY "ERROR - NO ROOM ON THE LEDGER FOR "
                           WS-RETAINED-CODE
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO B500-EXIT
               END-IF
               ADD 1 TO WS-LEDG-COUNT
               MOVE WS-LEDG-COUNT TO WS-RETAINED-PICK
               MOVE WS-RETAINED-CODE TO WS-LDG-CODE(WS-RETAINED-PICK)
               MOVE 'Q' TO WS-LDG-SECTION(WS-RETAINED-PICK)
               MOVE 0 TO WS-LDG-DEBITS(WS-RETAINED-PICK)
               MOVE 0 TO WS-LDG-CREDITS(WS-RETAINED-PICK)
               MOVE 0 TO WS-LDG-PRE-CLOSE(WS-RETAINED-PICK)
           END-IF.
       B500-EXIT.
           EXIT.

      *THE CLOSING BATCH ALREADY ON THE REGISTER MEANS THE YEAR
      *HAS BEEN CLOSED.
       B600-CHECK-REGISTER    SECTION.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT POST-REG-FILE
           IF NOT PREG-OK
               DISPLAY "STATUS - NO POSTING REGISTER YET"
               GO TO B600-EXIT
           END-IF
           PERFORM UNTIL INPUT-DONE
               READ POST-REG-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       IF POST-REG-REC(1:12) = WS-CLOSE-BATCH-ID
                           DISPLAY "ERROR - CLOSING BATCH "
                                   WS-CLOSE-BATCH-ID " ALREADY "
                                   "POSTED, YEAR IS CLOSED"
                           ADD 1 TO WS-ERROR-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POST-REG-FILE.
       B600-EXIT.
           EXIT.

       B700-LOAD-PERIOD-TABLE SECTION.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PERIOD-CTRL-FILE
           IF NOT PERD-OK
               DISPLAY "WARNING - PERDCTL NOT FOUND, A NEW ONE IS "
                       "STARTED"
               GO TO B700-EXIT
           END-IF
           PERFORM UNTIL INPUT-DONE
               READ PERIOD-CTRL-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       IF PD-PERIOD NUMERIC
                           PERFORM B710-ADD-PERIOD-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-CTRL-FILE.
       B700-EXIT.
           EXIT.

       B710-ADD-PERIOD-ROW    SECTION.
           IF PD-STATUS = 'Y' AND PD-PERIOD NOT < WS-FINAL-PERIOD-NUM
               DISPLAY "ERROR - PERDCTL ALREADY LOCKS THE YEAR TO "
                       PD-PERIOD ", YEAR NOT CLOSED"
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF WS-PERD-COUNT >= 36
               DISPLAY "ERROR - PERDCTL OVER 36 ROWS"
               ADD 1 TO WS-ERROR-COUNT
               GO TO B710-EXIT
           END-IF
           ADD 1 TO WS-PERD-COUNT
           MOVE WS-PERD-COUNT TO WS-PD-IDX
           MOVE PD-PERIOD TO WS-PD-PERIOD(WS-PD-IDX)
           MOVE PD-STATUS TO WS-PD-STATUS(WS-PD-IDX).
       B710-EXIT.
           EXIT.

      *ONE LEG PER INCOME OR EXPENSE CODE TAKES ITS BALANCE TO
      *ZERO; THE RETAINED-EARNINGS LEG TAKES THE DIFFERENCE, SO
      *THE BATCH BALANCES BY CONSTRUCTION.
       C100-WRITE-CLOSING-BATCH SECTION.
           OPEN OUTPUT CLOSING-JOURNAL
           IF NOT CJRN-OK
               DISPLAY "ERROR - COULD NOT OPEN CLOSJRNL, STATUS "
                       WS-CJRN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE WS-FINAL-PERIOD-NUM TO YT-PERIOD
           MOVE WS-CB-DATE TO YT-BATCH-DATE
           MOVE WS-CB-SEQ TO YT-BATCH-SEQ
           WRITE YE-RPT-RECORD FROM YE-TITLE-LINE
           WRITE YE-RPT-RECORD FROM YE-HEAD-LINE
           MOVE SPACES TO JOURNAL-RECORD
           MOVE WS-CB-DATE TO JH-BATCH-DATE
           MOVE WS-CB-SEQ TO JH-BATCH-SEQ
           MOVE 'H' TO JH-REC-TYPE
           WRITE JOURNAL-RECORD
           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
                   UNTIL WS-LDG-IDX > WS-LEDG-COUNT
               IF LDG-PROFIT-AND-LOSS(WS-LDG-IDX)
                   PERFORM C200-CLOSE-ONE-CODE
               END-IF
           END-PERFORM
           MOVE WS-RETAINED-PICK TO WS-LDG-IDX
           MOVE WS-RETAINED-CODE TO WS-LEG-CODE
           IF WS-CLOSE-DEBITS > WS-CLOSE-CREDITS
               MOVE 'CR' TO WS-LEG-DRCR
               COMPUTE WS-LEG-REMAINING = WS-CLOSE-DEBITS
                                        - WS-CLOSE-CREDITS
               ADD WS-LEG-REMAINING TO WS-LDG-CREDITS(WS-LDG-IDX)
           ELSE
               MOVE 'DR' TO WS-LEG-DRCR
               COMPUTE WS-LEG-REMAINING = WS-CLOSE-CREDITS
                                        - WS-CLOSE-DEBITS
               ADD WS-LEG-REMAINING TO WS-LDG-DEBITS(WS-LDG-IDX)
           END-IF
           MOVE WS-LEG-REMAINING TO WS-RETAINED-ENTRY
           PERFORM C300-WRITE-LEGS
           MOVE SPACES TO JOURNAL-RECORD
           MOVE WS-LEG-WRITE-COUNT TO JT-RECORD-COUNT
           MOVE WS-BATCH-DEBITS TO JT-DEBIT-TOTAL
           MOVE WS-BATCH-CREDITS TO JT-CREDIT-TOTAL
           MOVE 'T' TO JT-REC-TYPE
           WRITE JOURNAL-RECORD
           CLOSE CLOSING-JOURNAL
           DISPLAY "STATUS - CLOSING BATCH " WS-CLOSE-BATCH-ID ", "
                   WS-LEG-WRITE-COUNT " LEG(S), DEBITS = CREDITS"
           .

       C200-CLOSE-ONE-CODE    SECTION.
           COMPUTE WS-LDG-BALANCE = WS-LDG-DEBITS(WS-LDG-IDX)
                                  - WS-LDG-CREDITS(WS-LDG-IDX)
           IF WS-LDG-BALANCE = 0
               GO TO C200-EXIT
           END-IF
           ADD 1 TO WS-CLOSED-CODE-COUNT
           MOVE WS-LDG-CODE(WS-LDG-IDX) TO WS-LEG-CODE
           IF WS-LDG-BALANCE > 0
               MOVE 'CR' TO WS-LEG-DRCR
               MOVE WS-LDG-BALANCE TO WS-LEG-REMAINING
               ADD WS-LEG-REMAINING TO WS-CLOSE-CREDITS
               ADD WS-LEG-REMAINING TO WS-LDG-CREDITS(WS-LDG-IDX)
           ELSE
               MOVE 'DR' TO WS-LEG-DRCR
               COMPUTE WS-LEG-REMAINING = 0 - WS-LDG-BALANCE
               ADD WS-LEG-REMAINING TO WS-CLOSE-DEBITS
               ADD WS-LEG-REMAINING TO WS-LDG-DEBITS(WS-LDG-IDX)
           END-IF
           PERFORM C300-WRITE-LEGS.
       C200-EXIT.
           EXIT.

      *A JOURNAL LEG HOLDS NINE DIGITS, A LEDGER BALANCE THIRTEEN -
      *A LARGER AMOUNT GOES OUT AS SEVERAL LEGS.
       C300-WRITE-LEGS        SECTION.
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
               MOVE "EXPPRG81" TO JR-SOURCE-JOB
               MOVE WS-BUSINESS-DATE TO JR-RUN-DATE
               MOVE 'D' TO JR-REC-TYPE
               WRITE JOURNAL-RECORD
               ADD 1 TO WS-LEG-WRITE-COUNT
               IF WS-LEG-DRCR = 'DR'
                   ADD WS-LEG-PIECE TO WS-BATCH-DEBITS
               ELSE
                   ADD WS-LEG-PIECE TO WS-BATCH-CREDITS
               END-IF
           END-PERFORM
           .

      *THE LEDGER AS IT STANDS AFTER THE CLOSING POSTING.
       D100-ARCHIVE-LEDGER    SECTION.
           OPEN OUTPUT LEDGER-ARCHIVE
           IF NOT ARCH-OK
               DISPLAY "ERROR - COULD NOT OPEN LEDGARCH, STATUS "
                       WS-ARCH-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
                   UNTIL WS-LDG-IDX > WS-LEDG-COUNT
               MOVE SPACES TO LEDGER-MASTER-REC
               MOVE WS-LDG-CODE(WS-LDG-IDX) TO LM-LEDGER-CODE
               MOVE WS-LDG-DEBITS(WS-LDG-IDX) TO LM-DEBIT-TOTAL
               MOVE WS-LDG-CREDITS(WS-LDG-IDX) TO LM-CREDIT-TOTAL
               COMPUTE WS-LDG-BALANCE =
                       WS-LDG-DEBITS(WS-LDG-IDX)
                     - WS-LDG-CREDITS(WS-LDG-IDX)
               MOVE WS-LDG-BALANCE TO LM-BALANCE
               WRITE LEDGER-ARCHIVE-REC FROM LEDGER-MASTER-REC
           END-PERFORM
           CLOSE LEDGER-ARCHIVE
           .

      *THE NEW YEAR'S LEDGER - EACH BALANCE AS ONE OPENING DEBIT
      *OR CREDIT, INCOME AND EXPENSE NOW AT ZERO.
       D200-WRITE-FRESH-LEDGER SECTION.
           OPEN OUTPUT LEDGER-MASTER
           IF NOT LEDG-OK
               DISPLAY "ERROR - COULD NOT REWRITE LEDGMAST, STATUS "
                       WS-LEDG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE 0 TO WS-LDG-PROOF
           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
                   UNTIL WS-LDG-IDX > WS-LEDG-COUNT
               COMPUTE WS-LDG-BALANCE =
                       WS-LDG-DEBITS(WS-LDG-IDX)
                     - WS-LDG-CREDITS(WS-LDG-IDX)
               MOVE SPACES TO LEDGER-MASTER-REC
               MOVE WS-LDG-CODE(WS-LDG-IDX) TO LM-LEDGER-CODE
               IF WS-LDG-BALANCE > 0
                   MOVE WS-LDG-BALANCE TO LM-DEBIT-TOTAL
                   MOVE 0 TO LM-CREDIT-TOTAL
               ELSE
                   MOVE 0 TO LM-DEBIT-TOTAL
                   COMPUTE LM-CREDIT-TOTAL = 0 - WS-LDG-BALANCE
               END-IF
               MOVE WS-LDG-BALANCE TO LM-BALANCE
               WRITE LEDGER-MASTER-REC
               ADD WS-LDG-BALANCE TO WS-LDG-PROOF
               MOVE WS-LDG-CODE(WS-LDG-IDX) TO YD-CODE
               MOVE WS-LDG-SECTION(WS-LDG-IDX) TO YD-SECTION
               PERFORM D210-REPORT-CODE
           END-PERFORM
           CLOSE LEDGER-MASTER
           IF WS-LEG-DRCR = 'CR'
               MOVE 'PROFIT FOR THE YEAR CREDITED TO RETAINED EARNINGS'
                 TO YN-TEXT
           ELSE
               MOVE 'LOSS FOR THE YEAR DEBITED TO RETAINED EARNINGS'
                 TO YN-TEXT
           END-IF
           MOVE WS-RETAINED-ENTRY TO YN-AMOUNT
           WRITE YE-RPT-RECORD FROM YE-NOTE-LINE
           MOVE 'OPENING LEDGER PROOF - SUM OF BALANCES' TO YN-TEXT
           MOVE WS-LDG-PROOF TO YN-AMOUNT
           WRITE YE-RPT-RECORD FROM YE-NOTE-LINE
           IF WS-LDG-PROOF NOT = 0
               DISPLAY "ERROR - OPENING LEDGER DOES NOT PROVE"
               MOVE 8 TO RETURN-CODE
           END-IF
           .

      *CLOSING BALANCE BEFORE THE CLOSE, THE CLOSING ENTRY AND
      *THE NEW YEAR'S OPENING BALANCE, ALL DEBIT MINUS CREDIT.
       D210-REPORT-CODE       SECTION.
           MOVE WS-LDG-PRE-CLOSE(WS-LDG-IDX) TO YD-CLOSING
           COMPUTE WS-LDG-ENTRY-AMT = WS-LDG-BALANCE
                                    - WS-LDG-PRE-CLOSE(WS-LDG-IDX)
           MOVE WS-LDG-ENTRY-AMT TO YD-ENTRY
           MOVE WS-LDG-BALANCE TO YD-OPENING
           WRITE YE-RPT-RECORD FROM YE-DETAIL-LINE
           .

      *ENTERED ON THE REGISTER SO EXPPROG50 WILL SKIP CLOSJRNL IF
      *IT IS EVER FED THROUGH, AND A SECOND CLOSE IS REFUSED.
       D300-REGISTER-BATCH    SECTION.
           OPEN EXTEND POST-REG-FILE
           IF NOT PREG-OK
               OPEN OUTPUT POST-REG-FILE
           END-IF
           MOVE SPACES TO POST-REG-REC
           MOVE WS-CLOSE-BATCH-ID TO POST-REG-REC(1:12)
           MOVE WS-BUSINESS-DATE TO PR-POSTED-DATE
           WRITE POST-REG-REC
           CLOSE POST-REG-FILE
           .

      *THE 'Y' ROW COVERS THE FINAL PERIOD AND EVERYTHING BEFORE
      *IT, SO THOSE ROWS (AND ANY OLDER LOCK) GO. LATER ROWS STAY;
      *PERIOD 1 OF THE NEW YEAR IS OPENED.
       D400-REWRITE-PERIODS   SECTION.
           OPEN OUTPUT PERIOD-CTRL-FILE
           IF NOT PERD-OK
               DISPLAY "ERROR - COULD NOT REWRITE PERDCTL, STATUS "
                       WS-PERD-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE SPACES TO PERIOD-CTRL-REC
           MOVE WS-FINAL-PERIOD-NUM TO PD-PERIOD
           MOVE 'Y' TO PD-STATUS
           WRITE PERIOD-CTRL-REC
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PERD-COUNT
               IF WS-PD-PERIOD(WS-PD-IDX) > WS-FINAL-PERIOD-NUM
                   MOVE SPACES TO PERIOD-CTRL-REC
                   MOVE WS-PD-PERIOD(WS-PD-IDX) TO PD-PERIOD
                   MOVE WS-PD-STATUS(WS-PD-IDX) TO PD-STATUS
                   IF WS-PD-PERIOD(WS-PD-IDX) = WS-NEW-PERIOD
                       MOVE 'O' TO PD-STATUS
                       SET NEW-PERIOD-ON-FILE TO TRUE
                   END-IF
                   WRITE PERIOD-CTRL-REC
               END-IF
           END-PERFORM
           IF NOT NEW-PERIOD-ON-FILE
               MOVE SPACES TO PERIOD-CTRL-REC
               MOVE WS-NEW-PERIOD TO PD-PERIOD
               MOVE 'O' TO PD-STATUS
               WRITE PERIOD-CTRL-REC
           END-IF
           CLOSE PERIOD-CTRL-FILE
           DISPLAY "STATUS - PERDCTL: " WS-FINAL-PERIOD
                   " LOCKED, " WS-NEW-PERIOD " OPEN"
           .

      *WRITE ONE SUMMARY RECORD TO THE SHARED CROSS-SUITE RUN LOG.
       Z100-WRITE-RUN-LOG     SECTION.
           MOVE "EXPPRG81" TO RL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE WS-RUN-INPUT-COUNT TO RL-INPUT-COUNT
           MOVE WS-LEG-WRITE-COUNT TO RL-OUTPUT-COUNT
           MOVE WS-CLOSED-CODE-COUNT TO RL-OUTPUT-COUNT-2
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
