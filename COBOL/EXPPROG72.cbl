       ID DIVISION.
       PROGRAM-ID. EXPPROG72.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * VELOCITY AND UNUSUAL-ACTIVITY SCREENING OVER EXPPROG5'S
      * TRANSACTION STREAM. EVERY DEBIT DETAIL ON FILEOUT (MONEY
      * LEAVING THE ACCOUNT - A NEGATIVE AMOUNT) IS GROUPED BY
      * ACCOUNT AND TRANSACTION DATE, AND AGAIN BY ACCOUNT, DATE
      * AND THE CATEGORY EXPPROG5 DERIVED FROM TRANS-DETAILS
      * THROUGH CATCTRL. THE RULES CARD (FRDCTL) GIVES:
      *   - A ROW WITH A BLANK CATEGORY: THE MAXIMUM COUNT AND
      *     AMOUNT PER ACCOUNT PER DAY, THE MULTIPLE OF THE
      *     ACCOUNT'S USUAL DAILY COUNT/AMOUNT THAT IS UNUSUAL, AND
      *     THE DAYS OF HISTORY NEEDED BEFORE THE MULTIPLE APPLIES;
      *   - ONE ROW PER CATEGORY CODE: THE MAXIMUM COUNT AND AMOUNT
      *     IN THAT CATEGORY PER ACCOUNT PER DAY.
      * A ZERO LIMIT IS NOT CHECKED. WITHOUT FRDCTL THE ACCOUNT-WIDE
      * DEFAULTS BELOW APPLY AND NO CATEGORY IS SCREENED.
      *
      * "USUAL" IS THE ROLLING PROFILE (FRDPROF, ONE ROW PER
      * ACCOUNT): AVERAGE DEBIT COUNT AND AMOUNT PER ACTIVE DAY
      * OVER THE LAST 30 ACTIVE DAYS. EVERY RUN FOLDS ITS DAYS INTO
      * THE PROFILE AFTER SCREENING, SO EACH CUSTOMER'S NORMAL
      * ADAPTS; A DAY ALREADY FOLDED (RERUN) IS NOT FOLDED AGAIN.
      *
      * EVERY RULE BROKEN RAISES A CASE: A 'W' ALERT THROUGH
      * ALRTMOD AND A 'C' CASE RECORD ON THE FRAUD-REVIEW FILE
      * (FRDRVW) FOLLOWED BY A 'T' RECORD FOR EACH TRANSACTION IN
      * THE GROUP THAT TRIGGERED IT. ANY CASE SETS RC 4.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT SCREEN-INPUT ASSIGN TO FILEOUT
           FILE STATUS IS WS-IN-STATUS.
           SELECT FRD-CTRL-FILE ASSIGN TO FRDCTL
           FILE STATUS IS WS-FCTL-STATUS.
           SELECT FRD-PROF-FILE ASSIGN TO FRDPROF
           FILE STATUS IS WS-PROF-STATUS.
           SELECT FRD-RVW-FILE ASSIGN TO FRDRVW
           FILE STATUS IS WS-RVW-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *SAME RECORD FAMILY AS EXPPROG5'S OUTPUT-RECORD - THE LAYOUTS
      *MUST BE KEPT IN STEP.
       FD SCREEN-INPUT BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 SCREEN-RECORD.
           03 OUT-ACCOUNT-NUM      PIC 9(5).
           03 OUT-MARKER           PIC X(1).
           03 OUT-TRANS-AMOUNT     PIC S9(9) COMP-3.
           03 OUT-TRANS-DATE       PIC 9(8).
           03 OUT-INITIAL-VAL      PIC X(1).
           03 OUT-SURNAME          PIC X(20).
           03 OUT-RUNNING-BALANCE  PIC S9(9) COMP-3.
           03 OUT-OVERDRAWN-FLAG   PIC X(1).
           03 OUT-CATEGORY         PIC X(4).
           03 FILLER-OUT           PIC X(29).
           03 OUT-REC-TYPE         PIC X(1).

      *SCREENING RULES - SEE THE HEADER. AMOUNTS IN PENCE.
       FD FRD-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 FRD-CTRL-REC.
           03 FR-CATEGORY          PIC X(4).
           03 FR-MAX-COUNT         PIC 9(4).
           03 FR-MAX-AMOUNT        PIC 9(9).
           03 FR-AVG-MULTIPLE      PIC 9(2)V9(1).
           03 FR-MIN-DAYS          PIC 9(3).
           03 FILLER               PIC X(57).

      *ROLLING PER-ACCOUNT PROFILE - ONE ROW PER ACCOUNT.
       FD FRD-PROF-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 FRD-PROF-REC.
           03 PF-ACCOUNT           PIC 9(5).
           03 PF-DAYS              PIC 9(3).
           03 PF-AVG-COUNT         PIC 9(3)V9(2).
           03 PF-AVG-AMOUNT        PIC 9(9)V9(2).
           03 PF-LAST-DATE         PIC 9(8).
           03 FILLER               PIC X(48).

      *FRAUD-REVIEW FILE - 'C' CASE RECORD, THEN ITS 'T'
      *TRANSACTION RECORDS.
       FD FRD-RVW-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 FRD-CASE-REC.
           03 RV-REC-TYPE          PIC X(1).
           03 RV-CASE-NO           PIC 9(5).
           03 RV-ACCOUNT           PIC 9(5).
           03 RV-DATE              PIC 9(8).
           03 RV-CATEGORY          PIC X(4).
           03 RV-RULE              PIC X(4).
           03 RV-OBSERVED          PIC 9(11).
           03 RV-LIMIT             PIC 9(11).
           03 RV-SURNAME           PIC X(20).
           03 FILLER               PIC X(11).
       01 FRD-TRANS-REC REDEFINES FRD-CASE-REC.
           03 RT-REC-TYPE          PIC X(1).
           03 RT-CASE-NO           PIC 9(5).
           03 RT-ACCOUNT           PIC 9(5).
           03 RT-DATE              PIC 9(8).
           03 RT-CATEGORY          PIC X(4).
           03 RT-AMOUNT            PIC 9(11).
           03 RT-INPUT-SEQ         PIC 9(8).
           03 FILLER               PIC X(38).

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

       01 WS-IN-STATUS             PIC X(2).
           88 IN-OK                VALUE "00".
       01 WS-FCTL-STATUS           PIC X(2).
           88 FCTL-OK              VALUE "00".
       01 WS-PROF-STATUS           PIC X(2).
           88 PROF-OK              VALUE "00".
       01 WS-RVW-STATUS            PIC X(2).
           88 RVW-OK               VALUE "00".
       01 WS-RUNLOG-STATUS         PIC X(2).

       01 WS-EOF-FLAG              PIC X VALUE 'N'.
           88 INPUT-DONE           VALUE 'Y'.

       01 WS-RUN-INPUT-COUNT       PIC 9(8) VALUE 0.
       01 WS-CASE-COUNT            PIC 9(5) VALUE 0.
       01 WS-RVW-WRITTEN           PIC 9(8) VALUE 0.

      *ACCOUNT-WIDE RULE - DEFAULTS USED WHEN FRDCTL IS ABSENT OR
      *CARRIES NO BLANK-CATEGORY ROW.
       01 WS-DFT-MAX-COUNT         PIC 9(4) VALUE 10.
       01 WS-DFT-MAX-AMOUNT        PIC 9(9) VALUE 0.
       01 WS-DFT-AVG-MULTIPLE      PIC 9(2)V9(1) VALUE 5.0.
       01 WS-DFT-MIN-DAYS          PIC 9(3) VALUE 5.

      *PER-CATEGORY RULES.
       01 WS-RULE-TABLE.
           03 WS-RULE-ENTRY OCCURS 30 TIMES INDEXED BY WS-RUL-IDX.
               05 WS-RUL-CATEGORY   PIC X(4).
               05 WS-RUL-MAX-COUNT  PIC 9(4).
               05 WS-RUL-MAX-AMOUNT PIC 9(9).
       01 WS-RULE-COUNT            PIC 9(2) VALUE 0.
       01 WS-RULE-FOUND            PIC X VALUE 'N'.
           88 RULE-FOUND           VALUE 'Y'.

      *ROLLING PROFILE HELD IN STORAGE AND REWRITTEN WHOLE. AN
      *OVERFLOW LEAVES THE FILE UNTOUCHED RATHER THAN DROPPING
      *ACCOUNTS' HISTORY.
       01 WS-PROF-MAX              PIC 9(4) VALUE 2000.
       01 WS-PROF-COUNT            PIC 9(4) VALUE 0.
       01 WS-PROF-TABLE.
           03 WS-PROF-ENTRY OCCURS 2000 TIMES INDEXED BY WS-PRF-IDX.
               05 WS-PRF-ACCOUNT    PIC 9(5).
               05 WS-PRF-DAYS       PIC 9(3).
               05 WS-PRF-AVG-COUNT  PIC 9(3)V9(2).
               05 WS-PRF-AVG-AMOUNT PIC 9(9)V9(2).
               05 WS-PRF-LAST-DATE  PIC 9(8).
       01 WS-PROF-FOUND            PIC X VALUE 'N'.
           88 PROF-FOUND           VALUE 'Y'.
       01 WS-PROF-FULL             PIC X VALUE 'N'.
           88 PROF-FULL            VALUE 'Y'.
       01 WS-PROF-WINDOW           PIC 9(3) VALUE 30.
       01 WS-PROF-DAYS-WORK        PIC 9(3).
       01 WS-ROLL-WORK             PIC S9(11)V9(4).

      *TODAY'S DEBITS, KEPT SO EACH CASE CAN LIST THE TRANSACTIONS
      *THAT TRIGGERED IT.
       01 WS-TXN-MAX               PIC 9(4) VALUE 2000.
       01 WS-TXN-COUNT             PIC 9(4) VALUE 0.
       01 WS-TXN-TABLE.
           03 WS-TXN-ENTRY OCCURS 2000 TIMES INDEXED BY WS-TXN-IDX.
               05 WS-TXN-ACCOUNT    PIC 9(5).
               05 WS-TXN-DATE       PIC 9(8).
               05 WS-TXN-CATEGORY   PIC X(4).
               05 WS-TXN-AMOUNT     PIC 9(11).
               05 WS-TXN-SEQ        PIC 9(8).

      *ACCOUNT/DATE GROUPS (BLANK CATEGORY) AND ACCOUNT/DATE/
      *CATEGORY GROUPS FOR THE CATEGORIES THAT HAVE A RULE.
       01 WS-GRP-MAX               PIC 9(4) VALUE 1000.
       01 WS-GRP-COUNT             PIC 9(4) VALUE 0.
       01 WS-GRP-TABLE.
           03 WS-GRP-ENTRY OCCURS 1000 TIMES INDEXED BY WS-GRP-IDX.
               05 WS-GRP-ACCOUNT    PIC 9(5).
               05 WS-GRP-DATE       PIC 9(8).
               05 WS-GRP-CATEGORY   PIC X(4).
               05 WS-GRP-COUNT-TXN  PIC 9(5).
               05 WS-GRP-AMOUNT     PIC 9(11).
               05 WS-GRP-SURNAME    PIC X(20).
               05 WS-GRP-RULE-SLOT  PIC 9(2).
       01 WS-GRP-FOUND             PIC X VALUE 'N'.
           88 GRP-FOUND            VALUE 'Y'.

      *KEY OF THE GROUP BEING LOOKED UP OR ADDED.
       01 WS-LOOK-ACCOUNT          PIC 9(5).
       01 WS-LOOK-DATE             PIC 9(8).
       01 WS-LOOK-CATEGORY         PIC X(4).
       01 WS-LOOK-RULE-SLOT        PIC 9(2).

       01 WS-AMOUNT-WORK           PIC 9(11).
       01 WS-CUR-MAX-COUNT         PIC 9(4).
       01 WS-CUR-MAX-AMOUNT        PIC 9(9).

      *THE CASE BEING RAISED.
       01 WS-CASE-RULE             PIC X(4).
       01 WS-CASE-OBSERVED         PIC 9(11).
       01 WS-CASE-LIMIT            PIC 9(11).
       01 WS-LIMIT-WORK            PIC 9(9)V9(2).

      *STRUCTURED ALERTS (ALRTMOD) FOR EVERY CASE RAISED.
       01 WS-ALERT-JOB             PIC X(8) VALUE 'EXPPRG72'.
       01 WS-ALERT-SEVERITY        PIC X(1).
       01 WS-ALERT-MESSAGE         PIC X(40).
       01 WS-ALERT-KEY             PIC X(8).
      *
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING UNUSUAL-ACTIVITY SCREENING"
           PERFORM B100-LOAD-RULES
           PERFORM B200-LOAD-PROFILE
           PERFORM C100-CAPTURE-DEBITS
           PERFORM D100-SCREEN-GROUPS
           PERFORM E100-ROLL-PROFILE
           IF PROF-FULL
               DISPLAY "ERROR - PROFILE EXCEEDS THE " WS-PROF-MAX
                       "-ACCOUNT TABLE, FRDPROF NOT UPDATED"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM W100-REWRITE-PROFILE
           END-IF
           IF WS-CASE-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - DEBITS SCREENED: " WS-TXN-COUNT
           DISPLAY "STATUS - CASES RAISED:    " WS-CASE-COUNT
           DISPLAY "STATUS - SCREENING DONE"
           GOBACK
           .

       B100-LOAD-RULES        SECTION.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT FRD-CTRL-FILE
           IF NOT FCTL-OK
               DISPLAY "STATUS - NO FRDCTL, DEFAULT ACCOUNT RULE "
                       "ONLY"
           ELSE
               PERFORM UNTIL INPUT-DONE
                   READ FRD-CTRL-FILE
                       AT END SET INPUT-DONE TO TRUE
                       NOT AT END
                           PERFORM B110-TAKE-RULE
                   END-READ
               END-PERFORM
               CLOSE FRD-CTRL-FILE
           END-IF
           DISPLAY "STATUS - ACCOUNT RULE: COUNT " WS-DFT-MAX-COUNT
                   " AMOUNT " WS-DFT-MAX-AMOUNT
                   " MULTIPLE " WS-DFT-AVG-MULTIPLE
                   " AFTER " WS-DFT-MIN-DAYS " DAYS"
           DISPLAY "STATUS - CATEGORY RULES: " WS-RULE-COUNT
           .

       B110-TAKE-RULE         SECTION.
           IF FR-MAX-COUNT NOT NUMERIC OR FR-MAX-AMOUNT NOT NUMERIC
                   OR FR-AVG-MULTIPLE NOT NUMERIC
                   OR FR-MIN-DAYS NOT NUMERIC
               DISPLAY "WARNING - FRDCTL ROW '" FR-CATEGORY
                       "' NOT NUMERIC, IGNORED"
               MOVE 4 TO RETURN-CODE
           ELSE
               IF FR-CATEGORY = SPACES
                   MOVE FR-MAX-COUNT TO WS-DFT-MAX-COUNT
                   MOVE FR-MAX-AMOUNT TO WS-DFT-MAX-AMOUNT
                   MOVE FR-AVG-MULTIPLE TO WS-DFT-AVG-MULTIPLE
                   MOVE FR-MIN-DAYS TO WS-DFT-MIN-DAYS
               ELSE
                   IF WS-RULE-COUNT < 30
                       ADD 1 TO WS-RULE-COUNT
                       SET WS-RUL-IDX TO WS-RULE-COUNT
                       MOVE FR-CATEGORY TO WS-RUL-CATEGORY(WS-RUL-IDX)
                       MOVE FR-MAX-COUNT
                         TO WS-RUL-MAX-COUNT(WS-RUL-IDX)
                       MOVE FR-MAX-AMOUNT
                         TO WS-RUL-MAX-AMOUNT(WS-RUL-IDX)
                   ELSE
                       DISPLAY "WARNING - MORE THAN 30 CATEGORY "
                               "RULES, " FR-CATEGORY " IGNORED"
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           .

      *A MISSING PROFILE IS A FIRST RUN - EVERY ACCOUNT STARTS
      *WITH NO HISTORY AND THE MULTIPLE RULE WAITS FOR IT.
       B200-LOAD-PROFILE      SECTION.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT FRD-PROF-FILE
           IF NOT PROF-OK
               DISPLAY "STATUS - NO ACTIVITY PROFILE YET, STARTING "
                       "FRESH"
           ELSE
               PERFORM UNTIL INPUT-DONE
                   READ FRD-PROF-FILE
                       AT END SET INPUT-DONE TO TRUE
                       NOT AT END
                           IF WS-PROF-COUNT < WS-PROF-MAX
                               ADD 1 TO WS-PROF-COUNT
                               SET WS-PRF-IDX TO WS-PROF-COUNT
                               MOVE PF-ACCOUNT
                                 TO WS-PRF-ACCOUNT(WS-PRF-IDX)
                               MOVE PF-DAYS
                                 TO WS-PRF-DAYS(WS-PRF-IDX)
                               MOVE PF-AVG-COUNT
                                 TO WS-PRF-AVG-COUNT(WS-PRF-IDX)
                               MOVE PF-AVG-AMOUNT
                                 TO WS-PRF-AVG-AMOUNT(WS-PRF-IDX)
                               MOVE PF-LAST-DATE
                                 TO WS-PRF-LAST-DATE(WS-PRF-IDX)
                           ELSE
                               SET PROF-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FRD-PROF-FILE
           END-IF
           .

      *ONLY DEBIT DETAILS ARE SCREENED. THE TABLES ARE THE WHOLE
      *DAY'S PICTURE, SO AN OVERFLOW REJECTS THE RUN RATHER THAN
      *SCREENING PART OF IT.
       C100-CAPTURE-DEBITS    SECTION.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SCREEN-INPUT
           IF NOT IN-OK
               DISPLAY "ERROR - COULD NOT OPEN FILEOUT, STATUS "
                       WS-IN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           READ SCREEN-INPUT AT END SET INPUT-DONE TO TRUE
           END-READ
           PERFORM UNTIL INPUT-DONE
               ADD 1 TO WS-RUN-INPUT-COUNT
               IF OUT-REC-TYPE = 'D' AND OUT-TRANS-AMOUNT < 0
                   PERFORM C110-TAKE-DEBIT
               END-IF
               READ SCREEN-INPUT AT END SET INPUT-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE SCREEN-INPUT
           .

       C110-TAKE-DEBIT        SECTION.
           IF WS-TXN-COUNT >= WS-TXN-MAX
               DISPLAY "ERROR - MORE THAN " WS-TXN-MAX
                       " DEBITS, SCREENING REJECTED"
               CLOSE SCREEN-INPUT
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           COMPUTE WS-AMOUNT-WORK = 0 - OUT-TRANS-AMOUNT
           ADD 1 TO WS-TXN-COUNT
           SET WS-TXN-IDX TO WS-TXN-COUNT
           MOVE OUT-ACCOUNT-NUM TO WS-TXN-ACCOUNT(WS-TXN-IDX)
           MOVE OUT-TRANS-DATE TO WS-TXN-DATE(WS-TXN-IDX)
           MOVE OUT-CATEGORY TO WS-TXN-CATEGORY(WS-TXN-IDX)
           MOVE WS-AMOUNT-WORK TO WS-TXN-AMOUNT(WS-TXN-IDX)
           MOVE WS-RUN-INPUT-COUNT TO WS-TXN-SEQ(WS-TXN-IDX)
           MOVE OUT-ACCOUNT-NUM TO WS-LOOK-ACCOUNT
           MOVE OUT-TRANS-DATE TO WS-LOOK-DATE
           MOVE SPACES TO WS-LOOK-CATEGORY
           MOVE 0 TO WS-LOOK-RULE-SLOT
           PERFORM C120-ADD-TO-GROUP
           IF OUT-CATEGORY NOT = SPACES
               MOVE 'N' TO WS-RULE-FOUND
               SET WS-RUL-IDX TO 1
               PERFORM UNTIL WS-RUL-IDX > WS-RULE-COUNT
                       OR RULE-FOUND
                   IF WS-RUL-CATEGORY(WS-RUL-IDX) = OUT-CATEGORY
                       SET RULE-FOUND TO TRUE
                   ELSE
                       SET WS-RUL-IDX UP BY 1
                   END-IF
               END-PERFORM
               IF RULE-FOUND
                   MOVE OUT-CATEGORY TO WS-LOOK-CATEGORY
                   SET WS-LOOK-RULE-SLOT TO WS-RUL-IDX
                   PERFORM C120-ADD-TO-GROUP
               END-IF
           END-IF
           .

       C120-ADD-TO-GROUP      SECTION.
           MOVE 'N' TO WS-GRP-FOUND
           SET WS-GRP-IDX TO 1
           PERFORM UNTIL WS-GRP-IDX > WS-GRP-COUNT OR GRP-FOUND
               IF WS-GRP-ACCOUNT(WS-GRP-IDX) = WS-LOOK-ACCOUNT
                       AND WS-GRP-DATE(WS-GRP-IDX) = WS-LOOK-DATE
                       AND WS-GRP-CATEGORY(WS-GRP-IDX)
                           = WS-LOOK-CATEGORY
                   SET GRP-FOUND TO TRUE
               ELSE
                   SET WS-GRP-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT GRP-FOUND
               IF WS-GRP-COUNT >= WS-GRP-MAX
                   DISPLAY "ERROR - MORE THAN " WS-GRP-MAX
                           " ACCOUNT-DAY GROUPS, SCREENING REJECTED"
                   CLOSE SCREEN-INPUT
                   MOVE 16 TO RETURN-CODE
                   PERFORM Z100-WRITE-RUN-LOG
                   GOBACK
               END-IF
               ADD 1 TO WS-GRP-COUNT
               SET WS-GRP-IDX TO WS-GRP-COUNT
               MOVE WS-LOOK-ACCOUNT TO WS-GRP-ACCOUNT(WS-GRP-IDX)
               MOVE WS-LOOK-DATE TO WS-GRP-DATE(WS-GRP-IDX)
               MOVE WS-LOOK-CATEGORY TO WS-GRP-CATEGORY(WS-GRP-IDX)
               MOVE 0 TO WS-GRP-COUNT-TXN(WS-GRP-IDX)
               MOVE 0 TO WS-GRP-AMOUNT(WS-GRP-IDX)
               MOVE OUT-SURNAME TO WS-GRP-SURNAME(WS-GRP-IDX)
               MOVE WS-LOOK-RULE-SLOT TO WS-GRP-RULE-SLOT(WS-GRP-IDX)
           END-IF
           ADD 1 TO WS-GRP-COUNT-TXN(WS-GRP-IDX)
           ADD WS-AMOUNT-WORK TO WS-GRP-AMOUNT(WS-GRP-IDX)
           .

      *EACH GROUP AGAINST ITS RULE; THE MULTIPLE-OF-USUAL TEST IS
      *ACCOUNT-WIDE ONLY AND USES THE PROFILE AS IT STOOD BEFORE
      *TODAY.
       D100-SCREEN-GROUPS     SECTION.
           OPEN OUTPUT FRD-RVW-FILE
           IF NOT RVW-OK
               DISPLAY "ERROR - COULD NOT OPEN FRDRVW, STATUS "
                       WS-RVW-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               IF WS-GRP-RULE-SLOT(WS-GRP-IDX) = 0
                   MOVE WS-DFT-MAX-COUNT TO WS-CUR-MAX-COUNT
                   MOVE WS-DFT-MAX-AMOUNT TO WS-CUR-MAX-AMOUNT
               ELSE
                   SET WS-RUL-IDX TO WS-GRP-RULE-SLOT(WS-GRP-IDX)
                   MOVE WS-RUL-MAX-COUNT(WS-RUL-IDX)
                     TO WS-CUR-MAX-COUNT
                   MOVE WS-RUL-MAX-AMOUNT(WS-RUL-IDX)
                     TO WS-CUR-MAX-AMOUNT
               END-IF
               IF WS-CUR-MAX-COUNT > 0
                       AND WS-GRP-COUNT-TXN(WS-GRP-IDX)
                           > WS-CUR-MAX-COUNT
                   MOVE 'CNT ' TO WS-CASE-RULE
                   MOVE WS-GRP-COUNT-TXN(WS-GRP-IDX)
                     TO WS-CASE-OBSERVED
                   MOVE WS-CUR-MAX-COUNT TO WS-CASE-LIMIT
                   PERFORM D200-RAISE-CASE
               END-IF
               IF WS-CUR-MAX-AMOUNT > 0
                       AND WS-GRP-AMOUNT(WS-GRP-IDX)
                           > WS-CUR-MAX-AMOUNT
                   MOVE 'AMT ' TO WS-CASE-RULE
                   MOVE WS-GRP-AMOUNT(WS-GRP-IDX) TO WS-CASE-OBSERVED
                   MOVE WS-CUR-MAX-AMOUNT TO WS-CASE-LIMIT
                   PERFORM D200-RAISE-CASE
               END-IF
               IF WS-GRP-RULE-SLOT(WS-GRP-IDX) = 0
                       AND WS-DFT-AVG-MULTIPLE > 0
                   PERFORM D110-CHECK-USUAL
               END-IF
           END-PERFORM
           CLOSE FRD-RVW-FILE
           .

       D110-CHECK-USUAL       SECTION.
           MOVE WS-GRP-ACCOUNT(WS-GRP-IDX) TO WS-LOOK-ACCOUNT
           PERFORM F100-FIND-PROFILE
           IF PROF-FOUND
               IF WS-PRF-DAYS(WS-PRF-IDX) >= WS-DFT-MIN-DAYS
                   IF WS-PRF-AVG-COUNT(WS-PRF-IDX) > 0
                       COMPUTE WS-LIMIT-WORK ROUNDED =
                               WS-PRF-AVG-COUNT(WS-PRF-IDX)
                             * WS-DFT-AVG-MULTIPLE
                       IF WS-GRP-COUNT-TXN(WS-GRP-IDX)
                               > WS-LIMIT-WORK
                           MOVE 'AVGC' TO WS-CASE-RULE
                           MOVE WS-GRP-COUNT-TXN(WS-GRP-IDX)
                             TO WS-CASE-OBSERVED
                           MOVE WS-LIMIT-WORK TO WS-CASE-LIMIT
                           PERFORM D200-RAISE-CASE
                       END-IF
                   END-IF
                   IF WS-PRF-AVG-AMOUNT(WS-PRF-IDX) > 0
                       COMPUTE WS-LIMIT-WORK ROUNDED =
                               WS-PRF-AVG-AMOUNT(WS-PRF-IDX)
                             * WS-DFT-AVG-MULTIPLE
                           ON SIZE ERROR
                               MOVE 999999999 TO WS-LIMIT-WORK
                       END-COMPUTE
                       IF WS-GRP-AMOUNT(WS-GRP-IDX) > WS-LIMIT-WORK
                           MOVE 'AVGA' TO WS-CASE-RULE
                           MOVE WS-GRP-AMOUNT(WS-GRP-IDX)
                             TO WS-CASE-OBSERVED
                           MOVE WS-LIMIT-WORK TO WS-CASE-LIMIT
                           PERFORM D200-RAISE-CASE
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *ONE CASE: THE ALERT, THE CASE RECORD, THEN EVERY DEBIT IN
      *THE GROUP THAT BROKE THE RULE.
       D200-RAISE-CASE        SECTION.
           ADD 1 TO WS-CASE-COUNT
           MOVE SPACES TO FRD-CASE-REC
           MOVE 'C' TO RV-REC-TYPE
           MOVE WS-CASE-COUNT TO RV-CASE-NO
           MOVE WS-GRP-ACCOUNT(WS-GRP-IDX) TO RV-ACCOUNT
           MOVE WS-GRP-DATE(WS-GRP-IDX) TO RV-DATE
           MOVE WS-GRP-CATEGORY(WS-GRP-IDX) TO RV-CATEGORY
           MOVE WS-CASE-RULE TO RV-RULE
           MOVE WS-CASE-OBSERVED TO RV-OBSERVED
           MOVE WS-CASE-LIMIT TO RV-LIMIT
           MOVE WS-GRP-SURNAME(WS-GRP-IDX) TO RV-SURNAME
           WRITE FRD-CASE-REC
           ADD 1 TO WS-RVW-WRITTEN
           MOVE 'W' TO WS-ALERT-SEVERITY
           EVALUATE WS-CASE-RULE
               WHEN 'CNT '
                   MOVE "FRAUD SCREEN - DAILY COUNT OVER LIMIT"
                     TO WS-ALERT-MESSAGE
               WHEN 'AMT '
                   MOVE "FRAUD SCREEN - DAILY AMOUNT OVER LIMIT"
                     TO WS-ALERT-MESSAGE
               WHEN 'AVGC'
                   MOVE "FRAUD SCREEN - COUNT FAR ABOVE USUAL"
                     TO WS-ALERT-MESSAGE
               WHEN 'AVGA'
                   MOVE "FRAUD SCREEN - AMOUNT FAR ABOVE USUAL"
                     TO WS-ALERT-MESSAGE
           END-EVALUATE
           MOVE SPACES TO WS-ALERT-KEY
           MOVE WS-GRP-ACCOUNT(WS-GRP-IDX) TO WS-ALERT-KEY(1:5)
           CALL 'ALRTMOD' USING WS-ALERT-JOB WS-BUSINESS-DATE
                                WS-ALERT-SEVERITY
                                WS-ALERT-MESSAGE WS-ALERT-KEY
           DISPLAY "WARNING - CASE " WS-CASE-COUNT " ACCOUNT "
                   WS-GRP-ACCOUNT(WS-GRP-IDX) " "
                   WS-GRP-DATE(WS-GRP-IDX) " "
                   WS-GRP-CATEGORY(WS-GRP-IDX) " RULE "
                   WS-CASE-RULE " " WS-CASE-OBSERVED
                   " OVER " WS-CASE-LIMIT
           PERFORM VARYING WS-TXN-IDX FROM 1 BY 1
                   UNTIL WS-TXN-IDX > WS-TXN-COUNT
               IF WS-TXN-ACCOUNT(WS-TXN-IDX)
                       = WS-GRP-ACCOUNT(WS-GRP-IDX)
                       AND WS-TXN-DATE(WS-TXN-IDX)
                           = WS-GRP-DATE(WS-GRP-IDX)
                       AND (WS-GRP-CATEGORY(WS-GRP-IDX) = SPACES
                            OR WS-TXN-CATEGORY(WS-TXN-IDX)
                               = WS-GRP-CATEGORY(WS-GRP-IDX))
                   MOVE SPACES TO FRD-TRANS-REC
                   MOVE 'T' TO RT-REC-TYPE
                   MOVE WS-CASE-COUNT TO RT-CASE-NO
                   MOVE WS-TXN-ACCOUNT(WS-TXN-IDX) TO RT-ACCOUNT
                   MOVE WS-TXN-DATE(WS-TXN-IDX) TO RT-DATE
                   MOVE WS-TXN-CATEGORY(WS-TXN-IDX) TO RT-CATEGORY
                   MOVE WS-TXN-AMOUNT(WS-TXN-IDX) TO RT-AMOUNT
                   MOVE WS-TXN-SEQ(WS-TXN-IDX) TO RT-INPUT-SEQ
                   WRITE FRD-TRANS-REC
                   ADD 1 TO WS-RVW-WRITTEN
               END-IF
           END-PERFORM
           .

      *FOLD EACH ACCOUNT-DAY INTO THE PROFILE AS A ROLLING AVERAGE
      *OVER THE LAST 30 ACTIVE DAYS. A DAY NO LATER THAN THE
      *PROFILE'S LAST DATE HAS ALREADY BEEN FOLDED.
       E100-ROLL-PROFILE      SECTION.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT OR PROF-FULL
               IF WS-GRP-RULE-SLOT(WS-GRP-IDX) = 0
                   MOVE WS-GRP-ACCOUNT(WS-GRP-IDX) TO WS-LOOK-ACCOUNT
                   PERFORM F100-FIND-PROFILE
                   IF NOT PROF-FOUND
                       IF WS-PROF-COUNT >= WS-PROF-MAX
                           SET PROF-FULL TO TRUE
                       ELSE
                           ADD 1 TO WS-PROF-COUNT
                           SET WS-PRF-IDX TO WS-PROF-COUNT
                           MOVE WS-LOOK-ACCOUNT
                             TO WS-PRF-ACCOUNT(WS-PRF-IDX)
                           MOVE 0 TO WS-PRF-DAYS(WS-PRF-IDX)
                           MOVE 0 TO WS-PRF-AVG-COUNT(WS-PRF-IDX)
                           MOVE 0 TO WS-PRF-AVG-AMOUNT(WS-PRF-IDX)
                           MOVE 0 TO WS-PRF-LAST-DATE(WS-PRF-IDX)
                           SET PROF-FOUND TO TRUE
                       END-IF
                   END-IF
                   IF PROF-FOUND
                       IF WS-GRP-DATE(WS-GRP-IDX)
                               > WS-PRF-LAST-DATE(WS-PRF-IDX)
                           PERFORM E110-FOLD-DAY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       E110-FOLD-DAY          SECTION.
           IF WS-PRF-DAYS(WS-PRF-IDX) < WS-PROF-WINDOW
               COMPUTE WS-PROF-DAYS-WORK =
                       WS-PRF-DAYS(WS-PRF-IDX) + 1
           ELSE
               MOVE WS-PROF-WINDOW TO WS-PROF-DAYS-WORK
           END-IF
      *AVERAGE = AVERAGE + (TODAY - AVERAGE) / DAYS, TAKEN A STEP
      *AT A TIME.
           COMPUTE WS-ROLL-WORK = WS-GRP-COUNT-TXN(WS-GRP-IDX)
                                - WS-PRF-AVG-COUNT(WS-PRF-IDX)
           DIVIDE WS-PROF-DAYS-WORK INTO WS-ROLL-WORK
           ADD WS-ROLL-WORK TO WS-PRF-AVG-COUNT(WS-PRF-IDX) ROUNDED
               ON SIZE ERROR
                   MOVE 999.99 TO WS-PRF-AVG-COUNT(WS-PRF-IDX)
           END-ADD
           COMPUTE WS-ROLL-WORK = WS-GRP-AMOUNT(WS-GRP-IDX)
                                - WS-PRF-AVG-AMOUNT(WS-PRF-IDX)
           DIVIDE WS-PROF-DAYS-WORK INTO WS-ROLL-WORK
           ADD WS-ROLL-WORK TO WS-PRF-AVG-AMOUNT(WS-PRF-IDX) ROUNDED
               ON SIZE ERROR
                   MOVE 999999999.99
                     TO WS-PRF-AVG-AMOUNT(WS-PRF-IDX)
           END-ADD
           MOVE WS-PROF-DAYS-WORK TO WS-PRF-DAYS(WS-PRF-IDX)
           MOVE WS-GRP-DATE(WS-GRP-IDX) TO WS-PRF-LAST-DATE(WS-PRF-IDX)
           .

       F100-FIND-PROFILE      SECTION.
           MOVE 'N' TO WS-PROF-FOUND
           SET WS-PRF-IDX TO 1
           PERFORM UNTIL WS-PRF-IDX > WS-PROF-COUNT OR PROF-FOUND
               IF WS-PRF-ACCOUNT(WS-PRF-IDX) = WS-LOOK-ACCOUNT
                   SET PROF-FOUND TO TRUE
               ELSE
                   SET WS-PRF-IDX UP BY 1
               END-IF
           END-PERFORM
           .

       W100-REWRITE-PROFILE   SECTION.
           OPEN OUTPUT FRD-PROF-FILE
           IF NOT PROF-OK
               DISPLAY "ERROR - COULD NOT OPEN FRDPROF, STATUS "
                       WS-PROF-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-PRF-IDX FROM 1 BY 1
                       UNTIL WS-PRF-IDX > WS-PROF-COUNT
                   MOVE SPACES TO FRD-PROF-REC
                   MOVE WS-PRF-ACCOUNT(WS-PRF-IDX) TO PF-ACCOUNT
                   MOVE WS-PRF-DAYS(WS-PRF-IDX) TO PF-DAYS
                   MOVE WS-PRF-AVG-COUNT(WS-PRF-IDX) TO PF-AVG-COUNT
                   MOVE WS-PRF-AVG-AMOUNT(WS-PRF-IDX)
                     TO PF-AVG-AMOUNT
                   MOVE WS-PRF-LAST-DATE(WS-PRF-IDX) TO PF-LAST-DATE
                   WRITE FRD-PROF-REC
               END-PERFORM
               CLOSE FRD-PROF-FILE
               DISPLAY "STATUS - ACTIVITY PROFILE REWRITTEN, "
                       WS-PROF-COUNT " ACCOUNT(S)"
           END-IF
           .

      *WRITE ONE SUMMARY RECORD TO THE SHARED CROSS-SUITE RUN LOG.
       Z100-WRITE-RUN-LOG     SECTION.
           MOVE "EXPPRG72" TO RL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE WS-RUN-INPUT-COUNT TO RL-INPUT-COUNT
           MOVE WS-RVW-WRITTEN TO RL-OUTPUT-COUNT
           MOVE WS-CASE-COUNT TO RL-OUTPUT-COUNT-2
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
