      *TRANSACTION DATE IT HAPPENED ON.
           SELECT OVD-RPT-FILE ASSIGN TO OVDRPT
           FILE STATUS IS WS-OVDRPT-STATUS.
      *THE SAME ACCOUNTS AS A FIXED-LAYOUT EXTRACT FOR THE EXPPROG99
      *OVERDRAFT AGING AND WRITE-OFF RUN.
           SELECT OVD-EXT-FILE ASSIGN TO OVDEXT
           FILE STATUS IS WS-OVDEXT-STATUS.

      *TRANS-DETAILS CATEGORY PATTERNS (CATCTRL - LEADING TEXT OR
      *CONTAINED WORD MAPPING TO A CATEGORY CODE) AND THE CATEGORY
           FILE STATUS IS WS-HOLDIN-STATUS.
           SELECT HOLD-OUT-FILE ASSIGN TO HOLDOUT
           FILE STATUS IS WS-HOLDOUT-STATUS.
      *CUTOFF BASIS CARD - 'B' KEEPS THE CUTOFF ON A BUSINESS DAY
      *OF THE SHARED HOLIDAY CALENDAR (BDAYMOD): A RUN WHOSE
      *BUSINESS DATE IS A WEEKEND OR HOLIDAY CUTS OFF AT THE
      *PREVIOUS BUSINESS DAY, SO NOTHING DATED ON A CLOSED DAY IS
      *POSTED UNTIL THE NEXT BUSINESS DAY'S RUN. NO CARD, OR
      *ANYTHING ELSE, CUTS OFF AT THE BUSINESS DATE AS IT STANDS.
           SELECT CUT-CTRL-FILE ASSIGN TO CUTCTL
           FILE STATUS IS WS-CUTCTL-STATUS.

      *INTERNAL TRANSFERS (MARKER 'T') - BOTH ACCOUNTS ARE PROVED
      *AGAINST DTBPROG6'S MASTERFILE BEFORE EITHER LEG IS RELEASED,
      *AND EVERY RELEASED TRANSFER IS APPENDED TO THE TRANSFER
      *REGISTER FOR THE EXPPROG21 HISTORY INQUIRY - ONCE PER
      *BUSINESS DATE, SO A RERUN DOES NOT REGISTER THEM TWICE.
           SELECT MASTER-INPUT ASSIGN TO MASTIN
           FILE STATUS IS WS-MAST-STATUS.
           SELECT TRF-REG-FILE ASSIGN TO TRFREG
           FILE STATUS IS WS-TRFREG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
               05 IN-MONTH         PIC 9(2).
               05 IN-YEAR          PIC 9(4).
           03 TRANS-DETAILS        PIC X(20).
      *COUNTERPARTY ACCOUNT - ONLY READ ON A MARKER 'T' TRANSFER,
      *WHICH MOVES TRANS-AMOUNT FROM ACCOUNT-NUM TO THIS ACCOUNT.
           03 TRANS-TFR-ACCOUNT    PIC 9(5).
           03 FILLER-IN            PIC X(11).

       FD MARKER-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01 OVD-RPT-RECORD        PIC X(80).

      *READ BY EXPPROG99 - THE LAYOUTS MUST BE KEPT IN STEP.
       FD OVD-EXT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 OVD-EXT-RECORD.
           03 OX-ACCOUNT           PIC 9(5).
           03 OX-DEEPEST           PIC S9(9) SIGN LEADING SEPARATE.
           03 OX-DATE              PIC X(8).
           03 OX-BUS-DATE          PIC X(8).
           03 FILLER               PIC X(49).

      *'L' MATCHES THE PATTERN AS LEADING TEXT, 'C' AS A CONTAINED
      *WORD ANYWHERE IN TRANS-DETAILS. FIRST MATCHING ROW WINS.
      *CAT-OUTWARD-FLAG 'Y' MARKS THE CATEGORY AS AN OUTWARD
      *PAYMENT FOR THE EXPPROG71 INTERCHANGE - NOT USED HERE.
       FD CAT-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 CAT-CTRL-REC.
           03 CAT-PATTERN        PIC X(20).
           03 CAT-MATCH-TYPE     PIC X(1).
           03 CAT-CODE           PIC X(4).
           03 CAT-OUTWARD-FLAG   PIC X(1).
           03 FILLER             PIC X(54).

       FD CAT-RPT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01 HOLD-OUT-RECORD       PIC X(80).

       FD CUT-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 CUT-CTRL-REC.
           03 CT-CUTOFF-BASIS    PIC X(1).
           03 FILLER             PIC X(79).

      *DTBPROG6'S MASTERFILE LAYOUT - MUST BE KEPT IN STEP WITH THE
      *MASTER-RECORD DECLARED THERE.
       FD MASTER-INPUT BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 MASTER-RECORD.
           COPY MASTREC REPLACING ==:PRE:== BY ==M==.

       FD TRF-REG-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 TRF-REG-RECORD.
           COPY TRFREC.

       WORKING-STORAGE SECTION.
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE         PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP       PIC X(16) VALUE SPACES.

       01 WS-FILE-STATUS           PIC X(2).
           88 FILE-OK              VALUE "00".

       01 WS-RUNLOG-STATUS         PIC X(2).
       01 WS-OVDRPT-STATUS         PIC X(2).
       01 WS-OVDEXT-STATUS         PIC X(2).
       01 WS-CATCTRL-STATUS        PIC X(2).
           88 CATCTRL-OK           VALUE "00".
           88 CATCTRL-EOF          VALUE "10".
           03 WS-RDN-MONTH         PIC 9(2).
           03 WS-RDN-DAY           PIC 9(2).
       01 WS-CUTOFF-NUM            PIC 9(8) VALUE 0.
       01 WS-CUTCTL-STATUS         PIC X(2).
           88 CUTCTL-OK            VALUE "00".
       01 WS-CUTOFF-BASIS          PIC X(1) VALUE 'C'.
           88 BUSINESS-DAY-CUTOFF  VALUE 'B'.
       01 WS-BDAY-PARMS.
           COPY BDYPRM.

       01 WS-MAST-STATUS           PIC X(2).
           88 MAST-OK              VALUE "00".
       01 WS-TRFREG-STATUS         PIC X(2).
      *A RERUN OF A BUSINESS DATE ALREADY ON TRFREG ADDS NOTHING
       01 WS-TRFREG-EOF-FLAG       PIC X VALUE 'N'.
           88 TRFREG-DONE          VALUE 'Y'.
       01 WS-TRFREG-DATE-FLAG      PIC X VALUE 'N'.
           88 TRFREG-DATE-FOUND    VALUE 'Y'.
      *INTERNAL TRANSFERS, DECIDED UP FRONT BY A PRE-SCAN OF THE
      *WHOLE INPUT STREAM SO THE CREDIT LEG CAN BE RELEASED INTO
      *THE COUNTERPARTY'S OWN BATCH WHEREVER IT FALLS. ENTRY N IS
      *THE NTH MARKER 'T' RECORD TAKEN (NOT HELD OVER); A BLANK
      *WS-TFR-REASON MEANS RELEASED, ANYTHING ELSE IS THE REASON
      *THE WHOLE TRANSFER WAS REJECTED.
       01 WS-TFR-MAX               PIC 9(3) VALUE 500.
       01 WS-TFR-COUNT             PIC 9(3) VALUE 0.
       01 WS-TFR-SEQ               PIC 9(5) VALUE 0.
       01 WS-TFR-TABLE.
           03 WS-TFR-ENTRY OCCURS 500 TIMES INDEXED BY WS-TFR-IDX.
               05 WS-TFR-FROM       PIC 9(5).
               05 WS-TFR-TO         PIC 9(5).
               05 WS-TFR-AMOUNT     PIC 9(9).
               05 WS-TFR-DATE       PIC X(8).
               05 WS-TFR-DETAILS    PIC X(20).
               05 WS-TFR-TO-INITIAL PIC X(1).
               05 WS-TFR-TO-SURNAME PIC X(20).
               05 WS-TFR-FROM-FOUND PIC X(1).
               05 WS-TFR-TO-FOUND   PIC X(1).
               05 WS-TFR-REASON     PIC X(20).
               05 WS-TFR-CR-DONE    PIC X(1).
       01 WS-TFR-SCAN-FLAG         PIC X VALUE 'N'.
           88 TFR-SCAN-DONE        VALUE 'Y'.
       01 WS-MAST-ACCOUNT-NUM      PIC 9(5).
       01 WS-MAST-OPENED           PIC X VALUE 'N'.
           88 MAST-OPENED          VALUE 'Y'.
      *THE LEG W150-WRITE-DETAIL IS WRITING, ITS SHARED REFERENCE
      *(BUSINESS DATE + TRANSFER NUMBER) AND THE OTHER LEG'S ACCOUNT.
       01 WS-TFR-LEG               PIC X VALUE SPACE.
           88 TFR-DEBIT-LEG        VALUE 'D'.
           88 TFR-CREDIT-LEG       VALUE 'C'.
           88 TFR-NO-LEG           VALUE SPACE.
       01 WS-TFR-REF.
           03 WS-TFR-REF-DATE      PIC X(8).
           03 WS-TFR-REF-SEQ       PIC 9(4).
       01 WS-TFR-PART              PIC 9(5).
       01 WS-SAVE-INPUT            PIC X(80).
       01 WS-SKIP-PREV-ACCOUNT     PIC 9(5) VALUE 0.
       01 WS-SKIP-FIRST            PIC X VALUE 'Y'.
       01 WS-UNBATCHED-ACCOUNT     PIC 9(5).
       01 WS-UNBATCHED-FLAG        PIC X VALUE 'N'.
           88 UNBATCHED-FOUND      VALUE 'Y'.
       01 WS-TFR-RELEASED          PIC 9(5) VALUE 0.
       01 WS-TFR-REJECTED          PIC 9(5) VALUE 0.
       01 WS-EXCP-REASON-HOLD      PIC X(20).

      *HANDOFF POSTING (HNDMOD) - THIS JOB PRODUCES THE FILEOUT
      *INTERFACE THE EXPPROG19 BRIDGE CONSUMES.
      *CATEGORY CODE FROM THE CATCTRL PATTERNS - SPACES WHEN NO
      *PATTERN MATCHED THE DETAIL TEXT.
           03 OUT-CATEGORY         PIC X(4).
      *BOTH LEGS OF AN INTERNAL TRANSFER CARRY THE SHARED TRANSFER
      *REFERENCE AND THE OTHER LEG'S ACCOUNT - SPACES OTHERWISE.
           03 OUT-TFR-REF          PIC X(12).
           03 OUT-TFR-ACCOUNT      PIC 9(5).
           03 FILLER-OUT           PIC X(12).
           03 OUT-REC-TYPE         PIC X(1).

      *PER-ACCOUNT BATCH HEADER
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC             SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING PROGRAM"
           PERFORM B100-INIT
           PERFORM R100-READ-FILE
               DISPLAY "STATUS - QUIET MODE, PER-RECORD OUTPUT "
                       "SUPPRESSED"
           END-IF
           PERFORM TASK-SET-CUTOFF
           MOVE WS-BUSINESS-DATE TO WS-TFR-REF-DATE
           PERFORM B400-PRESCAN-TRANSFERS

           OPEN INPUT   FILE-INPUT

           IF FILE-OK
               DISPLAY "ERROR - COULD NOT OPEN FILE"
           END-IF

           OPEN INPUT HOLD-IN-FILE
           IF HOLDIN-OK
               MOVE 'H' TO WS-INPUT-PHASE
           PERFORM VARYING WS-SKIP-IDX FROM 1 BY 1
                   UNTIL WS-SKIP-IDX > WS-RESTART-COUNT OR FILE-EOF
               PERFORM R105-READ-SOURCE
               IF NOT FILE-EOF
                   PERFORM A165-REPLAY-SKIPPED
               END-IF
           END-PERFORM
           .

      *------------------------------------------
      *A SKIPPED RECORD STILL COUNTS TOWARDS THE TRANSFER NUMBERING,
      *AND EVERY BATCH IT CLOSED HAS ALREADY HAD ITS TRANSFER CREDIT
      *LEGS WRITTEN - MARK THEM SO THE RESTART DOES NOT REPEAT THEM.
       A165-REPLAY-SKIPPED         SECTION.
           PERFORM TASK-CHECK-CUTOFF
           IF NOT FUTURE-DATED
               IF MARKER = 'T'
                   ADD 1 TO WS-TFR-SEQ
               END-IF
               IF WS-SKIP-FIRST = 'N'
                       AND ACCOUNT-NUM NOT = WS-SKIP-PREV-ACCOUNT
                   PERFORM VARYING WS-TFR-IDX FROM 1 BY 1
                           UNTIL WS-TFR-IDX > WS-TFR-COUNT
                       IF WS-TFR-TO(WS-TFR-IDX) = WS-SKIP-PREV-ACCOUNT
                           MOVE 'Y' TO WS-TFR-CR-DONE(WS-TFR-IDX)
                       END-IF
                   END-PERFORM
               END-IF
               MOVE 'N' TO WS-SKIP-FIRST
               MOVE ACCOUNT-NUM TO WS-SKIP-PREV-ACCOUNT
           END-IF
           .

      *------------------------------------------
      *PRE-SCAN THE PRIOR HOLDOVER AND FILEIN FOR MARKER 'T'
      *TRANSFERS, APPLYING THE SAME CUTOFF, CALENDAR AND DUPLICATE
      *TESTS THE MAIN PASS WILL, THEN PROVE BOTH ACCOUNTS OF EACH
      *AGAINST MASTERFILE. THE DUPLICATE TABLE IS CLEARED AFTERWARDS
      *SO THE MAIN PASS SEES THE STREAM AFRESH.
       B400-PRESCAN-TRANSFERS      SECTION.
           OPEN INPUT HOLD-IN-FILE
           IF HOLDIN-OK
               MOVE 'N' TO WS-TFR-SCAN-FLAG
               PERFORM UNTIL TFR-SCAN-DONE
                   READ HOLD-IN-FILE
                       AT END SET TFR-SCAN-DONE TO TRUE
                       NOT AT END
                           MOVE HOLD-IN-RECORD TO INPUT-RECORD
                           PERFORM B410-PRESCAN-RECORD
                   END-READ
               END-PERFORM
               CLOSE HOLD-IN-FILE
           END-IF
           OPEN INPUT FILE-INPUT
           IF FILE-OK
               MOVE 'N' TO WS-TFR-SCAN-FLAG
               PERFORM UNTIL TFR-SCAN-DONE
                   READ FILE-INPUT
                       AT END SET TFR-SCAN-DONE TO TRUE
                       NOT AT END
                           PERFORM B410-PRESCAN-RECORD
                   END-READ
               END-PERFORM
               CLOSE FILE-INPUT
           END-IF
           MOVE SPACES TO WS-SEEN-TABLE
           MOVE 0 TO WS-SEEN-COUNT
           MOVE SPACES TO INPUT-RECORD
           IF WS-TFR-COUNT > 0
               PERFORM B420-VERIFY-TRANSFERS
               DISPLAY "STATUS - " WS-TFR-COUNT " INTERNAL TRANSFER(S)"
                       " FOUND ON THE PRE-SCAN"
           END-IF
           .

       B410-PRESCAN-RECORD         SECTION.
           PERFORM TASK-CHECK-CUTOFF
           IF NOT FUTURE-DATED
               PERFORM TASK-VALIDATE-DATE
               PERFORM TASK-CHECK-DUPLICATE
               IF MARKER = 'T'
                   IF WS-TFR-COUNT < WS-TFR-MAX
                       ADD 1 TO WS-TFR-COUNT
                       SET WS-TFR-IDX TO WS-TFR-COUNT
                       MOVE ACCOUNT-NUM TO WS-TFR-FROM(WS-TFR-IDX)
                       MOVE TRANS-AMOUNT TO WS-TFR-AMOUNT(WS-TFR-IDX)
                       MOVE TRANS-DATE TO WS-TFR-DATE(WS-TFR-IDX)
                       MOVE TRANS-DETAILS
                         TO WS-TFR-DETAILS(WS-TFR-IDX)
                       MOVE SPACES TO WS-TFR-TO-INITIAL(WS-TFR-IDX)
                                      WS-TFR-TO-SURNAME(WS-TFR-IDX)
                                      WS-TFR-REASON(WS-TFR-IDX)
                       MOVE 'N' TO WS-TFR-FROM-FOUND(WS-TFR-IDX)
                                   WS-TFR-TO-FOUND(WS-TFR-IDX)
                                   WS-TFR-CR-DONE(WS-TFR-IDX)
                       IF TRANS-TFR-ACCOUNT NUMERIC
                           MOVE TRANS-TFR-ACCOUNT
                             TO WS-TFR-TO(WS-TFR-IDX)
                       ELSE
                           MOVE 0 TO WS-TFR-TO(WS-TFR-IDX)
                       END-IF
                       EVALUATE TRUE
                           WHEN NOT DATE-VALID
                               MOVE "INVALID CALENDAR DATE"
                                 TO WS-TFR-REASON(WS-TFR-IDX)
                           WHEN DUP-FOUND
                               MOVE "DUPLICATE TRANSACTION"
                                 TO WS-TFR-REASON(WS-TFR-IDX)
                           WHEN WS-TFR-TO(WS-TFR-IDX) = 0
                               MOVE "TFR NO COUNTERPARTY"
                                 TO WS-TFR-REASON(WS-TFR-IDX)
                           WHEN WS-TFR-TO(WS-TFR-IDX) = ACCOUNT-NUM
                               MOVE "TFR TO SAME ACCOUNT"
                                 TO WS-TFR-REASON(WS-TFR-IDX)
                       END-EVALUATE
                   ELSE
                       DISPLAY "STATUS - TRANSFER TABLE FULL, "
                               "TRANSFER FROM " ACCOUNT-NUM
                               " WILL BE REJECTED"
                   END-IF
               END-IF
           END-IF
           .

      *ONE PASS OF MASTERFILE MARKS WHICH ACCOUNTS EXIST AND PICKS
      *UP THE COUNTERPARTY'S NAME FOR THE CREDIT LEG. NO MASTERFILE
      *MEANS NOTHING CAN BE PROVED, SO NOTHING IS RELEASED.
       B420-VERIFY-TRANSFERS       SECTION.
           OPEN INPUT MASTER-INPUT
           IF MAST-OK
               SET MAST-OPENED TO TRUE
               MOVE 'N' TO WS-TFR-SCAN-FLAG
               PERFORM UNTIL TFR-SCAN-DONE
                   READ MASTER-INPUT
                       AT END SET TFR-SCAN-DONE TO TRUE
                       NOT AT END
                           IF M-ACCOUNT NUMERIC
                               MOVE M-ACCOUNT TO WS-MAST-ACCOUNT-NUM
                               PERFORM B430-MATCH-MASTER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASTER-INPUT
           ELSE
               DISPLAY "WARNING - MASTIN NOT AVAILABLE, STATUS "
                       WS-MAST-STATUS " - NO TRANSFER CAN BE RELEASED"
           END-IF
           PERFORM VARYING WS-TFR-IDX FROM 1 BY 1
                   UNTIL WS-TFR-IDX > WS-TFR-COUNT
               IF WS-TFR-REASON(WS-TFR-IDX) = SPACES
                   EVALUATE TRUE
                       WHEN NOT MAST-OPENED
                           MOVE "TFR NOT VERIFIED"
                             TO WS-TFR-REASON(WS-TFR-IDX)
                       WHEN WS-TFR-FROM-FOUND(WS-TFR-IDX) = 'N'
                           MOVE "TFR FROM NOT ON MAST"
                             TO WS-TFR-REASON(WS-TFR-IDX)
                       WHEN WS-TFR-TO-FOUND(WS-TFR-IDX) = 'N'
                           MOVE "TFR TO NOT ON MAST"
                             TO WS-TFR-REASON(WS-TFR-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM
           .

       B430-MATCH-MASTER           SECTION.
           PERFORM VARYING WS-TFR-IDX FROM 1 BY 1
                   UNTIL WS-TFR-IDX > WS-TFR-COUNT
               IF WS-TFR-FROM(WS-TFR-IDX) = WS-MAST-ACCOUNT-NUM
                   MOVE 'Y' TO WS-TFR-FROM-FOUND(WS-TFR-IDX)
               END-IF
               IF WS-TFR-TO(WS-TFR-IDX) = WS-MAST-ACCOUNT-NUM
                   MOVE 'Y' TO WS-TFR-TO-FOUND(WS-TFR-IDX)
                   MOVE M-INITIAL-VAL TO WS-TFR-TO-INITIAL(WS-TFR-IDX)
                   MOVE M-SURNAME TO WS-TFR-TO-SURNAME(WS-TFR-IDX)
               END-IF
           END-PERFORM
           .

           MOVE WS-RUN-EXCEPTION-COUNT TO RL-OUTPUT-COUNT-2
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES TO RL-FILLER
           MOVE WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           .

      *THE CUTOFF IS THE BUSINESS DATE, OR ON A 'B' CUTCTL CARD
      *THE LAST BUSINESS DAY ON OR BEFORE IT.
       TASK-SET-CUTOFF             SECTION.
           MOVE WS-BUSINESS-DATE TO WS-CUTOFF-NUM
           OPEN INPUT CUT-CTRL-FILE
           IF CUTCTL-OK
               READ CUT-CTRL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE CT-CUTOFF-BASIS TO WS-CUTOFF-BASIS
               END-READ
               CLOSE CUT-CTRL-FILE
           END-IF
           IF BUSINESS-DAY-CUTOFF
               MOVE 'ISBD' TO BDP-ACTION
               MOVE WS-CUTOFF-NUM TO BDP-DATE-1
               CALL 'BDAYMOD' USING WS-BDAY-PARMS
               IF BDP-CLOSED-DAY
                   DISPLAY "STATUS - BUSINESS DATE IS "
                           BDP-CLOSED-NAME
                   MOVE 'PREV' TO BDP-ACTION
                   CALL 'BDAYMOD' USING WS-BDAY-PARMS
                   MOVE BDP-RESULT-DATE TO WS-CUTOFF-NUM
                   DISPLAY "STATUS - CUTOFF MOVED BACK TO BUSINESS "
                           "DAY " WS-CUTOFF-NUM
               END-IF
           END-IF
           .

       TASK-CHECK-CUTOFF           SECTION.
           MOVE 'N' TO WS-CUTOFF-FLAG
           IF TRANS-DATE NUMERIC
           PERFORM TASK-CHECK-DUPLICATE

           EVALUATE TRUE
               WHEN MARKER = 'T'
                   PERFORM W120-WRITE-TRANSFER-DEBIT
               WHEN NOT DATE-VALID
                   MOVE "INVALID CALENDAR DATE" TO EXCP-REASON
                   PERFORM W500-WRITE-EXCEPTION
           END-EVALUATE
           .

      *THE PRE-SCAN'S DECISION STANDS FOR THE WHOLE TRANSFER - A
      *REJECTED ONE GOES TO EXCEPTIONS WITH ITS REASON AND NEITHER
      *LEG IS WRITTEN; A RELEASED ONE WRITES ITS DEBIT LEG HERE AND
      *ITS CREDIT LEG WHEN THE COUNTERPARTY'S BATCH CLOSES.
       W120-WRITE-TRANSFER-DEBIT   SECTION.
           ADD 1 TO WS-TFR-SEQ
           IF WS-TFR-SEQ > WS-TFR-COUNT
               MOVE "TFR TABLE FULL" TO EXCP-REASON
               PERFORM W500-WRITE-EXCEPTION
           ELSE
               SET WS-TFR-IDX TO WS-TFR-SEQ
               IF WS-TFR-REASON(WS-TFR-IDX) NOT = SPACES
                   MOVE WS-TFR-REASON(WS-TFR-IDX) TO EXCP-REASON
                   PERFORM W500-WRITE-EXCEPTION
               ELSE
                   SET TFR-DEBIT-LEG TO TRUE
                   MOVE WS-TFR-TO(WS-TFR-IDX) TO WS-TFR-PART
                   MOVE WS-TFR-SEQ TO WS-TFR-REF-SEQ
                   PERFORM W150-WRITE-DETAIL
                   MOVE SPACE TO WS-TFR-LEG
               END-IF
           END-IF
           .

       W150-WRITE-DETAIL           SECTION.
           MOVE SPACES       TO OUTPUT-RECORD
           MOVE ACCOUNT-NUM TO OUT-ACCOUNT-NUM
           MOVE IN-YEAR     TO OUT-YEAR
           MOVE 'D'         TO OUT-REC-TYPE

      *TRANSFER LEGS TAKE THEIR SIGN FROM THE LEG, NOT MARKERCTL,
      *AND ARE FILED UNDER 'XFER' RATHER THAN PATTERN-MATCHED, SO
      *AN INTERNAL TRANSFER NEVER PASSES FOR AN OUTWARD PAYMENT.
           PERFORM TASK-FIND-MARKER
           EVALUATE TRUE
               WHEN TFR-DEBIT-LEG
                   MOVE 'D' TO OUT-MARKER
                   COMPUTE WS-TEMP = 0 - TRANS-AMOUNT
               WHEN TFR-CREDIT-LEG
                   MOVE TRANS-AMOUNT TO WS-TEMP
               WHEN MARKER-FOUND
                   COMPUTE WS-TEMP =
                           TRANS-AMOUNT * WS-MARKER-FACTOR(WS-MRK-IDX)
               WHEN OTHER
                   MOVE TRANS-AMOUNT TO WS-TEMP
           END-EVALUATE
           MOVE WS-TEMP      TO OUT-TRANS-AMOUNT

           IF TFR-NO-LEG
               PERFORM TASK-CATEGORIZE
           ELSE
               MOVE 'XFER' TO WS-CUR-CATEGORY
               PERFORM TASK-ADD-CATEGORY-TOTALS
               MOVE WS-TFR-REF TO OUT-TFR-REF
               MOVE WS-TFR-PART TO OUT-TFR-ACCOUNT
           END-IF
           MOVE WS-CUR-CATEGORY TO OUT-CATEGORY

           ADD WS-TEMP       TO WS-RUNNING-BALANCE
           END-IF
           .

      *CREDIT CONTROL'S END-OF-RUN OVERDRAFT REPORT, AND THE SAME
      *ACCOUNTS ON OVDEXT FOR THE WRITE-OFF AGING
       W170-WRITE-OVERDRAFT-REPORT SECTION.
           OPEN OUTPUT OVD-RPT-FILE
           OPEN OUTPUT OVD-EXT-FILE
           WRITE OVD-RPT-RECORD FROM WS-OVD-RPT-HEAD
           PERFORM VARYING WS-OVD-IDX FROM 1 BY 1
                   UNTIL WS-OVD-IDX > WS-OVD-COUNT
               MOVE WS-OVD-DEEPEST(WS-OVD-IDX) TO OV-DEEPEST
               MOVE WS-OVD-DATE(WS-OVD-IDX) TO OV-DATE
               WRITE OVD-RPT-RECORD FROM WS-OVD-RPT-LINE
               MOVE SPACES TO OVD-EXT-RECORD
               MOVE WS-OVD-ACCOUNT(WS-OVD-IDX) TO OX-ACCOUNT
               MOVE WS-OVD-DEEPEST(WS-OVD-IDX) TO OX-DEEPEST
               MOVE WS-OVD-DATE(WS-OVD-IDX) TO OX-DATE
               MOVE WS-BUSINESS-DATE TO OX-BUS-DATE
               WRITE OVD-EXT-RECORD
           END-PERFORM
           CLOSE OVD-RPT-FILE
                 OVD-EXT-FILE
           IF WS-OVD-COUNT > 0
               DISPLAY "STATUS - " WS-OVD-COUNT " ACCOUNT(S) WENT "
                       "OVERDRAWN THIS RUN"
           .

       W300-WRITE-BATCH-TRAILER    SECTION.
           PERFORM W310-EMIT-CREDIT-LEGS
           MOVE SPACES              TO OUTPUT-RECORD
           MOVE WS-PREV-ACCOUNT     TO BT-ACCOUNT-NUM
           MOVE WS-BATCH-RECORD-COUNT TO BT-RECORD-COUNT
           END-IF
           .

      *------------------------------------------
      *RELEASED TRANSFER CREDITS FOR THE ACCOUNT WHOSE BATCH IS
      *CLOSING GO IN JUST AHEAD OF ITS TRAILER. THE CURRENT INPUT
      *RECORD IS PUT BACK AFTERWARDS.
       W310-EMIT-CREDIT-LEGS       SECTION.
           IF WS-TFR-COUNT > 0
               MOVE INPUT-RECORD TO WS-SAVE-INPUT
               PERFORM VARYING WS-TFR-IDX FROM 1 BY 1
                       UNTIL WS-TFR-IDX > WS-TFR-COUNT
                   IF WS-TFR-REASON(WS-TFR-IDX) = SPACES
                           AND WS-TFR-CR-DONE(WS-TFR-IDX) = 'N'
                           AND WS-TFR-TO(WS-TFR-IDX) = WS-PREV-ACCOUNT
                       PERFORM W315-WRITE-CREDIT-LEG
                   END-IF
               END-PERFORM
               MOVE WS-SAVE-INPUT TO INPUT-RECORD
           END-IF
           .

       W315-WRITE-CREDIT-LEG       SECTION.
           MOVE SPACES TO INPUT-RECORD
           MOVE WS-TFR-TO(WS-TFR-IDX) TO ACCOUNT-NUM
           MOVE WS-TFR-TO-INITIAL(WS-TFR-IDX) TO INITIAL-VAL
           MOVE WS-TFR-TO-SURNAME(WS-TFR-IDX) TO SURNAME
           MOVE 'C' TO MARKER
           MOVE WS-TFR-AMOUNT(WS-TFR-IDX) TO TRANS-AMOUNT
           MOVE WS-TFR-DATE(WS-TFR-IDX) TO TRANS-DATE
           MOVE WS-TFR-DETAILS(WS-TFR-IDX) TO TRANS-DETAILS
           MOVE WS-TFR-FROM(WS-TFR-IDX) TO TRANS-TFR-ACCOUNT
                                           WS-TFR-PART
           SET WS-TFR-REF-SEQ TO WS-TFR-IDX
           SET TFR-CREDIT-LEG TO TRUE
           PERFORM W150-WRITE-DETAIL
           MOVE SPACE TO WS-TFR-LEG
           MOVE 'Y' TO WS-TFR-CR-DONE(WS-TFR-IDX)
           .

      *------------------------------------------
      *CREDITS WHOSE COUNTERPARTY HAD NO BATCH OF ITS OWN THIS RUN
      *GET ONE EACH AT THE END, LOWEST ACCOUNT FIRST.
       W320-EMIT-UNBATCHED-LEGS    SECTION.
           MOVE 'Y' TO WS-UNBATCHED-FLAG
           PERFORM UNTIL NOT UNBATCHED-FOUND
               MOVE 'N' TO WS-UNBATCHED-FLAG
               MOVE 99999 TO WS-UNBATCHED-ACCOUNT
               PERFORM VARYING WS-TFR-IDX FROM 1 BY 1
                       UNTIL WS-TFR-IDX > WS-TFR-COUNT
                   IF WS-TFR-REASON(WS-TFR-IDX) = SPACES
                           AND WS-TFR-CR-DONE(WS-TFR-IDX) = 'N'
                           AND WS-TFR-TO(WS-TFR-IDX)
                               <= WS-UNBATCHED-ACCOUNT
                       MOVE WS-TFR-TO(WS-TFR-IDX)
                         TO WS-UNBATCHED-ACCOUNT
                       SET UNBATCHED-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF UNBATCHED-FOUND
                   MOVE WS-UNBATCHED-ACCOUNT TO ACCOUNT-NUM
                   PERFORM W200-WRITE-BATCH-HEADER
                   MOVE WS-UNBATCHED-ACCOUNT TO WS-PREV-ACCOUNT
                   PERFORM W300-WRITE-BATCH-TRAILER
               END-IF
           END-PERFORM
           .

      *------------------------------------------
      *APPEND EVERY RELEASED TRANSFER TO THE TRANSFER REGISTER -
      *UNLESS THIS BUSINESS DATE IS ALREADY ON IT, WHEN THIS IS A
      *RERUN AND THE FIRST RUN'S ROWS STAND.
       W330-WRITE-TRANSFER-REGISTER SECTION.
           IF WS-TFR-COUNT > 0
               PERFORM W335-CHECK-REGISTER-DATE
               IF TRFREG-DATE-FOUND
                   DISPLAY "WARNING - TRFREG ALREADY HOLDS TRANSFERS "
                           "FOR " WS-BUSINESS-DATE ", RERUN'S "
                           WS-TFR-COUNT " TRANSFER(S) NOT ADDED"
               END-IF
           END-IF
           IF WS-TFR-COUNT > 0 AND NOT TRFREG-DATE-FOUND
               OPEN EXTEND TRF-REG-FILE
               IF WS-TRFREG-STATUS NOT = "00"
                   OPEN OUTPUT TRF-REG-FILE
               END-IF
               PERFORM VARYING WS-TFR-IDX FROM 1 BY 1
                       UNTIL WS-TFR-IDX > WS-TFR-COUNT
                   IF WS-TFR-REASON(WS-TFR-IDX) = SPACES
                       MOVE SPACES TO TRF-REG-RECORD
                       SET WS-TFR-REF-SEQ TO WS-TFR-IDX
                       MOVE WS-TFR-REF TO TR-REFERENCE
                       MOVE WS-TFR-DATE(WS-TFR-IDX)(5:4) TO WS-RDN-YEAR
                       MOVE WS-TFR-DATE(WS-TFR-IDX)(3:2)
                         TO WS-RDN-MONTH
                       MOVE WS-TFR-DATE(WS-TFR-IDX)(1:2) TO WS-RDN-DAY
                       MOVE WS-REC-DATE-NUM TO TR-TRANS-DATE
                       MOVE WS-TFR-FROM(WS-TFR-IDX) TO TR-FROM-ACCOUNT
                       MOVE WS-TFR-TO(WS-TFR-IDX) TO TR-TO-ACCOUNT
                       MOVE WS-TFR-AMOUNT(WS-TFR-IDX) TO TR-AMOUNT
                       MOVE WS-TFR-DETAILS(WS-TFR-IDX)
                         TO TR-TRANS-DETAILS
                       MOVE WS-BUSINESS-DATE TO TR-BUSINESS-DATE
                       WRITE TRF-REG-RECORD
                       ADD 1 TO WS-TFR-RELEASED
                   ELSE
                       ADD 1 TO WS-TFR-REJECTED
                   END-IF
               END-PERFORM
               CLOSE TRF-REG-FILE
               DISPLAY "STATUS - TRANSFERS RELEASED: " WS-TFR-RELEASED
                       "  REJECTED: " WS-TFR-REJECTED
           END-IF
           .

      *ONE PASS OF TRFREG LOOKING FOR THIS BUSINESS DATE. NO
      *REGISTER YET MEANS NOTHING IS THERE.
       W335-CHECK-REGISTER-DATE    SECTION.
           MOVE 'N' TO WS-TRFREG-DATE-FLAG
           MOVE 'N' TO WS-TRFREG-EOF-FLAG
           OPEN INPUT TRF-REG-FILE
           IF WS-TRFREG-STATUS = "00"
               PERFORM UNTIL TRFREG-DONE OR TRFREG-DATE-FOUND
                   READ TRF-REG-FILE
                       AT END SET TRFREG-DONE TO TRUE
                       NOT AT END
                           IF TR-BUSINESS-DATE = WS-BUSINESS-DATE
                               SET TRFREG-DATE-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRF-REG-FILE
           END-IF
           .

       W400-WRITE-RUN-TRAILER      SECTION.
           MOVE SPACES              TO OUTPUT-RECORD
           MOVE WS-RUN-RECORD-COUNT TO RT-RECORD-COUNT
           .

       W500-WRITE-EXCEPTION        SECTION.
           MOVE EXCP-REASON      TO WS-EXCP-REASON-HOLD
           MOVE SPACES           TO EXCP-RECORD
           MOVE WS-EXCP-REASON-HOLD TO EXCP-REASON
           MOVE ACCOUNT-NUM      TO EXCP-ACCOUNT-NUM
           MOVE TRANS-DATE       TO EXCP-TRANS-DATE
           MOVE TRANS-AMOUNT     TO EXCP-TRANS-AMOUNT
           IF NOT FIRST-RECORD
               PERFORM W300-WRITE-BATCH-TRAILER
           END-IF
           PERFORM W320-EMIT-UNBATCHED-LEGS
           PERFORM W400-WRITE-RUN-TRAILER
           PERFORM W330-WRITE-TRANSFER-REGISTER
           MOVE 'P' TO WS-HND-ROLE
           MOVE 'FILEOUT ' TO WS-HND-INTERFACE
           MOVE WS-RUN-RECORD-COUNT TO WS-HND-COUNT
