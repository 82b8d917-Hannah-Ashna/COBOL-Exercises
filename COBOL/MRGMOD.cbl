      * TRACE SAMPLE AND PER-BRANCH BREAKDOWN, THE PAGINATED
      * REPORT, CHECKPOINT/RESTART WITH OWNER STAMPING, AND THE
      * RUN-LOG RECORD - ALL UNDER THE CALLING JOB'S NAME.
      *
      * A FINANCIAL TRANSACTION (ANY MARKER BUT 'R' REOPEN AND 'N'
      * NAME MAINTENANCE) AGAINST AN ACCOUNT FROZEN ON THE FREEZE
      * LIST (FRZMOD, SCOPE 'M') IS NEVER APPLIED - IT GOES TO THE
      * HELD FILE, THE MASTER CARRIES FORWARD UNCHANGED AND THE
      * BLOCKED ITEM IS LOGGED FOR THE FREEZE-ACTIVITY REPORT.
      *
      * INTRADAY MODE (LS-RUN-MODE 'I') APPLIES A SMALL GOODFILE
      * BATCH STRAIGHT TO THE KEYED COPY OF THE MASTER (IOMOD
      * FILEKEY SLOT, MSTKEY LAYOUT) INSTEAD OF REWRITING A WHOLE
      * GENERATION - SAME FREEZE CHECK, HISTORY SHIFT, OVERFLOW
      * SLOT AND BALANCE RULE AS THE MATCHED PATH, AND 'N' NAME
      * MAINTENANCE. CLOSURES, REOPENS AND UNKNOWN ACCOUNTS NEED
      * THE SEQUENTIAL PASS AND ARE REFUSED FOR THE NIGHT. EVERY
      * CHANGE IS JOURNALLED (INTJNL) WITH ITS AFTER-IMAGE AND
      * PRINTED WITH BEFORE AND AFTER BALANCES ON THE REPORT FILE.
      * THE NIGHT RUN NAMING THE SAME KEYED COPY AND JOURNAL TAKES
      * EACH JOURNALLED ACCOUNT'S LAST AFTER-IMAGE IN PLACE OF THE
      * MASTER IT READS, SO NOTHING IS APPLIED TWICE; IT WRITES
      * THE JOURNAL'S GL EXTRACT AND ARCHIVE ROWS ONCE INTO ITS
      * OWN OUTPUTS, REFRESHES THE KEYED COPY FROM THE NEW
      * GENERATION AND EMPTIES THE JOURNAL. BOTH MODES HOLD A
      * LOCKMOD LOCK ON THE KEYED COPY'S NAME.
      *
       ENVIRONMENT DIVISION.
      *
           SELECT SUSPENSE-FILE ASSIGN TO SUSPOUT
           FILE STATUS IS WS-SUSP-STATUS.
           SELECT SUSP-RPT-FILE ASSIGN TO SUSPRPT.
      *LEGAL-HOLD ROUTE: TRANSACTIONS ON FROZEN ACCOUNTS, IN
      *GOODFILE LAYOUT SO THEY CAN BE RELEASED INTO A LATER RUN'S
      *GOODFILE ONCE THE FREEZE IS LIFTED.
           SELECT HELD-FILE ASSIGN TO FRZHELD
           FILE STATUS IS WS-HELD-STATUS.
      *NIGHTLY BALANCE SNAPSHOT HISTORY - ONE COMPACT RECORD PER
      *ACCOUNT WRITTEN EACH RUN, SO THE TREND AND DORMANCY
      *CONVERSATIONS CAN FINALLY SHOW HOW A BALANCE MOVED.
           FILE STATUS IS WS-CHK-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT INTRA-JOURNAL-FILE ASSIGN TO WS-DYN-JOURNAL-NAME
           FILE STATUS IS WS-JNL-STATUS.
      *
       DATA DIVISION.
      *
           RECORDING MODE IS F.
       01 SUSP-RPT-RECORD          PIC X(80).

       FD HELD-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 HELD-RECORD.
           COPY GOODREC REPLACING ==:PRE:== BY ==HD==.

       FD BAL-HIST-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 BAL-HIST-RECORD.
       01 RUN-LOG-RECORD.
           COPY RUNLOG.

       FD INTRA-JOURNAL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 INTRA-JOURNAL-RECORD.
           COPY INTJNL.

       WORKING-STORAGE SECTION.
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE         PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP       PIC X(16) VALUE SPACES.

       01 WS-GOOD-STATUS           PIC X(2).
           88 G-OK                 VALUE "00".
       01 WS-SUSP-STATUS           PIC X(2).
           88 SUSP-OK              VALUE "00".
       01 WS-SUSPENSE-COUNT        PIC 9(7) VALUE 0.
      *ACCOUNT FREEZE (LEGAL HOLD) CHECK AND HELD-FILE ROUTE.
       01 WS-HELD-STATUS           PIC X(2).
           88 HELD-OK              VALUE "00".
       01 WS-HELD-COUNT            PIC 9(7) VALUE 0.
       01 WS-FROZEN-FLAG           PIC X(1) VALUE 'N'.
           88 ACCOUNT-FROZEN       VALUE 'Y'.
       01 WS-FRZ-PARMS.
           COPY FRZPRM.
      *THE LAST MASTER PASSED OVER - WITH THE CURRENT (NEXT-HIGHER)
      *MASTER IT BRACKETS AN UNMATCHED ACCOUNT, AND THE TWO ARE THE
      *NEAR-MISS CANDIDATES THE REVIEW DESK WANTS TO SEE.
       01 WS-ALERT-MESSAGE         PIC X(40).
       01 WS-ALERT-KEY             PIC X(8).

      *KEYED INTRADAY UPDATE. THE CALLER NAMES THE KEYED COPY OF
      *THE MASTER AND THE INTRADAY JOURNAL; SPACES IN THE KEYED
      *NAME LEAVE THE ENGINE PURELY SEQUENTIAL AS BEFORE.
       01 WS-RUN-MODE              PIC X(1).
           88 INTRADAY-MODE        VALUE 'I'.
       01 WS-KEYED-WANTED          PIC X(1) VALUE 'N'.
           88 KEYED-ON             VALUE 'Y'.
       01 WS-KEYED-LOCK-HELD       PIC X(1) VALUE 'N'.
       01 WS-DYN-JOURNAL-NAME      PIC X(8).
       01 WS-JNL-STATUS            PIC X(2).
           88 JNL-OK               VALUE "00".
       01 WS-IO-STATUS             PIC X(2).
           88 IO-OK                VALUE "00".
           88 IO-DUPLICATE         VALUE "22".
           88 IO-NOT-FOUND         VALUE "23".
       01 IOMOD-CONSTANTS.
           03 WS-OPEN-KEYED        PIC X(4) VALUE 'OK  '.
           03 WS-READ-KEYED        PIC X(4) VALUE 'RK  '.
           03 WS-WRITE-KEYED       PIC X(4) VALUE 'WK  '.
           03 WS-REWRITE-KEYED     PIC X(4) VALUE 'RW  '.
           03 WS-DELETE-KEYED      PIC X(4) VALUE 'DK  '.
           03 WS-CLOSE             PIC X(4) VALUE 'C   '.
           03 WS-FILE-KEY          PIC X(8) VALUE 'FILEKEY '.
           03 WS-BLANK-FILENAME    PIC X(8) VALUE SPACES.
       01 WS-KEYED-MASTER.
           COPY MSTKEY.
       01 WS-KEYED-CTL-KEY         PIC X(8) VALUE '*MSTCTL*'.
       01 WS-KEYED-CTL-STATE       PIC X(1).
       01 WS-KEYED-FAULT-COUNT     PIC 9(7) VALUE 0.
       01 WS-KEYED-SAVE            PIC X(80).
      *NIGHT PICKUP - THE LAST JOURNALLED AFTER-IMAGE PER ACCOUNT,
      *SUBSTITUTED FOR THE MASTER RECORD AS IT IS READ ONCE THE
      *SEQUENCE PRE-PASS IS OVER.
       01 WS-IJT-TABLE.
           03 WS-IJT-ENTRY OCCURS 500 TIMES INDEXED BY WS-IJT-IDX.
               05 WS-IJT-ACCOUNT   PIC X(5).
               05 WS-IJT-IMAGE     PIC X(80).
               05 WS-IJT-PICKED    PIC X(1).
       01 WS-IJT-COUNT             PIC 9(3) VALUE 0.
       01 WS-IJT-FOUND             PIC X(1) VALUE 'N'.
           88 IJT-FOUND            VALUE 'Y'.
       01 WS-IJT-REFUSE-FLAG       PIC X(1) VALUE 'N'.
           88 IJT-REFUSED          VALUE 'Y'.
       01 WS-PICKUP-FLAG           PIC X(1) VALUE 'N'.
           88 PICKUP-ON            VALUE 'Y'.
       01 WS-PICKED-COUNT          PIC 9(7) VALUE 0.
       01 WS-RELEASED-COUNT        PIC 9(7) VALUE 0.
       01 WS-UNPICKED-COUNT        PIC 9(7) VALUE 0.
      *INTRADAY WORK AREAS - THE ACCOUNT BEFORE AND AFTER THE
      *CHANGE (THE FD RECORD AREAS ARE NOT OPEN IN THIS MODE)
       01 WS-INTRA-BEFORE.
           COPY MASTREC REPLACING ==:PRE:== BY ==IB==.
       01 WS-INTRA-AFTER.
           COPY MASTREC REPLACING ==:PRE:== BY ==IA==.
       01 WS-INTRA-ARC-MARKER      PIC X(1).
       01 WS-INTRA-ARC-AMOUNT      PIC S9(9) COMP-3.
       01 WS-INTRA-RESULT          PIC X(30).
       01 WS-INTRA-POSTED-COUNT    PIC 9(7) VALUE 0.
       01 WS-INTRA-REFUSED-COUNT   PIC 9(7) VALUE 0.
       01 INTRA-HEAD-1.
           03 FILLER              PIC X(20) VALUE SPACES.
           03 FILLER              PIC X(20) VALUE 'INTRADAY POSTINGS'.
           03 IH1-JOB             PIC X(8).
           03 FILLER              PIC X(2) VALUE SPACES.
           03 FILLER              PIC X(14) VALUE 'BUSINESS DATE '.
           03 IH1-DATE            PIC X(8).
           03 FILLER              PIC X(51) VALUE SPACES.
           03 FILLER              PIC X(5) VALUE 'PAGE '.
           03 IH1-PAGE            PIC ZZZ9.
       01 INTRA-HEAD-2.
           03 FILLER              PIC X(10) VALUE 'ACCOUNT'.
           03 FILLER              PIC X(8) VALUE 'MARKER'.
           03 FILLER              PIC X(14) VALUE '    AMOUNT'.
           03 FILLER              PIC X(16) VALUE 'BALANCE BEFORE'.
           03 FILLER              PIC X(16) VALUE 'BALANCE AFTER'.
           03 FILLER              PIC X(30) VALUE 'RESULT'.
           03 FILLER              PIC X(38) VALUE SPACES.
       01 INTRA-DETAIL-LINE.
           03 ID-ACCOUNT          PIC X(5).
           03 FILLER              PIC X(5) VALUE SPACES.
           03 ID-MARKER           PIC X(1).
           03 FILLER              PIC X(7) VALUE SPACES.
           03 ID-AMOUNT           PIC -(9)9.
           03 FILLER              PIC X(4) VALUE SPACES.
           03 ID-BEFORE           PIC -(9)9.
           03 FILLER              PIC X(6) VALUE SPACES.
           03 ID-AFTER            PIC -(9)9.
           03 FILLER              PIC X(6) VALUE SPACES.
           03 ID-RESULT           PIC X(30).
           03 FILLER              PIC X(38) VALUE SPACES.

      *REPORT PRINT LINES (132-COLUMN, PAGINATED)
       01 PAGE-NUM-E               PIC 9(4) VALUE 0.
       01 LINE-COUNT               PIC 9(4) VALUE 0.
      *CATALOGS ITS DATED GENERATION WITH THESE
           03 LS-OUTPUT-COUNT      PIC 9(8).
           03 LS-BALANCE-TOTAL     PIC S9(11) SIGN LEADING SEPARATE.
      *'I' IS THE INTRADAY MODE; ANYTHING ELSE IS THE NIGHT RUN.
           03 LS-RUN-MODE          PIC X(1).
      *THE KEYED MASTER COPY AND THE INTRADAY JOURNAL. SPACES IN
      *LS-KEYED-NAME MEANS THE STREAM KEEPS NO KEYED COPY.
           03 LS-KEYED-NAME        PIC X(8).
           03 LS-JOURNAL-NAME      PIC X(8).
      *
       PROCEDURE DIVISION USING LS-MERGE-PARMS.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - MERGE ENGINE STARTING FOR "
                   LS-JOB-NAME
           MOVE 0 TO LS-RETURN-CODE
           MOVE LS-CLOSED-NAME TO WS-DYN-CLOSED-NAME
           MOVE LS-DORMANT-FLAG TO WS-DORMANT-WANTED
           MOVE LS-SUSPENSE-FLAG TO WS-SUSPENSE-WANTED
           MOVE LS-RUN-MODE TO WS-RUN-MODE
           MOVE LS-JOURNAL-NAME TO WS-DYN-JOURNAL-NAME
           IF LS-KEYED-NAME NOT = SPACES
               SET KEYED-ON TO TRUE
           END-IF
           IF INTRADAY-MODE
               PERFORM I100-INTRADAY-RUN
               DISPLAY "STATUS - MERGE ENGINE DONE FOR " LS-JOB-NAME
               GOBACK
           END-IF
           PERFORM B100-INIT-STAGE
           IF RESTART-MODE
               DISPLAY "STATUS - RESTARTING AFTER "
           END-IF
           PERFORM B180-ACQUIRE-LOCKS
           PERFORM B170-LOAD-CLOSED-TABLE
           IF KEYED-ON
               PERFORM B190-LOAD-INTRADAY-JOURNAL
           END-IF
           PERFORM B110-CHECK-SEQUENCES
           IF KEYED-ON
               PERFORM B191-OPEN-KEYED-COPY
               SET PICKUP-ON TO TRUE
           END-IF
           PERFORM A150-READ-CHECKPOINT
           IF RESTART-MODE
               OPEN EXTEND OUTPUTFILE
                   OPEN EXTEND SUSPENSE-FILE
                               SUSP-RPT-FILE
               END-IF
               OPEN EXTEND HELD-FILE
               IF NOT HELD-OK
                   OPEN OUTPUT HELD-FILE
               END-IF
               OPEN EXTEND BAL-HIST-FILE
               IF NOT BALH-OK
                   OPEN OUTPUT BAL-HIST-FILE
                               SUSP-RPT-FILE
                   WRITE SUSP-RPT-RECORD FROM WS-SUSP-RPT-HEAD
               END-IF
               OPEN OUTPUT HELD-FILE
               OPEN EXTEND BAL-HIST-FILE
               IF NOT BALH-OK
                   OPEN OUTPUT BAL-HIST-FILE
               END-IF
               OPEN OUTPUT CHECKPOINT-FILE
               PERFORM A170-WRITE-CHECKPOINT-HEADER
      *A RESTART KEEPS WHAT THE FIRST ATTEMPT RELEASED - THE GL
      *EXTRACT AND ARCHIVE ARE EXTENDED, NOT REWRITTEN.
               IF KEYED-ON
                   PERFORM B195-RELEASE-INTRADAY-ROWS
               END-IF
           END-IF
           DISPLAY "STATUS - FILES OPENED"
           .
               END-IF
               MOVE 'Y' TO WS-DORM-LOCK-HELD
           END-IF
           IF KEYED-ON
               PERFORM B181-ACQUIRE-KEYED-LOCK
               IF NOT LOCK-TAKEN
                   PERFORM B185-RELEASE-LOCKS
                   MOVE 12 TO LS-RETURN-CODE
                   PERFORM Z100-WRITE-RUN-LOG
                   GOBACK
               END-IF
           END-IF
           .

      *THE KEYED COPY AND ITS JOURNAL ARE ONE UNIT - THE INTRADAY
      *MODE AND THE NIGHT RUN NEVER TOUCH THEM AT THE SAME TIME.
       B181-ACQUIRE-KEYED-LOCK SECTION.
           MOVE 'ACQ ' TO WS-LOCK-ACTION
           MOVE LS-KEYED-NAME TO WS-LOCK-NAME
           CALL 'LOCKMOD' USING WS-LOCK-ACTION WS-LOCK-NAME
                                LS-JOB-NAME WS-LOCK-RESULT
           IF LOCK-TAKEN
               MOVE 'Y' TO WS-KEYED-LOCK-HELD
           ELSE
               DISPLAY "ERROR - " LS-KEYED-NAME " LOCK REFUSED, "
                       "STATUS " WS-LOCK-RESULT
           END-IF
           .

       B185-RELEASE-LOCKS     SECTION.
                                    LS-JOB-NAME WS-LOCK-RESULT
               MOVE 'N' TO WS-DORM-LOCK-HELD
           END-IF
           IF WS-KEYED-LOCK-HELD = 'Y'
               MOVE 'REL ' TO WS-LOCK-ACTION
               MOVE LS-KEYED-NAME TO WS-LOCK-NAME
               CALL 'LOCKMOD' USING WS-LOCK-ACTION WS-LOCK-NAME
                                    LS-JOB-NAME WS-LOCK-RESULT
               MOVE 'N' TO WS-KEYED-LOCK-HELD
           END-IF
           .

      *REPLAY THE CLOSED STORE INTO THE REOPEN TABLE - A CLOSURE
           END-IF
           .

      *LOAD THE INTRADAY JOURNAL - THE LAST AFTER-IMAGE PER ACCOUNT
      *WINS. A POSTING DATED AFTER THE BUSINESS DATE, OR MORE
      *ACCOUNTS THAN THE TABLE HOLDS, REFUSES THE RUN: CARRYING THE
      *MASTER AS READ WOULD DROP POSTINGS THE LEDGER IS TO RECEIVE.
       B190-LOAD-INTRADAY-JOURNAL SECTION.
           OPEN INPUT INTRA-JOURNAL-FILE
           IF NOT JNL-OK
               DISPLAY "STATUS - NO INTRADAY JOURNAL FOR "
                       LS-JOURNAL-NAME
               GO TO B190-EXIT
           END-IF
           READ INTRA-JOURNAL-FILE
               AT END MOVE HIGH-VALUES TO IJ-ACCOUNT
           END-READ
           PERFORM UNTIL IJ-ACCOUNT = HIGH-VALUES
               IF IJ-RUN-DATE > WS-BUSINESS-DATE
                   DISPLAY "ERROR - INTRADAY POSTING FOR " IJ-ACCOUNT
                           " IS DATED " IJ-RUN-DATE
                   SET IJT-REFUSED TO TRUE
               ELSE
                   PERFORM B193-ADD-JOURNAL-ENTRY
               END-IF
               READ INTRA-JOURNAL-FILE
                   AT END MOVE HIGH-VALUES TO IJ-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE INTRA-JOURNAL-FILE
           DISPLAY "STATUS - " WS-IJT-COUNT " ACCOUNT(S) CARRY "
                   "INTRADAY POSTINGS"
           IF IJT-REFUSED
               DISPLAY "ERROR - RUN REJECTED, " LS-JOURNAL-NAME
                       " CANNOT BE PICKED UP"
               MOVE 'E' TO WS-ALERT-SEVERITY
               MOVE "INTRADAY JOURNAL UNUSABLE - RUN REJECTED"
                 TO WS-ALERT-MESSAGE
               MOVE LS-JOURNAL-NAME TO WS-ALERT-KEY
               CALL 'ALRTMOD' USING LS-JOB-NAME WS-BUSINESS-DATE
                                    WS-ALERT-SEVERITY
                                    WS-ALERT-MESSAGE WS-ALERT-KEY
               PERFORM B185-RELEASE-LOCKS
               MOVE 16 TO LS-RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           .
       B190-EXIT.
           EXIT.

       B193-ADD-JOURNAL-ENTRY SECTION.
           MOVE 'N' TO WS-IJT-FOUND
           PERFORM VARYING WS-IJT-IDX FROM 1 BY 1
                   UNTIL WS-IJT-IDX > WS-IJT-COUNT
               IF WS-IJT-ACCOUNT(WS-IJT-IDX) = IJ-ACCOUNT
                   SET IJT-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT IJT-FOUND
               IF WS-IJT-COUNT < 500
                   ADD 1 TO WS-IJT-COUNT
                   SET WS-IJT-IDX TO WS-IJT-COUNT
                   MOVE IJ-ACCOUNT TO WS-IJT-ACCOUNT(WS-IJT-IDX)
                   MOVE 'N' TO WS-IJT-PICKED(WS-IJT-IDX)
                   SET IJT-FOUND TO TRUE
               ELSE
                   DISPLAY "ERROR - INTRADAY TABLE FULL AT "
                           IJ-ACCOUNT
                   SET IJT-REFUSED TO TRUE
               END-IF
           END-IF
           IF IJT-FOUND
               MOVE IJ-AFTER-IMAGE TO WS-IJT-IMAGE(WS-IJT-IDX)
           END-IF
           .

      *THE KEYED COPY MUST BE REFRESHABLE BEFORE ANY OUTPUT OPENS -
      *A GENERATION IT DID NOT FOLLOW WOULD LEAVE TOMORROW'S
      *INTRADAY POSTINGS WORKING FROM STALE BALANCES. THE CONTROL
      *ROW STAYS PARTIAL UNTIL THE REFRESH COMPLETES.
       B191-OPEN-KEYED-COPY   SECTION.
           CALL 'IOMOD' USING WS-OPEN-KEYED WS-FILE-KEY
                              WS-KEYED-MASTER WS-IO-STATUS
                              LS-KEYED-NAME
           IF NOT IO-OK
               DISPLAY "ERROR - COULD NOT OPEN " LS-KEYED-NAME
                       ", STATUS " WS-IO-STATUS
               MOVE 'E' TO WS-ALERT-SEVERITY
               MOVE "KEYED MASTER COPY WOULD NOT OPEN"
                 TO WS-ALERT-MESSAGE
               MOVE LS-KEYED-NAME TO WS-ALERT-KEY
               CALL 'ALRTMOD' USING LS-JOB-NAME WS-BUSINESS-DATE
                                    WS-ALERT-SEVERITY
                                    WS-ALERT-MESSAGE WS-ALERT-KEY
               PERFORM B185-RELEASE-LOCKS
               MOVE 12 TO LS-RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE 'P' TO WS-KEYED-CTL-STATE
           PERFORM B192-WRITE-KEYED-CONTROL
           .

       B192-WRITE-KEYED-CONTROL SECTION.
           MOVE SPACES TO WS-KEYED-MASTER
           MOVE WS-KEYED-CTL-KEY TO MK-KEY
           MOVE WS-BUSINESS-DATE TO MK-REFRESH-DATE
           MOVE WS-KEYED-CTL-STATE TO MK-REFRESH-STATE
           MOVE LS-JOB-NAME TO MK-REFRESH-JOB
           MOVE 0 TO MK-POSTED-COUNT
           PERFORM W530-STORE-KEYED-RECORD
           .

      *THE JOURNAL'S GL EXTRACT ROWS (NOT 'N' MAINTENANCE, WHICH
      *MOVES NO MONEY) AND ITS OVERFLOWED HISTORY SLOTS GO INTO THIS
      *RUN'S OWN GL EXTRACT AND ARCHIVE, DATED AND SOURCED AS
      *POSTED, SO EACH INTRADAY CHANGE REACHES THE LEDGER AND THE
      *ARCHIVE EXACTLY ONCE, ON THE NORMAL ROUTE.
       B195-RELEASE-INTRADAY-ROWS SECTION.
           IF WS-IJT-COUNT = 0
               GO TO B195-EXIT
           END-IF
           OPEN INPUT INTRA-JOURNAL-FILE
           READ INTRA-JOURNAL-FILE
               AT END MOVE HIGH-VALUES TO IJ-ACCOUNT
           END-READ
           PERFORM UNTIL IJ-ACCOUNT = HIGH-VALUES
               IF IJ-MARKER NOT = 'N'
                   MOVE IJ-ACCOUNT TO GL-ACCOUNT-NUM
                   MOVE IJ-MARKER TO GL-MARKER
                   MOVE IJ-TRANS-AMOUNT TO GL-TRANS-AMOUNT
                   MOVE IJ-AFTER-BALANCE TO GL-BALANCE
                   MOVE IJ-RUN-DATE TO GL-RUN-DATE
                   MOVE IJ-JOB-NAME TO GL-SOURCE-JOB
                   MOVE SPACES TO GL-FILLER
                   WRITE GL-EXTRACT-RECORD
                   ADD 1 TO WS-RELEASED-COUNT
               END-IF
               IF IJ-ARC-MARKER NOT = SPACE
                   MOVE IJ-ACCOUNT TO ARC-ACCOUNT
                   MOVE IJ-ARC-MARKER TO ARC-MARKER
                   MOVE IJ-ARC-AMOUNT TO ARC-TRANS-AMOUNT
                   MOVE IJ-RUN-DATE TO ARC-RUN-DATE
                   MOVE SPACES TO ARC-FILLER
                   WRITE ARCHIVE-RECORD
               END-IF
               READ INTRA-JOURNAL-FILE
                   AT END MOVE HIGH-VALUES TO IJ-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE INTRA-JOURNAL-FILE
           DISPLAY "STATUS - " WS-RELEASED-COUNT " INTRADAY "
                   "POSTING(S) RELEASED TO THE GL EXTRACT"
           .
       B195-EXIT.
           EXIT.

      *END OF A COMPLETED NIGHT RUN: EVERY JOURNALLED ACCOUNT SHOULD
      *HAVE BEEN PICKED UP; THE JOURNAL IS EMPTIED (THE NEW
      *GENERATION NOW CARRIES IT) AND THE CONTROL ROW MARKED
      *COMPLETE UNLESS A KEYED REFRESH FAILED.
       B196-FINISH-KEYED-COPY SECTION.
           PERFORM VARYING WS-IJT-IDX FROM 1 BY 1
                   UNTIL WS-IJT-IDX > WS-IJT-COUNT
               IF WS-IJT-PICKED(WS-IJT-IDX) NOT = 'Y'
                   DISPLAY "WARNING - INTRADAY POSTINGS FOR "
                           WS-IJT-ACCOUNT(WS-IJT-IDX)
                           " FOUND NO MASTER RECORD"
                   ADD 1 TO WS-UNPICKED-COUNT
               END-IF
           END-PERFORM
           IF WS-UNPICKED-COUNT > 0
               MOVE 'W' TO WS-ALERT-SEVERITY
               MOVE "INTRADAY POSTINGS WITH NO MASTER RECORD"
                 TO WS-ALERT-MESSAGE
               MOVE LS-JOURNAL-NAME TO WS-ALERT-KEY
               CALL 'ALRTMOD' USING LS-JOB-NAME WS-BUSINESS-DATE
                                    WS-ALERT-SEVERITY
                                    WS-ALERT-MESSAGE WS-ALERT-KEY
               IF LS-RETURN-CODE < 4
                   MOVE 4 TO LS-RETURN-CODE
               END-IF
           END-IF
           OPEN OUTPUT INTRA-JOURNAL-FILE
           CLOSE INTRA-JOURNAL-FILE
           IF WS-KEYED-FAULT-COUNT = 0
               MOVE 'C' TO WS-KEYED-CTL-STATE
               PERFORM B192-WRITE-KEYED-CONTROL
           END-IF
           IF WS-KEYED-FAULT-COUNT > 0
               DISPLAY "ERROR - " WS-KEYED-FAULT-COUNT " KEYED COPY "
                       "UPDATE(S) FAILED, " LS-KEYED-NAME
                       " LEFT PARTIAL"
               MOVE 'W' TO WS-ALERT-SEVERITY
               MOVE "KEYED MASTER COPY NOT FULLY REFRESHED"
                 TO WS-ALERT-MESSAGE
               MOVE LS-KEYED-NAME TO WS-ALERT-KEY
               CALL 'ALRTMOD' USING LS-JOB-NAME WS-BUSINESS-DATE
                                    WS-ALERT-SEVERITY
                                    WS-ALERT-MESSAGE WS-ALERT-KEY
               IF LS-RETURN-CODE < 4
                   MOVE 4 TO LS-RETURN-CODE
               END-IF
           END-IF
           CALL 'IOMOD' USING WS-CLOSE WS-FILE-KEY
                              WS-KEYED-MASTER WS-IO-STATUS
                              WS-BLANK-FILENAME
           DISPLAY "STATUS - " WS-PICKED-COUNT " INTRADAY-UPDATED "
                   "ACCOUNT(S) PICKED UP"
           .

      *BOTH INPUTS MUST ARRIVE IN ASCENDING ACCOUNT ORDER; THE RUN
      *IS REJECTED BEFORE ANY OUTPUT IS PRODUCED WHEN EITHER IS
      *OUT OF SEQUENCE. THE FILES ARE RE-OPENED FOR THE MERGE.
                   UNTIL WS-SKIP-IDX > WS-RESTART-MASTER-COUNT
               READ MASTERFILE
                   AT END MOVE HIGH-VALUES TO M-ACCOUNT
                   NOT AT END PERFORM R210-PICK-UP-INTRADAY
               END-READ
           END-PERFORM
           .
      *A 'Z' CLOSURE TRANSACTION WITH NO MASTER RECORD MUST NOT
      *CREATE A NEW ACCOUNT.
       W301-GOOD-OR-CLOSE     SECTION.
           PERFORM B400-CHECK-FREEZE
           EVALUATE TRUE
               WHEN ACCOUNT-FROZEN
                   PERFORM W340-HOLD-FROZEN
                   PERFORM R100-READ-GOOD
                   PERFORM B300-WRITE-CHECKPOINT
               WHEN G-MARKER = 'Z'
                   DISPLAY "ERROR - CLOSURE REFUSED FOR " G-ACCOUNT
                           ", NO MASTER RECORD"
               ADD O-BALANCE TO WS-GEN-BALANCE-TOTAL
               WRITE OUTPUT-RECORD
               PERFORM W510-WRITE-BALANCE-SNAPSHOT
               PERFORM W520-REFRESH-KEYED-COPY
               PERFORM W500-WRITE-GL-EXTRACT
               ADD 1 TO WS-REOPENED-COUNT
               MOVE 'N' TO WS-CLT-ACTIVE(WS-CLT-IDX)
           PERFORM B300-WRITE-CHECKPOINT
           .

      *ONLY FINANCIAL MARKERS ARE SUBJECT TO A FREEZE - A REOPEN
      *OR A NAME CORRECTION MOVES NO MONEY.
       B400-CHECK-FREEZE      SECTION.
           MOVE 'N' TO WS-FROZEN-FLAG
           IF G-MARKER NOT = 'R' AND G-MARKER NOT = 'N'
               MOVE 'CHK ' TO FZP-ACTION
               MOVE 'M' TO FZP-SCOPE
               MOVE SPACES TO FZP-ACCOUNT
               MOVE G-ACCOUNT TO FZP-ACCOUNT
               MOVE LS-JOB-NAME TO FZP-JOB-NAME
               MOVE WS-BUSINESS-DATE TO FZP-RUN-DATE
               CALL 'FRZMOD' USING WS-FRZ-PARMS
               IF FZP-FROZEN
                   SET ACCOUNT-FROZEN TO TRUE
               END-IF
           END-IF
           .

       W340-HOLD-FROZEN       SECTION.
           DISPLAY "STATUS - ACCOUNT " G-ACCOUNT " FROZEN ("
                   FZP-REASON "), TRANSACTION HELD"
           MOVE GOOD-RECORD TO HELD-RECORD
           WRITE HELD-RECORD
           ADD 1 TO WS-HELD-COUNT
           MOVE 'LOG ' TO FZP-ACTION
           MOVE SPACES TO FZP-ITEM
           STRING "MERGE TRANSACTION HELD, MARKER " G-MARKER
               DELIMITED BY SIZE INTO FZP-ITEM
           MOVE G-TRANS-AMOUNT TO FZP-AMOUNT
           CALL 'FRZMOD' USING WS-FRZ-PARMS
           .

      *MATCHED PATH. A 'Z' CLOSURE AGAINST A ZERO BALANCE SENDS THE
      *FINAL MASTER STATE TO THE CLOSED FILE INSTEAD OF THE OUTPUT;
      *A NON-ZERO BALANCE REFUSES AND CARRIES THE MASTER UNCHANGED.
       W103-MATCH-OR-CLOSE    SECTION.
           PERFORM B400-CHECK-FREEZE
           EVALUATE TRUE
      *A FROZEN ACCOUNT'S MONEY DOES NOT MOVE AND IT CANNOT CLOSE -
      *THE TRANSACTION IS HELD AND THE MASTER CARRIES FORWARD.
               WHEN ACCOUNT-FROZEN
                   PERFORM W340-HOLD-FROZEN
                   ADD 1 TO TOT-RECS(1) TOT-RECS(4)
                   MOVE M-ACCOUNT TO WS-CURRENT-ACCOUNT
                   MOVE 1 TO WS-CURRENT-TYPE
                   PERFORM B300-RECORD-DECISION
                   PERFORM R100-READ-GOOD
                   PERFORM W200-WRITE-MASTER
      *A REOPEN FOR AN ACCOUNT THAT IS STILL OPEN IS A KEYING
      *ERROR - THE MASTER CARRIES FORWARD UNCHANGED.
               WHEN G-MARKER = 'R'
                   MOVE SPACES TO CL-FILLER
                   WRITE CLOSED-RECORD
                   ADD 1 TO WS-CLOSED-COUNT
                   PERFORM W525-DROP-KEYED-ACCOUNT
                   PERFORM R100-READ-GOOD
                   PERFORM R200-READ-MASTER
                   PERFORM B300-WRITE-CHECKPOINT
           ADD O-BALANCE TO WS-GEN-BALANCE-TOTAL
           WRITE OUTPUT-RECORD
           PERFORM W510-WRITE-BALANCE-SNAPSHOT
           PERFORM W520-REFRESH-KEYED-COPY
           ADD 1 TO WS-MAINT-COUNT
           PERFORM R100-READ-GOOD
           PERFORM R200-READ-MASTER
           MOVE SPACES TO O-FILLER
           WRITE OUTPUT-RECORD
           PERFORM W510-WRITE-BALANCE-SNAPSHOT
           PERFORM W520-REFRESH-KEYED-COPY
           PERFORM W500-WRITE-GL-EXTRACT
           PERFORM R100-READ-GOOD
           PERFORM R200-READ-MASTER
           ADD O-BALANCE TO WS-GEN-BALANCE-TOTAL
           WRITE OUTPUT-RECORD
           PERFORM W510-WRITE-BALANCE-SNAPSHOT
           PERFORM W520-REFRESH-KEYED-COPY
           PERFORM W500-WRITE-GL-EXTRACT
           PERFORM R200-READ-MASTER
           PERFORM B300-WRITE-CHECKPOINT
           ADD O-BALANCE TO WS-GEN-BALANCE-TOTAL
           WRITE OUTPUT-RECORD
           PERFORM W510-WRITE-BALANCE-SNAPSHOT
           PERFORM W520-REFRESH-KEYED-COPY
           PERFORM W500-WRITE-GL-EXTRACT
           PERFORM R100-READ-GOOD
           PERFORM B300-WRITE-CHECKPOINT
           WRITE BAL-HIST-RECORD
           .

      *THE KEYED COPY FOLLOWS EVERY RECORD WRITTEN TO THE OUTPUT
      *GENERATION, WITH THE INTRADAY POSTING MARKS CLEARED.
       W520-REFRESH-KEYED-COPY SECTION.
           IF KEYED-ON
               MOVE SPACES TO WS-KEYED-MASTER
               MOVE O-ACCOUNT TO MK-ACCOUNT
               MOVE OUTPUT-RECORD(6:56) TO MK-MASTER-DATA
               MOVE 0 TO MK-POSTED-COUNT
               PERFORM W530-STORE-KEYED-RECORD
           END-IF
           .

      *A CLOSED ACCOUNT LEAVES THE KEYED COPY WITH THE GENERATION.
       W525-DROP-KEYED-ACCOUNT SECTION.
           IF KEYED-ON
               MOVE SPACES TO WS-KEYED-MASTER
               MOVE M-ACCOUNT TO MK-ACCOUNT
               CALL 'IOMOD' USING WS-DELETE-KEYED WS-FILE-KEY
                                  WS-KEYED-MASTER WS-IO-STATUS
                                  WS-BLANK-FILENAME
               IF NOT IO-OK AND NOT IO-NOT-FOUND
                   DISPLAY "ERROR - " LS-KEYED-NAME " DELETE FAILED "
                           "FOR " M-ACCOUNT ", STATUS " WS-IO-STATUS
                   ADD 1 TO WS-KEYED-FAULT-COUNT
               END-IF
           END-IF
           .

      *A NEW KEY IS WRITTEN, AN EXISTING ONE REFRESHED IN PLACE.
       W530-STORE-KEYED-RECORD SECTION.
           CALL 'IOMOD' USING WS-WRITE-KEYED WS-FILE-KEY
                              WS-KEYED-MASTER WS-IO-STATUS
                              WS-BLANK-FILENAME
           IF IO-DUPLICATE
               CALL 'IOMOD' USING WS-REWRITE-KEYED WS-FILE-KEY
                                  WS-KEYED-MASTER WS-IO-STATUS
                                  WS-BLANK-FILENAME
           END-IF
           IF NOT IO-OK
               DISPLAY "ERROR - " LS-KEYED-NAME " UPDATE FAILED FOR "
                       MK-KEY ", STATUS " WS-IO-STATUS
               ADD 1 TO WS-KEYED-FAULT-COUNT
           END-IF
           .

       W500-WRITE-GL-EXTRACT  SECTION.
           MOVE O-ACCOUNT TO GL-ACCOUNT-NUM
           MOVE O-MARKER(1) TO GL-MARKER
           END-IF
           READ MASTERFILE
               AT END MOVE HIGH-VALUES TO M-ACCOUNT
               NOT AT END
                   ADD 1 TO WS-MASTER-READ-COUNT
                   PERFORM R210-PICK-UP-INTRADAY
           END-READ
           .

      *AN ACCOUNT CHANGED INTRADAY IS TAKEN AS ITS LAST JOURNALLED
      *AFTER-IMAGE, SO THE NIGHT BUILDS ON THOSE POSTINGS INSTEAD OF
      *APPLYING THEM AGAIN. NOT DURING THE SEQUENCE PRE-PASS.
       R210-PICK-UP-INTRADAY  SECTION.
           IF NOT PICKUP-ON OR WS-IJT-COUNT = 0
               GO TO R210-EXIT
           END-IF
           PERFORM VARYING WS-IJT-IDX FROM 1 BY 1
                   UNTIL WS-IJT-IDX > WS-IJT-COUNT
               IF WS-IJT-ACCOUNT(WS-IJT-IDX) = M-ACCOUNT
                   MOVE WS-IJT-IMAGE(WS-IJT-IDX) TO MASTER-RECORD
                   IF WS-IJT-PICKED(WS-IJT-IDX) NOT = 'Y'
                       MOVE 'Y' TO WS-IJT-PICKED(WS-IJT-IDX)
                       ADD 1 TO WS-PICKED-COUNT
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
       R210-EXIT.
           EXIT.

      *PAGINATED RUN REPORT: RECORD-TYPE TOTALS AND PERCENTAGES,
      *MARKER BREAKDOWN, BALANCE CONTROL TOTALS, CLOSURE SUMMARY,
      *THE AUDIT TRACE SAMPLE AND THE PER-BRANCH BREAKDOWN.
           MOVE 'MAINTENANCE REFUSED' TO CN-LABEL
           MOVE WS-MAINT-REJECT-COUNT TO CN-COUNT
           WRITE PRINTLINE FROM COUNT-LINE AFTER ADVANCING 1
           MOVE 'HELD - ACCOUNT FROZEN' TO CN-LABEL
           MOVE WS-HELD-COUNT TO CN-COUNT
           WRITE PRINTLINE FROM COUNT-LINE AFTER ADVANCING 1
           ADD 5 TO LINE-COUNT
           IF SUSPENSE-ON
               MOVE 'ROUTED TO SUSPENSE' TO CN-LABEL
               MOVE WS-SUSPENSE-COUNT TO CN-COUNT
                 CLOSED-FILE
                 GL-EXTRACT-FILE
           CLOSE BAL-HIST-FILE
                 HELD-FILE
           IF SUSPENSE-ON
               CLOSE SUSPENSE-FILE
                     SUSP-RPT-FILE
                                   LS-JOB-NAME WS-BUSINESS-DATE
                                   WS-HND-COUNT WS-HND-AMOUNT
           END-IF
           IF KEYED-ON
               PERFORM B196-FINISH-KEYED-COPY
           END-IF
           PERFORM B185-RELEASE-LOCKS
           DISPLAY "STATUS - FILES CLOSED"
           .

      *INTRADAY MODE. ONLY THE SMALL GOODFILE BATCH, THE KEYED
      *COPY, THE JOURNAL AND THE POSTINGS REPORT ARE OPENED - NO
      *GENERATION, CHECKPOINT OR HANDOFF POSTING, AND NO SEQUENCE
      *REQUIREMENT ON THE BATCH (EACH TRANSACTION IS A KEYED READ,
      *SO TWO FOR ONE ACCOUNT APPLY IN TURN).
       I100-INTRADAY-RUN      SECTION.
           DISPLAY "STATUS - INTRADAY MODE AGAINST " LS-KEYED-NAME
           IF NOT KEYED-ON OR LS-JOURNAL-NAME = SPACES
               DISPLAY "ERROR - INTRADAY MODE NEEDS A KEYED COPY "
                       "AND A JOURNAL"
               MOVE 16 TO LS-RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GO TO I100-EXIT
           END-IF
           OPEN INPUT GOODFILE
           IF NOT G-OK
               DISPLAY "ERROR - COULD NOT OPEN " LS-GOOD-NAME
                       ", STATUS " WS-GOOD-STATUS
               MOVE 12 TO LS-RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GO TO I100-EXIT
           END-IF
           PERFORM B181-ACQUIRE-KEYED-LOCK
           IF NOT LOCK-TAKEN
               CLOSE GOODFILE
               MOVE 12 TO LS-RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GO TO I100-EXIT
           END-IF
           CALL 'IOMOD' USING WS-OPEN-KEYED WS-FILE-KEY
                              WS-KEYED-MASTER WS-IO-STATUS
                              LS-KEYED-NAME
           IF NOT IO-OK
               DISPLAY "ERROR - COULD NOT OPEN " LS-KEYED-NAME
                       ", STATUS " WS-IO-STATUS
               CLOSE GOODFILE
               PERFORM B185-RELEASE-LOCKS
               MOVE 12 TO LS-RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GO TO I100-EXIT
           END-IF
           PERFORM I110-CHECK-KEYED-CONTROL
           IF LS-RETURN-CODE > 0
               CLOSE GOODFILE
               CALL 'IOMOD' USING WS-CLOSE WS-FILE-KEY
                                  WS-KEYED-MASTER WS-IO-STATUS
                                  WS-BLANK-FILENAME
               PERFORM B185-RELEASE-LOCKS
               PERFORM Z100-WRITE-RUN-LOG
               GO TO I100-EXIT
           END-IF
           OPEN EXTEND INTRA-JOURNAL-FILE
           IF NOT JNL-OK
               OPEN OUTPUT INTRA-JOURNAL-FILE
           END-IF
           OPEN OUTPUT REPORTFILE
           MOVE 0 TO PAGE-NUM-E
           PERFORM I190-NEW-PAGE
           PERFORM R100-READ-GOOD
           PERFORM I200-APPLY-TRANSACTION
               UNTIL G-ACCOUNT = HIGH-VALUES
           PERFORM I300-WRITE-TOTALS
           CLOSE GOODFILE
                 REPORTFILE
                 INTRA-JOURNAL-FILE
           CALL 'IOMOD' USING WS-CLOSE WS-FILE-KEY
                              WS-KEYED-MASTER WS-IO-STATUS
                              WS-BLANK-FILENAME
           PERFORM B185-RELEASE-LOCKS
           DISPLAY "STATUS - " WS-INTRA-POSTED-COUNT " POSTED, "
                   WS-MAINT-COUNT " MAINTAINED, "
                   WS-INTRA-REFUSED-COUNT " REFUSED"
           IF WS-INTRA-REFUSED-COUNT > 0
               MOVE 4 TO LS-RETURN-CODE
               MOVE 'W' TO WS-ALERT-SEVERITY
               MOVE "INTRADAY TRANSACTIONS REFUSED"
                 TO WS-ALERT-MESSAGE
               MOVE LS-GOOD-NAME TO WS-ALERT-KEY
               CALL 'ALRTMOD' USING LS-JOB-NAME WS-BUSINESS-DATE
                                    WS-ALERT-SEVERITY
                                    WS-ALERT-MESSAGE WS-ALERT-KEY
           END-IF
           IF WS-KEYED-FAULT-COUNT > 0
               MOVE 8 TO LS-RETURN-CODE
           END-IF
           PERFORM Z100-WRITE-RUN-LOG
           .
       I100-EXIT.
           EXIT.

      *THE KEYED COPY IS ONLY POSTED TO WHEN THE LAST NIGHT RUN
      *FINISHED REFRESHING IT - A PARTIAL REFRESH (OR A NIGHT RUN
      *STILL TO RESTART) WOULD HAVE TODAY'S POSTINGS BUILT ON
      *BALANCES THE GENERATION DOES NOT HOLD.
       I110-CHECK-KEYED-CONTROL SECTION.
           MOVE SPACES TO WS-KEYED-MASTER
           MOVE WS-KEYED-CTL-KEY TO MK-KEY
           CALL 'IOMOD' USING WS-READ-KEYED WS-FILE-KEY
                              WS-KEYED-MASTER WS-IO-STATUS
                              WS-BLANK-FILENAME
           IF IO-OK AND MK-REFRESH-COMPLETE
               DISPLAY "STATUS - " LS-KEYED-NAME " REFRESHED FOR "
                       MK-REFRESH-DATE " BY " MK-REFRESH-JOB
           ELSE
               DISPLAY "ERROR - " LS-KEYED-NAME " HAS NO COMPLETED "
                       "NIGHT REFRESH, INTRADAY POSTING REFUSED"
               MOVE 'E' TO WS-ALERT-SEVERITY
               MOVE "KEYED COPY NOT REFRESHED - NO POSTING"
                 TO WS-ALERT-MESSAGE
               MOVE LS-KEYED-NAME TO WS-ALERT-KEY
               CALL 'ALRTMOD' USING LS-JOB-NAME WS-BUSINESS-DATE
                                    WS-ALERT-SEVERITY
                                    WS-ALERT-MESSAGE WS-ALERT-KEY
               MOVE 16 TO LS-RETURN-CODE
           END-IF
           .

      *ONE INTRADAY TRANSACTION. CLOSURE AND REOPEN MOVE RECORDS
      *BETWEEN THE GENERATION AND THE CLOSED STORE, AND AN UNKNOWN
      *ACCOUNT NEEDS THE NEW-ACCOUNT OR SUSPENSE DECISION - ALL
      *THREE ARE LEFT FOR THE NIGHT RUN'S GOODFILE.
       I200-APPLY-TRANSACTION SECTION.
           MOVE SPACES TO WS-INTRA-RESULT
           MOVE SPACES TO WS-INTRA-BEFORE
           MOVE 0 TO IB-BALANCE
           MOVE SPACES TO WS-KEYED-MASTER
           MOVE G-ACCOUNT TO MK-ACCOUNT
           CALL 'IOMOD' USING WS-READ-KEYED WS-FILE-KEY
                              WS-KEYED-MASTER WS-IO-STATUS
                              WS-BLANK-FILENAME
           IF IO-OK
               MOVE WS-KEYED-MASTER TO WS-KEYED-SAVE
               MOVE MK-ACCOUNT TO IB-ACCOUNT
               MOVE MK-MASTER-DATA TO WS-INTRA-BEFORE(6:56)
           END-IF
           EVALUATE TRUE
               WHEN G-MARKER = 'Z' OR G-MARKER = 'R'
                   MOVE 'REFUSED - NIGHT RUN ONLY'
                     TO WS-INTRA-RESULT
               WHEN IO-NOT-FOUND
                   MOVE 'REFUSED - NO SUCH ACCOUNT'
                     TO WS-INTRA-RESULT
               WHEN NOT IO-OK
                   DISPLAY "ERROR - " LS-KEYED-NAME " READ FAILED "
                           "FOR " G-ACCOUNT ", STATUS " WS-IO-STATUS
                   MOVE 'REFUSED - KEYED READ FAILED'
                     TO WS-INTRA-RESULT
                   ADD 1 TO WS-KEYED-FAULT-COUNT
               WHEN G-MARKER = 'N'
                   PERFORM I220-APPLY-MAINTENANCE
               WHEN OTHER
                   PERFORM B400-CHECK-FREEZE
                   IF ACCOUNT-FROZEN
                       PERFORM I230-LOG-FROZEN
                       MOVE 'REFUSED - ACCOUNT FROZEN'
                         TO WS-INTRA-RESULT
                   ELSE
                       PERFORM I210-APPLY-POSTING
                   END-IF
           END-EVALUATE
           IF WS-INTRA-RESULT(1:7) = 'REFUSED'
               MOVE WS-INTRA-BEFORE TO WS-INTRA-AFTER
               ADD 1 TO WS-INTRA-REFUSED-COUNT
               DISPLAY "WARNING - " G-ACCOUNT " " WS-INTRA-RESULT
           END-IF
           PERFORM I280-PRINT-DETAIL
           PERFORM R100-READ-GOOD
           .

      *THE MATCHED-PATH RULE OF W100/W110: THE OLDEST SLOT IS SET
      *ASIDE FOR THE ARCHIVE, THE HISTORY SHIFTS DOWN ONE, THE
      *TRANSACTION TAKES SLOT 1 AND ITS AMOUNT GOES ON THE BALANCE.
       I210-APPLY-POSTING     SECTION.
           MOVE WS-INTRA-BEFORE TO WS-INTRA-AFTER
           MOVE SPACE TO WS-INTRA-ARC-MARKER
           MOVE 0 TO WS-INTRA-ARC-AMOUNT
           IF IB-MARKER(5) NOT = SPACES
               MOVE IB-MARKER(5) TO WS-INTRA-ARC-MARKER
               MOVE IB-TRANS-AMOUNT(5) TO WS-INTRA-ARC-AMOUNT
           END-IF
           PERFORM VARYING M-IDX FROM 1 BY 1 UNTIL M-IDX > 4
               MOVE IB-MARKER(M-IDX) TO IA-MARKER(M-IDX + 1)
               MOVE IB-TRANS-AMOUNT(M-IDX)
                 TO IA-TRANS-AMOUNT(M-IDX + 1)
           END-PERFORM
           MOVE G-MARKER TO IA-MARKER(1)
           MOVE G-TRANS-AMOUNT TO IA-TRANS-AMOUNT(1)
           ADD G-TRANS-AMOUNT TO IB-BALANCE GIVING IA-BALANCE
           MOVE SPACES TO IA-FILLER
           PERFORM I250-STORE-CHANGE
           IF WS-INTRA-RESULT = SPACES
               MOVE 'POSTED' TO WS-INTRA-RESULT
               ADD 1 TO TOT-RECS(3) TOT-RECS(4)
               ADD 1 TO WS-INTRA-POSTED-COUNT
               IF G-MARKER = 'D'
                   ADD 1 TO WS-UPDATE-DEBIT-COUNT
               ELSE
                   ADD 1 TO WS-UPDATE-CREDIT-COUNT
               END-IF
               ADD IB-BALANCE TO WS-TOTAL-OPENING-BALANCE
               ADD G-TRANS-AMOUNT TO WS-TOTAL-APPLIED-AMOUNT
               ADD IA-BALANCE TO WS-TOTAL-RESULTING-BALANCE
           END-IF
           .

      *THE W104 RULE - ONLY THE NAME FIELDS CHANGE.
       I220-APPLY-MAINTENANCE SECTION.
           MOVE WS-INTRA-BEFORE TO WS-INTRA-AFTER
           MOVE G-INITIAL-VAL TO IA-INITIAL-VAL
           MOVE G-SURNAME TO IA-SURNAME
           MOVE SPACES TO IA-FILLER
           MOVE SPACE TO WS-INTRA-ARC-MARKER
           MOVE 0 TO WS-INTRA-ARC-AMOUNT
           PERFORM I250-STORE-CHANGE
           IF WS-INTRA-RESULT = SPACES
               MOVE 'NAME MAINTENANCE APPLIED' TO WS-INTRA-RESULT
               ADD 1 TO TOT-RECS(1) TOT-RECS(4)
               ADD 1 TO WS-MAINT-COUNT
           END-IF
           .

       I230-LOG-FROZEN        SECTION.
           DISPLAY "STATUS - ACCOUNT " G-ACCOUNT " FROZEN ("
                   FZP-REASON "), INTRADAY POSTING REFUSED"
           MOVE 'LOG ' TO FZP-ACTION
           MOVE SPACES TO FZP-ITEM
           STRING "INTRADAY POSTING REFUSED, MARKER " G-MARKER
               DELIMITED BY SIZE INTO FZP-ITEM
           MOVE G-TRANS-AMOUNT TO FZP-AMOUNT
           CALL 'FRZMOD' USING WS-FRZ-PARMS
           .

      *THE KEYED COPY IS REWRITTEN FIRST AND THE JOURNAL SECOND; IF
      *THE JOURNAL WRITE FAILS THE RECORD AS READ IS PUT BACK, SO
      *THE KEYED COPY NEVER SHOWS A CHANGE THE NIGHT RUN CANNOT SEE.
       I250-STORE-CHANGE      SECTION.
           MOVE WS-INTRA-AFTER(6:56) TO MK-MASTER-DATA
           MOVE WS-BUSINESS-DATE TO MK-POSTED-DATE
           IF MK-POSTED-COUNT NOT NUMERIC
               MOVE 0 TO MK-POSTED-COUNT
           END-IF
           IF MK-POSTED-COUNT < 999
               ADD 1 TO MK-POSTED-COUNT
           END-IF
           CALL 'IOMOD' USING WS-REWRITE-KEYED WS-FILE-KEY
                              WS-KEYED-MASTER WS-IO-STATUS
                              WS-BLANK-FILENAME
           IF NOT IO-OK
               DISPLAY "ERROR - " LS-KEYED-NAME " REWRITE FAILED "
                       "FOR " G-ACCOUNT ", STATUS " WS-IO-STATUS
               MOVE 'REFUSED - KEYED REWRITE FAILED'
                 TO WS-INTRA-RESULT
               ADD 1 TO WS-KEYED-FAULT-COUNT
               GO TO I250-EXIT
           END-IF
           MOVE SPACES TO INTRA-JOURNAL-RECORD
           MOVE G-ACCOUNT TO IJ-ACCOUNT
           MOVE WS-BUSINESS-DATE TO IJ-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO IJ-POST-STAMP
           MOVE LS-JOB-NAME TO IJ-JOB-NAME
           MOVE G-MARKER TO IJ-MARKER
           IF G-MARKER = 'N'
               MOVE 0 TO IJ-TRANS-AMOUNT
           ELSE
               MOVE G-TRANS-AMOUNT TO IJ-TRANS-AMOUNT
           END-IF
           MOVE IB-BALANCE TO IJ-BEFORE-BALANCE
           MOVE IA-BALANCE TO IJ-AFTER-BALANCE
           MOVE WS-INTRA-ARC-MARKER TO IJ-ARC-MARKER
           MOVE WS-INTRA-ARC-AMOUNT TO IJ-ARC-AMOUNT
           MOVE WS-INTRA-AFTER TO IJ-AFTER-IMAGE
           WRITE INTRA-JOURNAL-RECORD
           IF NOT JNL-OK
               DISPLAY "ERROR - " LS-JOURNAL-NAME " WRITE FAILED FOR "
                       G-ACCOUNT ", STATUS " WS-JNL-STATUS
               MOVE WS-KEYED-SAVE TO WS-KEYED-MASTER
               CALL 'IOMOD' USING WS-REWRITE-KEYED WS-FILE-KEY
                                  WS-KEYED-MASTER WS-IO-STATUS
                                  WS-BLANK-FILENAME
               MOVE 'REFUSED - JOURNAL WRITE FAILED'
                 TO WS-INTRA-RESULT
               ADD 1 TO WS-KEYED-FAULT-COUNT
           END-IF
           .
       I250-EXIT.
           EXIT.

       I190-NEW-PAGE          SECTION.
           ADD 1 TO PAGE-NUM-E
           MOVE PAGE-NUM-E TO IH1-PAGE
           MOVE LS-JOB-NAME TO IH1-JOB
           MOVE WS-BUSINESS-DATE TO IH1-DATE
           IF PAGE-NUM-E = 1
               WRITE PRINTLINE FROM INTRA-HEAD-1
           ELSE
               WRITE PRINTLINE FROM INTRA-HEAD-1 AFTER ADVANCING PAGE
           END-IF
           WRITE PRINTLINE FROM INTRA-HEAD-2 AFTER ADVANCING 2
           MOVE 3 TO LINE-COUNT
           .

       I280-PRINT-DETAIL      SECTION.
           IF LINE-COUNT >= WS-PAGE-SIZE
               PERFORM I190-NEW-PAGE
           END-IF
           MOVE G-ACCOUNT TO ID-ACCOUNT
           MOVE G-MARKER TO ID-MARKER
           IF G-TRANS-AMOUNT NUMERIC
               MOVE G-TRANS-AMOUNT TO ID-AMOUNT
           ELSE
               MOVE 0 TO ID-AMOUNT
           END-IF
           MOVE IB-BALANCE TO ID-BEFORE
           MOVE IA-BALANCE TO ID-AFTER
           MOVE WS-INTRA-RESULT TO ID-RESULT
           WRITE PRINTLINE FROM INTRA-DETAIL-LINE AFTER ADVANCING 1
           ADD 1 TO LINE-COUNT
           .

       I300-WRITE-TOTALS      SECTION.
           WRITE PRINTLINE FROM BLANKLINE AFTER ADVANCING 1
           MOVE 'POSTINGS APPLIED' TO CN-LABEL
           MOVE WS-INTRA-POSTED-COUNT TO CN-COUNT
           WRITE PRINTLINE FROM COUNT-LINE AFTER ADVANCING 1
           MOVE 'NAME MAINTENANCE APPLIED' TO CN-LABEL
           MOVE WS-MAINT-COUNT TO CN-COUNT
           WRITE PRINTLINE FROM COUNT-LINE AFTER ADVANCING 1
           MOVE 'TRANSACTIONS REFUSED' TO CN-LABEL
           MOVE WS-INTRA-REFUSED-COUNT TO CN-COUNT
           WRITE PRINTLINE FROM COUNT-LINE AFTER ADVANCING 1
           MOVE 'TOTAL OPENING BALANCE' TO BL-LABEL
           MOVE WS-TOTAL-OPENING-BALANCE TO BL-VALUE
           WRITE PRINTLINE FROM BALANCE-LINE AFTER ADVANCING 1
           MOVE 'TOTAL APPLIED AMOUNT' TO BL-LABEL
           MOVE WS-TOTAL-APPLIED-AMOUNT TO BL-VALUE
           WRITE PRINTLINE FROM BALANCE-LINE AFTER ADVANCING 1
           MOVE 'TOTAL RESULTING BALANCE' TO BL-LABEL
           MOVE WS-TOTAL-RESULTING-BALANCE TO BL-VALUE
           WRITE PRINTLINE FROM BALANCE-LINE AFTER ADVANCING 1
           .

       Z100-WRITE-RUN-LOG     SECTION.
           MOVE LS-JOB-NAME TO RL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
               WS-RESTART-GOOD-COUNT WS-RESTART-MASTER-COUNT
             GIVING RL-INPUT-COUNT
           MOVE TOT-RECS(4) TO RL-OUTPUT-COUNT
           IF INTRADAY-MODE
               MOVE WS-INTRA-REFUSED-COUNT TO RL-OUTPUT-COUNT-2
           ELSE
               MOVE WS-DORMANT-COUNT-ENTRIES TO RL-OUTPUT-COUNT-2
           END-IF
           MOVE LS-RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES TO RL-FILLER
           MOVE WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
