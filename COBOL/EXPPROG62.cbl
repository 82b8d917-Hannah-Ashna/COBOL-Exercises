       ID DIVISION.
       PROGRAM-ID. EXPPROG62.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * PRINT-VENDOR MAILING EXPORT. THE OUTSOURCED PRINT HOUSE
      * TAKES ONE DELIMITED MAILING FILE PER RUN IN PLACE OF OUR
      * 80-COLUMN LTRPRT AND STATEMENT PRINTS. THIS JOB READS CDOUT
      * FOR EACH ACCOUNT'S BALANCE AND COUNTY, KEYED-READS CDCUST
      * (AND CDJOINT FOR A SECOND HOLDER) FOR THE NAME AND ADDRESS,
      * AND WRITES ONE '|'-DELIMITED RECORD PER CUSTOMER TO MAILEXP:
      *
      *   H|CDMAIL|RUN DATE|EXPPRG62
      *   D|SEQUENCE|ACCOUNT|LETTER TYPE|NAME|ADDRESS 1|ADDRESS 2|
      *     ADDRESS 3|POSTCODE|BALANCE
      *   T|RECORD COUNT|HASH TOTAL OF ACCOUNT NUMBERS
      *
      * THE NAME IS TITLE, INITIALS AND SURNAME ('&' AND THE SECOND
      * HOLDER'S NAME FOR A JOINT ACCOUNT). THE ADDRESS LINES ARE
      * HOUSE NUMBER AND STREET, TOWN, THEN CDOUT'S COUNTY, CLOSED
      * UP SO A BLANK LINE NEVER REACHES THE ENVELOPE. THE LETTER
      * TYPE TELLS THE VENDOR WHICH STATEMENT TEMPLATE TO USE -
      * 'ST' IN CREDIT, 'NB' NIL BALANCE, 'OD' OVERDRAWN.
      *
      * THE DETAILS ARE SORTED INTO POSTCODE ORDER (ACCOUNT WITHIN
      * POSTCODE) BEFORE WRITING, AS THE MAILING DISCOUNT REQUIRES,
      * AND SEQUENCE NUMBERS ARE GIVEN IN THAT ORDER. THE HASH IS
      * THE SUM OF THE NUMERIC ACCOUNT NUMBERS. NO RECORD GOES TO A
      * GONE-AWAY CUSTOMER (EXPPROG61) OR AN ACCOUNT WITH NO CDCUST
      * RECORD. THE RECORD COUNT AND BALANCE TOTAL ARE POSTED AS
      * PRODUCER OF THE MAILEXP INTERFACE THROUGH HNDMOD; THE
      * VENDOR'S RECEIPT IS POSTED AS CONSUMER AND EXPPROG54 PROVES
      * THE TWO AGREE.
      *
      * EACH MAILING IS CLEARED WITH THE CONTACT HISTORY (CONTMOD,
      * LETTER TYPE 'MX') AS IT IS WRITTEN, SO IT COUNTS AGAINST THE
      * GAPS OF LATER LETTERS. 'MX' HAS NO CONTRULE ROW AS ISSUED, SO
      * EVERY MAILING GOES. SHOULD ONE BE GIVEN A ROW, A MAILING HELD
      * BACK IS LEFT OFF THE FILE AND NAMED ON THE JOB LOG; SKIPPED
      * OR DEFERRED, THE ACCOUNT IS ON CDOUT AGAIN NEXT RUN AND GOES
      * ONCE THE GAP HAS CLEARED.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT ACC-FILEOUT ASSIGN TO CDOUT
           FILE STATUS IS WS-OUT-STATUS.
           SELECT MAIL-FILE ASSIGN TO MAILEXP
           FILE STATUS IS WS-MAIL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD ACC-FILEOUT BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 ACC-RECORDOUT.
           COPY CDRECO.

      *ONE DELIMITED RECORD PER LINE, SPACE-FILLED TO THE RIGHT.
       FD MAIL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 MAIL-RECORD                PIC X(200).

       FD RUN-LOG-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 RUN-LOG-RECORD.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE           PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP         PIC X(16) VALUE SPACES.

       01 WS-OUT-STATUS              PIC X(2).
           88 OUT-OK                 VALUE "00".
       01 WS-MAIL-STATUS             PIC X(2).
           88 MAIL-OK                VALUE "00".
       01 WS-RUNLOG-STATUS           PIC X(2).

       01 WS-OUT-EOF-FLAG            PIC X VALUE 'N'.
           88 OUT-FILE-DONE          VALUE 'Y'.

       01 WS-RUN-INPUT-COUNT         PIC 9(8) VALUE 0.
       01 WS-MAIL-COUNT              PIC 9(8) VALUE 0.
       01 WS-SKIPPED-COUNT           PIC 9(8) VALUE 0.
       01 WS-GONE-AWAY-COUNT         PIC 9(8) VALUE 0.
       01 WS-JOINT-COUNT             PIC 9(8) VALUE 0.
       01 WS-CONT-HELD-COUNT         PIC 9(8) VALUE 0.
       01 WS-ACCOUNT-HASH            PIC 9(13) VALUE 0.
       01 WS-BALANCE-TOTAL           PIC S9(11) VALUE 0.
      *NO CDJOINT (OR ONE THAT WILL NOT OPEN) STILL LETS THE RUN
      *EXPORT - EVERY RECORD THEN CARRIES THE FIRST HOLDER ONLY.
       01 WS-JOINT-OPEN-FLAG         PIC X VALUE 'N'.
           88 JOINT-OPEN             VALUE 'Y'.
       01 WS-JOINT-FOUND-FLAG        PIC X VALUE 'N'.
           88 JOINT-FOUND            VALUE 'Y'.

      *IOMOD ACTION/FILE-ID CONSTANTS FOR THE KEYED CUSTOMER MASTER.
       01 WS-GENERAL-FILLER.
           03 WS-OPEN-KEYED          PIC X(4) VALUE 'OK  '.
           03 WS-READ-KEYED          PIC X(4) VALUE 'RK  '.
           03 WS-CLOSE               PIC X(4) VALUE 'C   '.
           03 WS-FILE-KEY            PIC X(8) VALUE 'FILEKEY '.
           03 WS-CUST-FILENAME       PIC X(8) VALUE 'CDCUST'.
           03 WS-OPEN-KEYED2         PIC X(4) VALUE 'OK2 '.
           03 WS-READ-KEYED2         PIC X(4) VALUE 'RK2 '.
           03 WS-FILE-KEY2           PIC X(8) VALUE 'FILEKEY2'.
           03 WS-JOINT-FILENAME      PIC X(8) VALUE 'CDJOINT'.
       01 WS-IO-STATUS               PIC X(2).
           88 IO-OK                  VALUE "00".

       01 JNT-RECORD.
           COPY CDJNT.

       01 CUST-RECORD.
           03 CUST-ACCOUNT           PIC X(8).
           03 CUST-TITLE             PIC X(3).
           03 CUST-INITIALS          PIC X(2).
           03 CUST-SURNAME           PIC X(20).
           03 CUST-ADDRESS-NUM       PIC 9(4).
           03 CUST-STREET            PIC X(15).
           03 CUST-TOWN              PIC X(12).
           03 CUST-POST-CODE         PIC X(10).
      *RETURNED-MAIL MARKER (EXPPROG61) - CARRIED FORWARD WHILE THE
      *ADDRESS IS UNCHANGED, DROPPED WHEN A B-RECORD BRINGS A NEW
      *ONE. THE DATE IS ONLY MEANINGFUL WHILE THE FLAG IS SET.
           03 CUST-GONE-AWAY-FLAG    PIC X(1).
               88 CUST-GONE-AWAY     VALUE 'G'.
           03 CUST-GONE-AWAY-DATE    PIC 9(8) COMP-3.

      *IN-STORAGE MAILING TABLE. THE TABLE IS THE SORT AREA, SO AN
      *OVERFLOW STOPS THE RUN RATHER THAN SEND A SHORT FILE.
       01 WS-MAIL-TABLE.
           03 WS-MAIL-ENTRY OCCURS 5000 TIMES.
               05 WS-ML-POST-CODE    PIC X(10).
               05 WS-ML-ACCOUNT      PIC X(8).
               05 WS-ML-LETTER-TYPE  PIC X(2).
               05 WS-ML-NAME         PIC X(70).
               05 WS-ML-ADDR-1       PIC X(20).
               05 WS-ML-ADDR-2       PIC X(20).
               05 WS-ML-ADDR-3       PIC X(20).
               05 WS-ML-BALANCE      PIC S9(10).
       01 WS-MAIL-MAX                PIC 9(4) VALUE 5000.
       01 WS-MAIL-HELD               PIC 9(4) VALUE 0.
       01 WS-MAIL-SWAP               PIC X(160).
       01 WS-SORT-IDX                PIC 9(4).
       01 WS-SORT-JDX                PIC 9(4).
       01 WS-MAIL-IDX                PIC 9(4).

      *NAME AND ADDRESS BUILDING WORK AREAS.
       01 WS-NAME-WORK               PIC X(70).
       01 WS-NAME-PTR                PIC 9(3).
       01 WS-ADDR-LINES.
           03 WS-ADDR-LINE OCCURS 3 TIMES PIC X(20).
       01 WS-ADDR-CAND.
           03 WS-ADDR-CAND-LINE OCCURS 3 TIMES PIC X(20).
       01 WS-ADDR-IDX                PIC 9(1).
       01 WS-ADDR-OUT                PIC 9(1).
       01 WS-HOUSE-EDIT              PIC ZZZ9.
       01 WS-ACCOUNT-NUM-WORK        PIC 9(8).

      *NUMBERS GO TO THE VENDOR LEFT-JUSTIFIED WITH NO PADDING.
       01 WS-BAL-EDIT                PIC -(10)9.
       01 WS-SEQ-EDIT                PIC Z(7)9.
       01 WS-TRIM-WORK               PIC X(13).
       01 WS-TRIM-LEAD               PIC 9(2).
       01 WS-TRIM-LEN                PIC 9(2).
       01 WS-OUT-PTR                 PIC 9(3).

      *HANDOFF POSTING (HNDMOD) - THIS JOB PRODUCES THE MAILEXP
      *INTERFACE THE PRINT VENDOR RECEIVES; THE AMOUNT IS THE TOTAL
      *OF THE BALANCES EXPORTED.
       01 WS-HND-ROLE                PIC X(1).
       01 WS-HND-INTERFACE           PIC X(8).
       01 WS-HND-JOB                 PIC X(8) VALUE 'EXPPRG62'.
       01 WS-HND-COUNT               PIC 9(8).
       01 WS-HND-AMOUNT              PIC S9(11).

      *CONTACT HISTORY (CONTMOD)
       01 WS-CONT-PARMS.
           COPY CNTPRM.
      *
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING PRINT-VENDOR MAILING EXPORT"
      *CONTMOD WALKS CDXREF ON THE SECOND KEYED SLOT, SO IT LOADS
      *BEFORE CDJOINT TAKES THAT SLOT FOR THE RUN.
           MOVE "EXPPRG62" TO CNP-JOB-NAME
           MOVE WS-BUSINESS-DATE TO CNP-RUN-DATE
           MOVE "MX" TO CNP-LETTER-TYPE
           MOVE 'C' TO CNP-SCOPE
           MOVE 'OPEN' TO CNP-ACTION
           CALL 'CONTMOD' USING WS-CONT-PARMS
           PERFORM B100-INIT
           PERFORM C100-PROCESS-ACCOUNT UNTIL OUT-FILE-DONE
           PERFORM D100-SORT-MAILING
           PERFORM W100-WRITE-MAILING
           PERFORM T100-TERMINATE
           MOVE 'P' TO WS-HND-ROLE
           MOVE 'MAILEXP ' TO WS-HND-INTERFACE
           MOVE WS-MAIL-COUNT TO WS-HND-COUNT
           MOVE WS-BALANCE-TOTAL TO WS-HND-AMOUNT
           CALL 'HNDMOD' USING WS-HND-ROLE WS-HND-INTERFACE
                               WS-HND-JOB WS-BUSINESS-DATE
                               WS-HND-COUNT WS-HND-AMOUNT
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - MAILING RECORDS EXPORTED: " WS-MAIL-COUNT
           DISPLAY "STATUS - OF WHICH JOINT: " WS-JOINT-COUNT
           DISPLAY "STATUS - ACCOUNTS SKIPPED: " WS-SKIPPED-COUNT
           DISPLAY "STATUS - GONE-AWAY WITHHELD: " WS-GONE-AWAY-COUNT
           DISPLAY "STATUS - CONTACTED TOO RECENTLY: "
                   WS-CONT-HELD-COUNT
           DISPLAY "STATUS - ACCOUNT HASH TOTAL: " WS-ACCOUNT-HASH
           DISPLAY "STATUS - MAILING EXPORT DONE"
           GOBACK
           .

       B100-INIT              SECTION.
           OPEN INPUT ACC-FILEOUT
           IF NOT OUT-OK
               DISPLAY "ERROR - COULD NOT OPEN CDOUT, STATUS "
                       WS-OUT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           CALL 'IOMOD'
             USING WS-OPEN-KEYED
                   WS-FILE-KEY
                   CUST-RECORD
                   WS-IO-STATUS
                   WS-CUST-FILENAME
           IF NOT IO-OK
               DISPLAY "ERROR - COULD NOT OPEN CDCUST, STATUS "
                       WS-IO-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           CALL 'IOMOD'
             USING WS-OPEN-KEYED2
                   WS-FILE-KEY2
                   JNT-RECORD
                   WS-IO-STATUS
                   WS-JOINT-FILENAME
           IF IO-OK
               SET JOINT-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING - COULD NOT OPEN CDJOINT, STATUS "
                       WS-IO-STATUS ", FIRST HOLDER NAMES ONLY"
           END-IF
           READ ACC-FILEOUT AT END SET OUT-FILE-DONE TO TRUE
           END-READ
           .

       C100-PROCESS-ACCOUNT   SECTION.
           ADD 1 TO WS-RUN-INPUT-COUNT
           MOVE SPACES TO CUST-RECORD
           MOVE ACCOUNT-NUM TO CUST-ACCOUNT
           CALL 'IOMOD'
             USING WS-READ-KEYED
                   WS-FILE-KEY
                   CUST-RECORD
                   WS-IO-STATUS
                   WS-CUST-FILENAME
           EVALUATE TRUE
               WHEN NOT IO-OK
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY "WARNING - NO CDCUST RECORD FOR "
                           ACCOUNT-NUM ", NOT EXPORTED"
               WHEN CUST-GONE-AWAY
                   ADD 1 TO WS-GONE-AWAY-COUNT
               WHEN OTHER
                   PERFORM C200-HOLD-MAILING
           END-EVALUATE
           READ ACC-FILEOUT AT END SET OUT-FILE-DONE TO TRUE
           END-READ
           .

      *BUILD ONE MAILING ENTRY FROM THE CDOUT/CDCUST PAIR INTO THE
      *SORT TABLE.
       C200-HOLD-MAILING      SECTION.
           IF WS-MAIL-HELD >= WS-MAIL-MAX
               DISPLAY "ERROR - MORE THAN " WS-MAIL-MAX
                       " MAILING RECORDS, NOTHING EXPORTED"
               MOVE 16 TO RETURN-CODE
               PERFORM T100-TERMINATE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           ADD 1 TO WS-MAIL-HELD
           MOVE WS-MAIL-HELD TO WS-MAIL-IDX
           PERFORM C300-FIND-JOINT-HOLDER
           PERFORM C400-FORMAT-NAME
           PERFORM C500-COLLAPSE-ADDRESS
           MOVE CUST-POST-CODE TO WS-ML-POST-CODE(WS-MAIL-IDX)
           MOVE ACCOUNT-NUM TO WS-ML-ACCOUNT(WS-MAIL-IDX)
           MOVE WS-NAME-WORK TO WS-ML-NAME(WS-MAIL-IDX)
           MOVE WS-ADDR-LINE(1) TO WS-ML-ADDR-1(WS-MAIL-IDX)
           MOVE WS-ADDR-LINE(2) TO WS-ML-ADDR-2(WS-MAIL-IDX)
           MOVE WS-ADDR-LINE(3) TO WS-ML-ADDR-3(WS-MAIL-IDX)
           MOVE BALANCE-OUT TO WS-ML-BALANCE(WS-MAIL-IDX)
           EVALUATE TRUE
               WHEN BALANCE-OUT > 0
                   MOVE 'ST' TO WS-ML-LETTER-TYPE(WS-MAIL-IDX)
               WHEN BALANCE-OUT = 0
                   MOVE 'NB' TO WS-ML-LETTER-TYPE(WS-MAIL-IDX)
               WHEN OTHER
                   MOVE 'OD' TO WS-ML-LETTER-TYPE(WS-MAIL-IDX)
           END-EVALUATE
           .

      *THE SECOND HOLDER OF A JOINT ACCOUNT, IF CDJOINT HAS ONE.
       C300-FIND-JOINT-HOLDER SECTION.
           MOVE 'N' TO WS-JOINT-FOUND-FLAG
           IF JOINT-OPEN
               MOVE SPACES TO JNT-RECORD
               MOVE ACCOUNT-NUM TO JNT-ACCOUNT
               CALL 'IOMOD'
                 USING WS-READ-KEYED2
                       WS-FILE-KEY2
                       JNT-RECORD
                       WS-IO-STATUS
                       WS-JOINT-FILENAME
               IF IO-OK
                   SET JOINT-FOUND TO TRUE
               END-IF
           END-IF
           .

      *TITLE, INITIALS AND SURNAME WITH SINGLE SPACES BETWEEN THE
      *PARTS PRESENT; A SURNAME MAY ITSELF HOLD A SPACE, SO IT ENDS
      *AT THE FIRST DOUBLE SPACE.
       C400-FORMAT-NAME       SECTION.
           MOVE SPACES TO WS-NAME-WORK
           MOVE 1 TO WS-NAME-PTR
           IF CUST-TITLE NOT = SPACES
               STRING CUST-TITLE DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                   INTO WS-NAME-WORK WITH POINTER WS-NAME-PTR
           END-IF
           IF CUST-INITIALS NOT = SPACES
               STRING CUST-INITIALS DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                   INTO WS-NAME-WORK WITH POINTER WS-NAME-PTR
           END-IF
           STRING CUST-SURNAME DELIMITED BY "  "
               INTO WS-NAME-WORK WITH POINTER WS-NAME-PTR
           IF JOINT-FOUND
               ADD 1 TO WS-JOINT-COUNT
               STRING " & " DELIMITED BY SIZE
                   INTO WS-NAME-WORK WITH POINTER WS-NAME-PTR
               IF JNT-TITLE NOT = SPACES
                   STRING JNT-TITLE DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                       INTO WS-NAME-WORK WITH POINTER WS-NAME-PTR
               END-IF
               IF JNT-INITIALS NOT = SPACES
                   STRING JNT-INITIALS DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                       INTO WS-NAME-WORK WITH POINTER WS-NAME-PTR
               END-IF
               STRING JNT-SURNAME DELIMITED BY "  "
                   INTO WS-NAME-WORK WITH POINTER WS-NAME-PTR
           END-IF
           .

      *CANDIDATE LINES ARE HOUSE NUMBER AND STREET, TOWN, COUNTY;
      *BLANK ONES ARE DROPPED AND THE REST CLOSED UP FROM LINE 1.
       C500-COLLAPSE-ADDRESS  SECTION.
           MOVE SPACES TO WS-ADDR-CAND
                          WS-ADDR-LINES
           IF CUST-ADDRESS-NUM NUMERIC AND CUST-ADDRESS-NUM > 0
               MOVE CUST-ADDRESS-NUM TO WS-HOUSE-EDIT
               MOVE 0 TO WS-TRIM-LEAD
               INSPECT WS-HOUSE-EDIT TALLYING WS-TRIM-LEAD
                   FOR LEADING SPACES
               STRING WS-HOUSE-EDIT(WS-TRIM-LEAD + 1:) " "
                      CUST-STREET
                   DELIMITED BY SIZE INTO WS-ADDR-CAND-LINE(1)
           ELSE
               MOVE CUST-STREET TO WS-ADDR-CAND-LINE(1)
           END-IF
           MOVE CUST-TOWN TO WS-ADDR-CAND-LINE(2)
           MOVE COUNTY-OUT TO WS-ADDR-CAND-LINE(3)
           MOVE 0 TO WS-ADDR-OUT
           PERFORM VARYING WS-ADDR-IDX FROM 1 BY 1
                   UNTIL WS-ADDR-IDX > 3
               IF WS-ADDR-CAND-LINE(WS-ADDR-IDX) NOT = SPACES
                   ADD 1 TO WS-ADDR-OUT
                   MOVE WS-ADDR-CAND-LINE(WS-ADDR-IDX)
                     TO WS-ADDR-LINE(WS-ADDR-OUT)
               END-IF
           END-PERFORM
           .

      *STRAIGHT SELECTION SORT OF THE MAILING TABLE INTO POSTCODE
      *ORDER, ACCOUNT WITHIN POSTCODE (THE TWO LEAD THE ENTRY, SO ONE
      *COMPARE ON THE PAIR DOES BOTH).
       D100-SORT-MAILING      SECTION.
           PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                   UNTIL WS-SORT-IDX >= WS-MAIL-HELD
               PERFORM VARYING WS-SORT-JDX FROM WS-SORT-IDX BY 1
                       UNTIL WS-SORT-JDX > WS-MAIL-HELD
                   IF WS-MAIL-ENTRY(WS-SORT-JDX)(1:18) <
                      WS-MAIL-ENTRY(WS-SORT-IDX)(1:18)
                       MOVE WS-MAIL-ENTRY(WS-SORT-IDX)
                         TO WS-MAIL-SWAP
                       MOVE WS-MAIL-ENTRY(WS-SORT-JDX)
                         TO WS-MAIL-ENTRY(WS-SORT-IDX)
                       MOVE WS-MAIL-SWAP
                         TO WS-MAIL-ENTRY(WS-SORT-JDX)
                   END-IF
               END-PERFORM
           END-PERFORM
           DISPLAY "STATUS - " WS-MAIL-HELD " MAILING RECORD(S) "
                   "SORTED TO POSTCODE ORDER"
           .

      *HEADER, ONE DETAIL PER SORTED ENTRY, TRAILER.
       W100-WRITE-MAILING     SECTION.
           OPEN OUTPUT MAIL-FILE
           IF NOT MAIL-OK
               DISPLAY "ERROR - COULD NOT OPEN MAILEXP, STATUS "
                       WS-MAIL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM T100-TERMINATE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE SPACES TO MAIL-RECORD
           STRING "H|CDMAIL|" WS-BUSINESS-DATE "|" WS-HND-JOB
               DELIMITED BY SIZE INTO MAIL-RECORD
           WRITE MAIL-RECORD
           PERFORM VARYING WS-MAIL-IDX FROM 1 BY 1
                   UNTIL WS-MAIL-IDX > WS-MAIL-HELD
               PERFORM W150-CHECK-CONTACT
               IF CNP-SEND
                   PERFORM W200-WRITE-DETAIL
               END-IF
           END-PERFORM
           MOVE SPACES TO MAIL-RECORD
           STRING "T|" WS-MAIL-COUNT "|" WS-ACCOUNT-HASH
               DELIMITED BY SIZE INTO MAIL-RECORD
           WRITE MAIL-RECORD
           CLOSE MAIL-FILE
           .

      *THE MAILING GOES ONLY IF THE CONTACT HISTORY CLEARS IT.
       W150-CHECK-CONTACT     SECTION.
           MOVE 'CHK ' TO CNP-ACTION
           MOVE WS-ML-ACCOUNT(WS-MAIL-IDX) TO CNP-ACCOUNT
           MOVE SPACES TO CNP-DEFER-DATE
           CALL 'CONTMOD' USING WS-CONT-PARMS
           IF NOT CNP-SEND
               ADD 1 TO WS-CONT-HELD-COUNT
               DISPLAY "STATUS - " WS-ML-ACCOUNT(WS-MAIL-IDX)
                       " HELD BACK (" CNP-DECISION ") AFTER "
                       CNP-BLOCK-TYPE " OF " CNP-BLOCK-DATE
           END-IF
           .

       W200-WRITE-DETAIL      SECTION.
           ADD 1 TO WS-MAIL-COUNT
           ADD WS-ML-BALANCE(WS-MAIL-IDX) TO WS-BALANCE-TOTAL
           IF WS-ML-ACCOUNT(WS-MAIL-IDX) NUMERIC
               MOVE WS-ML-ACCOUNT(WS-MAIL-IDX) TO WS-ACCOUNT-NUM-WORK
               ADD WS-ACCOUNT-NUM-WORK TO WS-ACCOUNT-HASH
           END-IF
           MOVE SPACES TO MAIL-RECORD
           MOVE 1 TO WS-OUT-PTR
           MOVE WS-MAIL-COUNT TO WS-SEQ-EDIT
           MOVE WS-SEQ-EDIT TO WS-TRIM-WORK
           PERFORM W300-TRIM-NUMBER
           STRING "D|" WS-TRIM-WORK(WS-TRIM-LEAD + 1:WS-TRIM-LEN)
                  "|" WS-ML-ACCOUNT(WS-MAIL-IDX)
                  "|" WS-ML-LETTER-TYPE(WS-MAIL-IDX)
                  "|" DELIMITED BY SIZE
               INTO MAIL-RECORD WITH POINTER WS-OUT-PTR
           STRING WS-ML-NAME(WS-MAIL-IDX) DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  WS-ML-ADDR-1(WS-MAIL-IDX) DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  WS-ML-ADDR-2(WS-MAIL-IDX) DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  WS-ML-ADDR-3(WS-MAIL-IDX) DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  WS-ML-POST-CODE(WS-MAIL-IDX) DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
               INTO MAIL-RECORD WITH POINTER WS-OUT-PTR
           MOVE WS-ML-BALANCE(WS-MAIL-IDX) TO WS-BAL-EDIT
           MOVE WS-BAL-EDIT TO WS-TRIM-WORK
           PERFORM W300-TRIM-NUMBER
           STRING WS-TRIM-WORK(WS-TRIM-LEAD + 1:WS-TRIM-LEN)
                   DELIMITED BY SIZE
               INTO MAIL-RECORD WITH POINTER WS-OUT-PTR
           WRITE MAIL-RECORD
           .

      *LEADING-SPACE COUNT AND SIGNIFICANT LENGTH OF AN EDITED
      *NUMBER IN WS-TRIM-WORK (ALWAYS AT LEAST ONE DIGIT).
       W300-TRIM-NUMBER       SECTION.
           MOVE 0 TO WS-TRIM-LEAD
           INSPECT WS-TRIM-WORK TALLYING WS-TRIM-LEAD
               FOR LEADING SPACES
           MOVE 0 TO WS-TRIM-LEN
           INSPECT WS-TRIM-WORK(WS-TRIM-LEAD + 1:) TALLYING
               WS-TRIM-LEN FOR CHARACTERS BEFORE INITIAL SPACE
           .

       T100-TERMINATE         SECTION.
           CLOSE ACC-FILEOUT
           CALL 'IOMOD'
             USING WS-CLOSE
                   WS-FILE-KEY
                   CUST-RECORD
                   WS-IO-STATUS
                   WS-CUST-FILENAME
           IF JOINT-OPEN
               CALL 'IOMOD'
                 USING WS-CLOSE
                       WS-FILE-KEY2
                       JNT-RECORD
                       WS-IO-STATUS
                       WS-JOINT-FILENAME
           END-IF
           DISPLAY "STATUS - FILES CLOSED"
           .

      *WRITE ONE SUMMARY RECORD TO THE SHARED CROSS-SUITE RUN LOG.
       Z100-WRITE-RUN-LOG     SECTION.
           MOVE "EXPPRG62" TO RL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE WS-RUN-INPUT-COUNT TO RL-INPUT-COUNT
           MOVE WS-MAIL-COUNT TO RL-OUTPUT-COUNT
           COMPUTE RL-OUTPUT-COUNT-2 = WS-SKIPPED-COUNT
                                     + WS-GONE-AWAY-COUNT
                                     + WS-CONT-HELD-COUNT
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
