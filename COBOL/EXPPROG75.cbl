       ID DIVISION.
       PROGRAM-ID. EXPPROG75.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * MAKER-CHECKER CONTROL OVER MAINTENANCE AND MANUAL
      * ADJUSTMENTS. NAME CHANGES ('N'), REOPENS ('R'), CLOSURES
      * ('Z') AND HAND-KEYED DEBIT/CREDIT ADJUSTMENTS ('D'/'C') NO
      * LONGER GO STRAIGHT ONTO GOODFILE - THEY ARE CAPTURED ON A
      * PENDING-ITEM QUEUE (MCPENDQ) WITH THE KEYER'S USER ID AND
      * REACH THE MERGE ONLY WHEN A SECOND USER RELEASES THEM.
      *
      * PARM 'CAPT' - CAPTURE. EACH MCCAPT RECORD (A GOODFILE ITEM
      * PLUS KEYER ID AND REASON TEXT) IS VALIDATED AND APPENDED TO
      * THE QUEUE UNDER A REFERENCE OF BUSINESS DATE + 4-DIGIT
      * SEQUENCE, LISTED ON MCRPT FOR THE KEYER TO PASS ON.
      *
      * NO PARM - RELEASE. EACH MCAPPR RECORD (REFERENCE, 'A'
      * RELEASE OR 'R' REJECT, CHECKER ID) DECIDES ONE PENDING
      * ITEM. A DECISION BY THE ITEM'S OWN KEYER (OR WITH NO
      * CHECKER ID) IS REFUSED WITH A 'W' ALERT AND THE ITEM STAYS
      * PENDING. RELEASED ITEMS ARE WRITTEN TO MCGOOD IN GOODFILE
      * FORMAT AND ASCENDING ACCOUNT ORDER, READY FOR THE DTBPROG6
      * MERGE; EVERY DECIDED ITEM IS APPENDED TO THE DECISION LOG
      * (MCLOG) AND DROPPED FROM THE QUEUE. ITEMS STILL PENDING ARE
      * LISTED WITH THEIR AGE, AND ANY OLDER THAN THE MCCTL LIMIT
      * (DEFAULT 5 DAYS) IS FLAGGED OVERDUE - RC 4.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT MC-CAPT-FILE ASSIGN TO MCCAPT
           FILE STATUS IS WS-CAPT-STATUS.
           SELECT PEND-Q-FILE ASSIGN TO MCPENDQ
           FILE STATUS IS WS-PENDQ-STATUS.
           SELECT MC-APPR-FILE ASSIGN TO MCAPPR
           FILE STATUS IS WS-APPR-STATUS.
           SELECT MC-CTL-FILE ASSIGN TO MCCTL
           FILE STATUS IS WS-CTL-STATUS.
           SELECT MC-GOOD-FILE ASSIGN TO MCGOOD
           FILE STATUS IS WS-GOOD-STATUS.
           SELECT MC-LOG-FILE ASSIGN TO MCLOG
           FILE STATUS IS WS-LOG-STATUS.
           SELECT MC-RPT-FILE ASSIGN TO MCRPT
           FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *ONE ITEM AS KEYED - THE GOODFILE RECORD FOLLOWED BY WHO
      *KEYED IT AND WHY.
       FD MC-CAPT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 CAPT-RECORD.
           COPY GOODREC REPLACING ==:PRE:== BY ==CP==.
           03 CP-KEYER-ID            PIC X(8).
           03 CP-REASON              PIC X(20).
           03 FILLER                 PIC X(12).
       01 CAPT-GOOD-VIEW.
           03 CP-GOOD-PART           PIC X(80).
           03 FILLER                 PIC X(40).

      *THE PENDING-ITEM QUEUE - THE ITEM, ITS REFERENCE, THE KEYER
      *AND (ONCE DECIDED, ON MCLOG) THE CHECKER AND OUTCOME.
       FD PEND-Q-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 PEND-RECORD.
           COPY GOODREC REPLACING ==:PRE:== BY ==PQ==.
           03 PQ-ITEM-REF.
               05 PQ-REF-DATE        PIC X(8).
               05 PQ-REF-SEQ         PIC 9(4).
           03 PQ-KEYER-ID            PIC X(8).
           03 PQ-CAPTURE-DATE        PIC X(8).
           03 PQ-STATUS              PIC X(1).
               88 PQ-PENDING         VALUE 'P'.
               88 PQ-RELEASED        VALUE 'A'.
               88 PQ-REJECTED        VALUE 'J'.
           03 PQ-CHECKER-ID          PIC X(8).
           03 PQ-DECIDED-DATE        PIC X(8).
           03 PQ-REASON              PIC X(20).
           03 FILLER                 PIC X(15).
       01 PEND-GOOD-VIEW.
           03 PQ-GOOD-PART           PIC X(80).
           03 FILLER                 PIC X(80).

      *ONE DECISION PER PENDING ITEM, FROM THE CHECKER.
       FD MC-APPR-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 APPR-RECORD.
           03 MA-ITEM-REF            PIC X(12).
           03 MA-DECISION            PIC X(1).
               88 MA-RELEASE         VALUE 'A'.
               88 MA-REJECT          VALUE 'R'.
           03 MA-CHECKER-ID          PIC X(8).
           03 MA-NOTE                PIC X(20).
           03 FILLER                 PIC X(39).

      *DAYS AN ITEM MAY WAIT FOR A CHECKER BEFORE IT IS OVERDUE.
       FD MC-CTL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 MC-CTL-RECORD.
           03 MCC-PENDING-DAYS       PIC 9(3).
           03 FILLER                 PIC X(77).

       FD MC-GOOD-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 GOOD-RECORD.
           COPY GOODREC REPLACING ==:PRE:== BY ==G==.

      *DECISION LOG - THE QUEUE RECORD AS DECIDED, APPENDED.
       FD MC-LOG-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 MC-LOG-RECORD              PIC X(160).

       FD MC-RPT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 MC-RPT-RECORD              PIC X(80).

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

       01 WS-CAPT-STATUS             PIC X(2).
           88 CAPT-OK                VALUE "00".
       01 WS-PENDQ-STATUS            PIC X(2).
           88 PENDQ-OK               VALUE "00".
       01 WS-APPR-STATUS             PIC X(2).
           88 APPR-OK                VALUE "00".
       01 WS-CTL-STATUS              PIC X(2).
           88 CTL-OK                 VALUE "00".
       01 WS-GOOD-STATUS             PIC X(2).
           88 GOOD-OK                VALUE "00".
       01 WS-LOG-STATUS              PIC X(2).
       01 WS-RPT-STATUS              PIC X(2).
           88 RPT-OK                 VALUE "00".
       01 WS-RUNLOG-STATUS           PIC X(2).

       01 WS-MODE-FLAG               PIC X VALUE 'R'.
           88 CAPTURE-MODE           VALUE 'C'.
           88 RELEASE-MODE           VALUE 'R'.

       01 WS-EOF-FLAG                PIC X VALUE 'N'.
           88 INPUT-DONE             VALUE 'Y'.

       01 WS-RUN-INPUT-COUNT         PIC 9(8) VALUE 0.
       01 WS-ACCEPTED-COUNT          PIC 9(8) VALUE 0.
       01 WS-REJECTED-COUNT          PIC 9(8) VALUE 0.
       01 WS-REFUSED-COUNT           PIC 9(8) VALUE 0.
       01 WS-PENDING-COUNT           PIC 9(8) VALUE 0.
       01 WS-OVERDUE-COUNT           PIC 9(8) VALUE 0.

      *OVERDUE LIMIT - MCCTL OVERRIDES THE DEFAULT.
       01 WS-PENDING-DAYS            PIC 9(3) VALUE 5.

      *THE QUEUE, HELD WHOLE AND REWRITTEN WITH ONLY THE ITEMS STILL
      *PENDING. EACH ENTRY IS THE MCPENDQ RECORD, FIELD FOR FIELD.
       01 WS-PQ-MAX                  PIC 9(4) VALUE 2000.
       01 WS-PQ-COUNT                PIC 9(4) VALUE 0.
       01 WS-PQ-TABLE.
           03 WS-PQ-ENTRY OCCURS 2000 TIMES INDEXED BY WS-PQ-IDX.
               05 WS-PQE-GOOD.
                   07 WS-PQE-ACCOUNT      PIC X(5).
                   07 WS-PQE-MARKER       PIC X(1).
                   07 WS-PQE-AMOUNT       PIC S9(9) COMP-3.
                   07 FILLER              PIC X(69).
               05 WS-PQE-ITEM-REF    PIC X(12).
               05 WS-PQE-KEYER-ID    PIC X(8).
               05 WS-PQE-CAPTURE-DATE PIC X(8).
               05 WS-PQE-STATUS      PIC X(1).
               05 WS-PQE-CHECKER-ID  PIC X(8).
               05 WS-PQE-DECIDED-DATE PIC X(8).
               05 WS-PQE-REASON      PIC X(20).
               05 FILLER             PIC X(15).
       01 WS-PQ-FOUND                PIC X VALUE 'N'.
           88 PQ-FOUND               VALUE 'Y'.

      *CAPTURE NUMBERING - THE NEXT SEQUENCE FOR TODAY'S DATE.
       01 WS-NEXT-SEQ                PIC 9(5) VALUE 0.

      *RELEASED ITEMS, STABLE-SORTED INTO ACCOUNT ORDER FOR MCGOOD.
       01 WS-REL-COUNT               PIC 9(4) VALUE 0.
       01 WS-REL-TABLE.
           03 WS-REL-ENTRY OCCURS 2000 TIMES.
               05 WS-REL-ACCOUNT     PIC X(5).
               05 WS-REL-REST        PIC X(75).
       01 WS-SORT-HOLD.
           03 WS-HOLD-ACCOUNT        PIC X(5).
           03 WS-HOLD-REST           PIC X(75).
       01 WS-SORT-I                  PIC 9(4).
       01 WS-SORT-J                  PIC 9(4).
       01 WS-SORT-K                  PIC 9(4).
       01 WS-SORT-FLAG               PIC X VALUE 'N'.
           88 SORT-PLACED            VALUE 'Y'.
       01 WS-WRITE-IDX               PIC 9(4).

      *AGE OF A PENDING ITEM IN DAYS.
       01 WS-TODAY-NUM               PIC 9(8).
       01 WS-TODAY-INT               PIC 9(8).
       01 WS-CAPTURED-NUM            PIC 9(8).
       01 WS-CAPTURED-INT            PIC 9(8).
       01 WS-AGE-DAYS                PIC S9(5).

       01 WS-SHOW-AMOUNT             PIC S9(9) COMP-3.
       01 WS-OUTCOME                 PIC X(24).

      *STRUCTURED ALERTS (ALRTMOD) FOR SELF-APPROVALS AND OVERDUE
      *ITEMS.
       01 WS-ALERT-JOB               PIC X(8) VALUE 'EXPPRG75'.
       01 WS-ALERT-SEVERITY          PIC X(1).
       01 WS-ALERT-MESSAGE           PIC X(40).
       01 WS-ALERT-KEY               PIC X(8).

      *REPORT LINES
       01 WS-RPT-HEAD.
           03 FILLER                 PIC X(29)
                   VALUE 'MAKER-CHECKER RELEASE REPORT'.
           03 FILLER                 PIC X(14)
                   VALUE 'BUSINESS DATE '.
           03 RH-DATE                PIC X(8).
           03 FILLER                 PIC X(29) VALUE SPACES.
       01 WS-RPT-BLANK               PIC X(80) VALUE SPACES.
       01 WS-RPT-SECTION.
           03 RS-TEXT                PIC X(80).
       01 WS-RPT-COL-HEAD.
           03 FILLER                 PIC X(13) VALUE 'REFERENCE'.
           03 FILLER                 PIC X(6) VALUE 'ACCT'.
           03 FILLER                 PIC X(2) VALUE 'M'.
           03 FILLER                 PIC X(14) VALUE '        AMOUNT'.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 FILLER                 PIC X(9) VALUE 'KEYER'.
           03 FILLER                 PIC X(9) VALUE 'CHECKER'.
           03 FILLER                 PIC X(27) VALUE 'OUTCOME'.
       01 WS-RPT-DETAIL.
           03 RD-REF                 PIC X(12).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 RD-ACCOUNT             PIC X(5).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 RD-MARKER              PIC X(1).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 RD-AMOUNT              PIC -(12)9.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 RD-KEYER               PIC X(8).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 RD-CHECKER             PIC X(8).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 RD-OUTCOME             PIC X(24).
           03 FILLER                 PIC X(2) VALUE SPACES.
       01 WS-RPT-PEND-HEAD.
           03 FILLER                 PIC X(13) VALUE 'REFERENCE'.
           03 FILLER                 PIC X(6) VALUE 'ACCT'.
           03 FILLER                 PIC X(2) VALUE 'M'.
           03 FILLER                 PIC X(14) VALUE '        AMOUNT'.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 FILLER                 PIC X(9) VALUE 'KEYER'.
           03 FILLER                 PIC X(9) VALUE 'CAPTURED'.
           03 FILLER                 PIC X(5) VALUE ' DAYS'.
           03 FILLER                 PIC X(21) VALUE SPACES.
       01 WS-RPT-PEND-DETAIL.
           03 RP-REF                 PIC X(12).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 RP-ACCOUNT             PIC X(5).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 RP-MARKER              PIC X(1).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 RP-AMOUNT              PIC -(12)9.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 RP-KEYER               PIC X(8).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 RP-CAPTURED            PIC X(8).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 RP-AGE                 PIC ZZZ9.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 RP-FLAG                PIC X(7).
           03 FILLER                 PIC X(14) VALUE SPACES.
       01 WS-RPT-COUNT-LINE.
           03 RC-LABEL               PIC X(32).
           03 RC-COUNT               PIC Z(7)9.
           03 FILLER                 PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
       01 INPUT-PARM.
           03 PARM-LENGTH            PIC S9(04) COMP.
           03 PARM-DATA              PIC X(4).
      *
       PROCEDURE DIVISION USING INPUT-PARM.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           IF PARM-LENGTH >= 4 AND PARM-DATA = 'CAPT'
               SET CAPTURE-MODE TO TRUE
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           PERFORM B100-OPEN-REPORT
           PERFORM B200-LOAD-QUEUE
           IF CAPTURE-MODE
               DISPLAY "STATUS - STARTING MAKER-CHECKER CAPTURE"
               PERFORM C100-CAPTURE-ITEMS
               PERFORM W300-WRITE-COUNTS
               CLOSE MC-RPT-FILE
               IF WS-REFUSED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM Z100-WRITE-RUN-LOG
               DISPLAY "STATUS - ITEMS CAPTURED: " WS-ACCEPTED-COUNT
               DISPLAY "STATUS - ITEMS REFUSED:  " WS-REFUSED-COUNT
               DISPLAY "STATUS - MAKER-CHECKER CAPTURE DONE"
               GOBACK
           END-IF
           DISPLAY "STATUS - STARTING MAKER-CHECKER RELEASE"
           PERFORM B300-LOAD-CONTROL
           PERFORM D100-APPLY-DECISIONS
           PERFORM D300-SORT-RELEASED
           PERFORM W100-WRITE-RELEASED
           PERFORM W200-REWRITE-QUEUE
           PERFORM R100-PENDING-REPORT
           PERFORM W300-WRITE-COUNTS
           CLOSE MC-RPT-FILE
           IF WS-OVERDUE-COUNT > 0
               MOVE 'W' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING WS-OVERDUE-COUNT
                      " MAKER-CHECKER ITEM(S) OVERDUE"
                      DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
               MOVE 'MCPENDQ' TO WS-ALERT-KEY
               CALL 'ALRTMOD' USING WS-ALERT-JOB WS-BUSINESS-DATE
                                    WS-ALERT-SEVERITY
                                    WS-ALERT-MESSAGE WS-ALERT-KEY
           END-IF
           IF WS-REFUSED-COUNT > 0 OR WS-OVERDUE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - ITEMS RELEASED: " WS-ACCEPTED-COUNT
           DISPLAY "STATUS - ITEMS REJECTED: " WS-REJECTED-COUNT
           DISPLAY "STATUS - DECISIONS REFUSED: " WS-REFUSED-COUNT
           DISPLAY "STATUS - ITEMS STILL PENDING: " WS-PENDING-COUNT
           DISPLAY "STATUS - ITEMS OVERDUE: " WS-OVERDUE-COUNT
           DISPLAY "STATUS - MAKER-CHECKER RELEASE DONE"
           GOBACK
           .

       B100-OPEN-REPORT       SECTION.
           OPEN OUTPUT MC-RPT-FILE
           IF NOT RPT-OK
               DISPLAY "ERROR - COULD NOT OPEN MCRPT, STATUS "
                       WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           IF CAPTURE-MODE
               MOVE 'MAKER-CHECKER CAPTURE REPORT' TO WS-RPT-HEAD(1:29)
           END-IF
           MOVE WS-BUSINESS-DATE TO RH-DATE
           WRITE MC-RPT-RECORD FROM WS-RPT-HEAD
           WRITE MC-RPT-RECORD FROM WS-RPT-BLANK
           .

      *THE WHOLE QUEUE COMES INTO STORAGE. NO QUEUE YET IS AN EMPTY
      *ONE; A QUEUE TOO BIG FOR THE TABLE STOPS THE RUN BEFORE
      *ANYTHING IS WRITTEN, SO NO ITEM IS EVER LOST.
       B200-LOAD-QUEUE        SECTION.
           OPEN INPUT PEND-Q-FILE
           IF NOT PENDQ-OK
               DISPLAY "STATUS - NO PENDING QUEUE YET, STARTING EMPTY"
               GO TO B200-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ PEND-Q-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       IF WS-PQ-COUNT >= WS-PQ-MAX
                           DISPLAY "ERROR - MCPENDQ HOLDS MORE THAN "
                                   WS-PQ-MAX " ITEMS, RUN STOPPED"
                           CLOSE PEND-Q-FILE
                                 MC-RPT-FILE
                           MOVE 16 TO RETURN-CODE
                           PERFORM Z100-WRITE-RUN-LOG
                           GOBACK
                       END-IF
                       ADD 1 TO WS-PQ-COUNT
                       MOVE PEND-RECORD TO WS-PQ-ENTRY(WS-PQ-COUNT)
                       IF PQ-REF-DATE = WS-BUSINESS-DATE
                               AND PQ-REF-SEQ NUMERIC
                               AND PQ-REF-SEQ > WS-NEXT-SEQ
                           MOVE PQ-REF-SEQ TO WS-NEXT-SEQ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PEND-Q-FILE
           .
       B200-EXIT.
           EXIT.

       B300-LOAD-CONTROL      SECTION.
           OPEN INPUT MC-CTL-FILE
           IF NOT CTL-OK
               DISPLAY "STATUS - NO MCCTL, ITEMS OVERDUE AFTER "
                       WS-PENDING-DAYS " DAYS"
           ELSE
               READ MC-CTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF MCC-PENDING-DAYS NUMERIC
                           MOVE MCC-PENDING-DAYS TO WS-PENDING-DAYS
                       ELSE
                           DISPLAY "WARNING - MCCTL DAYS NOT "
                                   "NUMERIC, DEFAULT USED"
                       END-IF
               END-READ
               CLOSE MC-CTL-FILE
               DISPLAY "STATUS - ITEMS OVERDUE AFTER "
                       WS-PENDING-DAYS " DAYS"
           END-IF
           .

      *CAPTURE - VALID ITEMS ARE NUMBERED AND APPENDED TO THE QUEUE.
       C100-CAPTURE-ITEMS     SECTION.
           OPEN INPUT MC-CAPT-FILE
           IF NOT CAPT-OK
               DISPLAY "ERROR - COULD NOT OPEN MCCAPT, STATUS "
                       WS-CAPT-STATUS
               CLOSE MC-RPT-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN EXTEND PEND-Q-FILE
           IF NOT PENDQ-OK
               OPEN OUTPUT PEND-Q-FILE
           END-IF
           IF NOT PENDQ-OK
               DISPLAY "ERROR - COULD NOT OPEN MCPENDQ, STATUS "
                       WS-PENDQ-STATUS
               CLOSE MC-CAPT-FILE
                     MC-RPT-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE "ITEMS CAPTURED FOR A SECOND USER TO RELEASE"
             TO RS-TEXT
           WRITE MC-RPT-RECORD FROM WS-RPT-SECTION
           WRITE MC-RPT-RECORD FROM WS-RPT-COL-HEAD
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ MC-CAPT-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RUN-INPUT-COUNT
                       PERFORM C200-CAPTURE-ONE
               END-READ
           END-PERFORM
           CLOSE MC-CAPT-FILE
                 PEND-Q-FILE
           .

       C200-CAPTURE-ONE       SECTION.
           MOVE SPACES TO WS-OUTCOME
           EVALUATE TRUE
               WHEN CP-KEYER-ID = SPACES
                   MOVE "REFUSED - NO KEYER ID" TO WS-OUTCOME
               WHEN CP-ACCOUNT NOT NUMERIC
                   MOVE "REFUSED - BAD ACCOUNT" TO WS-OUTCOME
               WHEN CP-MARKER NOT = 'N' AND CP-MARKER NOT = 'R'
                AND CP-MARKER NOT = 'Z' AND CP-MARKER NOT = 'D'
                AND CP-MARKER NOT = 'C'
                   MOVE "REFUSED - BAD MARKER" TO WS-OUTCOME
               WHEN CP-TRANS-DATE NOT NUMERIC
                   MOVE "REFUSED - BAD DATE" TO WS-OUTCOME
               WHEN (CP-MARKER = 'D' OR CP-MARKER = 'C')
                AND (CP-TRANS-AMOUNT NOT NUMERIC
                  OR CP-TRANS-AMOUNT = 0)
                   MOVE "REFUSED - NO AMOUNT" TO WS-OUTCOME
               WHEN CP-MARKER = 'N' AND CP-SURNAME = SPACES
                   MOVE "REFUSED - NO NEW NAME" TO WS-OUTCOME
               WHEN WS-NEXT-SEQ >= 9999
                   MOVE "REFUSED - DAY'S NUMBERS USED" TO WS-OUTCOME
               WHEN OTHER
                   ADD 1 TO WS-NEXT-SEQ
                   MOVE SPACES TO PEND-RECORD
                   MOVE CP-GOOD-PART TO PQ-GOOD-PART
                   MOVE WS-BUSINESS-DATE TO PQ-REF-DATE
                   MOVE WS-NEXT-SEQ TO PQ-REF-SEQ
                   MOVE CP-KEYER-ID TO PQ-KEYER-ID
                   MOVE WS-BUSINESS-DATE TO PQ-CAPTURE-DATE
                   SET PQ-PENDING TO TRUE
                   MOVE CP-REASON TO PQ-REASON
                   WRITE PEND-RECORD
                   ADD 1 TO WS-ACCEPTED-COUNT
                   MOVE "CAPTURED - FOR CHECKER" TO WS-OUTCOME
           END-EVALUATE
           IF WS-OUTCOME(1:7) = "REFUSED"
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO RD-REF
               DISPLAY "WARNING - CAPTURE " WS-RUN-INPUT-COUNT
                       " " WS-OUTCOME
           ELSE
               MOVE PQ-ITEM-REF TO RD-REF
           END-IF
           MOVE CP-ACCOUNT TO RD-ACCOUNT
           MOVE CP-MARKER TO RD-MARKER
           IF CP-TRANS-AMOUNT NUMERIC
               MOVE CP-TRANS-AMOUNT TO WS-SHOW-AMOUNT
           ELSE
               MOVE 0 TO WS-SHOW-AMOUNT
           END-IF
           MOVE WS-SHOW-AMOUNT TO RD-AMOUNT
           MOVE CP-KEYER-ID TO RD-KEYER
           MOVE SPACES TO RD-CHECKER
           MOVE WS-OUTCOME TO RD-OUTCOME
           WRITE MC-RPT-RECORD FROM WS-RPT-DETAIL
           .

      *RELEASE - ONE DECISION AT A TIME AGAINST THE QUEUE TABLE.
       D100-APPLY-DECISIONS   SECTION.
           MOVE "DECISIONS" TO RS-TEXT
           WRITE MC-RPT-RECORD FROM WS-RPT-SECTION
           WRITE MC-RPT-RECORD FROM WS-RPT-COL-HEAD
           OPEN INPUT MC-APPR-FILE
           IF NOT APPR-OK
               DISPLAY "STATUS - NO MCAPPR, NO DECISIONS TO APPLY"
               MOVE "NO DECISIONS THIS RUN" TO RS-TEXT
               WRITE MC-RPT-RECORD FROM WS-RPT-SECTION
               GO TO D100-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ MC-APPR-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RUN-INPUT-COUNT
                       PERFORM D200-APPLY-ONE
               END-READ
           END-PERFORM
           CLOSE MC-APPR-FILE
           .
       D100-EXIT.
           EXIT.

      *ONLY AN ITEM STILL PENDING CAN BE DECIDED, SO A SECOND
      *DECISION FOR THE SAME ITEM FINDS NOTHING.
       D200-APPLY-ONE         SECTION.
           MOVE 'N' TO WS-PQ-FOUND
           SET WS-PQ-IDX TO 1
           PERFORM UNTIL WS-PQ-IDX > WS-PQ-COUNT OR PQ-FOUND
               IF WS-PQE-ITEM-REF(WS-PQ-IDX) = MA-ITEM-REF
                       AND WS-PQE-STATUS(WS-PQ-IDX) = 'P'
                   SET PQ-FOUND TO TRUE
               ELSE
                   SET WS-PQ-IDX UP BY 1
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-OUTCOME
           EVALUATE TRUE
               WHEN NOT PQ-FOUND
                   MOVE "REFUSED - NOT PENDING" TO WS-OUTCOME
               WHEN NOT MA-RELEASE AND NOT MA-REJECT
                   MOVE "REFUSED - BAD DECISION" TO WS-OUTCOME
               WHEN MA-CHECKER-ID = SPACES
                   MOVE "REFUSED - NO CHECKER ID" TO WS-OUTCOME
               WHEN MA-CHECKER-ID = WS-PQE-KEYER-ID(WS-PQ-IDX)
                   MOVE "REFUSED - OWN KEYING" TO WS-OUTCOME
                   MOVE 'W' TO WS-ALERT-SEVERITY
                   MOVE "MAKER-CHECKER ITEM DECIDED BY ITS KEYER"
                     TO WS-ALERT-MESSAGE
                   MOVE WS-PQE-ACCOUNT(WS-PQ-IDX) TO WS-ALERT-KEY
                   CALL 'ALRTMOD' USING WS-ALERT-JOB WS-BUSINESS-DATE
                                        WS-ALERT-SEVERITY
                                        WS-ALERT-MESSAGE
                                        WS-ALERT-KEY
               WHEN MA-RELEASE
                   MOVE 'A' TO WS-PQE-STATUS(WS-PQ-IDX)
                   ADD 1 TO WS-ACCEPTED-COUNT
                   ADD 1 TO WS-REL-COUNT
                   MOVE WS-PQE-GOOD(WS-PQ-IDX)
                     TO WS-REL-ENTRY(WS-REL-COUNT)
                   MOVE "RELEASED TO MCGOOD" TO WS-OUTCOME
               WHEN OTHER
                   MOVE 'J' TO WS-PQE-STATUS(WS-PQ-IDX)
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "REJECTED" TO WS-OUTCOME
           END-EVALUATE
           IF PQ-FOUND AND WS-OUTCOME(1:7) NOT = "REFUSED"
               MOVE MA-CHECKER-ID TO WS-PQE-CHECKER-ID(WS-PQ-IDX)
               MOVE WS-BUSINESS-DATE
                 TO WS-PQE-DECIDED-DATE(WS-PQ-IDX)
           END-IF
           IF WS-OUTCOME(1:7) = "REFUSED"
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "WARNING - DECISION FOR " MA-ITEM-REF " "
                       WS-OUTCOME
           END-IF
           MOVE MA-ITEM-REF TO RD-REF
           IF PQ-FOUND
               MOVE WS-PQE-ACCOUNT(WS-PQ-IDX) TO RD-ACCOUNT
               MOVE WS-PQE-MARKER(WS-PQ-IDX) TO RD-MARKER
               MOVE WS-PQE-AMOUNT(WS-PQ-IDX) TO WS-SHOW-AMOUNT
               MOVE WS-PQE-KEYER-ID(WS-PQ-IDX) TO RD-KEYER
           ELSE
               MOVE SPACES TO RD-ACCOUNT
               MOVE SPACES TO RD-MARKER
               MOVE 0 TO WS-SHOW-AMOUNT
               MOVE SPACES TO RD-KEYER
           END-IF
           MOVE WS-SHOW-AMOUNT TO RD-AMOUNT
           MOVE MA-CHECKER-ID TO RD-CHECKER
           MOVE WS-OUTCOME TO RD-OUTCOME
           WRITE MC-RPT-RECORD FROM WS-RPT-DETAIL
           .

      *INSERTION SORT ON THE ACCOUNT - EQUAL ACCOUNTS KEEP THEIR
      *CAPTURE ORDER, SO A NAME CHANGE KEYED BEFORE AN ADJUSTMENT
      *REACHES THE MERGE FIRST.
       D300-SORT-RELEASED     SECTION.
           PERFORM VARYING WS-SORT-I FROM 2 BY 1
                   UNTIL WS-SORT-I > WS-REL-COUNT
               MOVE WS-REL-ENTRY(WS-SORT-I) TO WS-SORT-HOLD
               MOVE WS-SORT-I TO WS-SORT-J
               MOVE 'N' TO WS-SORT-FLAG
               PERFORM UNTIL WS-SORT-J < 2 OR SORT-PLACED
                   COMPUTE WS-SORT-K = WS-SORT-J - 1
                   IF WS-REL-ACCOUNT(WS-SORT-K) > WS-HOLD-ACCOUNT
                       MOVE WS-REL-ENTRY(WS-SORT-K)
                         TO WS-REL-ENTRY(WS-SORT-J)
                       SUBTRACT 1 FROM WS-SORT-J
                   ELSE
                       SET SORT-PLACED TO TRUE
                   END-IF
               END-PERFORM
               MOVE WS-SORT-HOLD TO WS-REL-ENTRY(WS-SORT-J)
           END-PERFORM
           .

      *MCGOOD IS ALWAYS CREATED, EMPTY WHEN NOTHING WAS RELEASED,
      *SO THE MERGE STEP THAT FOLLOWS ALWAYS HAS A FILE TO READ.
       W100-WRITE-RELEASED    SECTION.
           OPEN OUTPUT MC-GOOD-FILE
           IF NOT GOOD-OK
               DISPLAY "ERROR - COULD NOT OPEN MCGOOD, STATUS "
                       WS-GOOD-STATUS
               CLOSE MC-RPT-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM VARYING WS-WRITE-IDX FROM 1 BY 1
                   UNTIL WS-WRITE-IDX > WS-REL-COUNT
               MOVE WS-REL-ENTRY(WS-WRITE-IDX) TO GOOD-RECORD
               WRITE GOOD-RECORD
           END-PERFORM
           CLOSE MC-GOOD-FILE
           .

      *DECIDED ITEMS GO TO THE DECISION LOG; THE QUEUE IS REWRITTEN
      *WITH ONLY THE ITEMS STILL WAITING.
       W200-REWRITE-QUEUE     SECTION.
           IF WS-ACCEPTED-COUNT > 0 OR WS-REJECTED-COUNT > 0
               OPEN EXTEND MC-LOG-FILE
               IF WS-LOG-STATUS NOT = "00"
                   OPEN OUTPUT MC-LOG-FILE
               END-IF
           END-IF
           OPEN OUTPUT PEND-Q-FILE
           IF NOT PENDQ-OK
               DISPLAY "ERROR - COULD NOT REWRITE MCPENDQ, STATUS "
                       WS-PENDQ-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
                   UNTIL WS-PQ-IDX > WS-PQ-COUNT
               IF WS-PQE-STATUS(WS-PQ-IDX) = 'P'
                   MOVE WS-PQ-ENTRY(WS-PQ-IDX) TO PEND-RECORD
                   WRITE PEND-RECORD
               ELSE
                   MOVE WS-PQ-ENTRY(WS-PQ-IDX) TO MC-LOG-RECORD
                   WRITE MC-LOG-RECORD
               END-IF
           END-PERFORM
           CLOSE PEND-Q-FILE
           IF WS-ACCEPTED-COUNT > 0 OR WS-REJECTED-COUNT > 0
               CLOSE MC-LOG-FILE
           END-IF
           .

      *EVERY ITEM STILL WAITING, WITH ITS AGE IN DAYS.
       R100-PENDING-REPORT    SECTION.
           WRITE MC-RPT-RECORD FROM WS-RPT-BLANK
           MOVE SPACES TO RS-TEXT
           STRING "ITEMS STILL PENDING (OVERDUE AFTER "
                  WS-PENDING-DAYS " DAYS)"
                  DELIMITED BY SIZE INTO RS-TEXT
           WRITE MC-RPT-RECORD FROM WS-RPT-SECTION
           WRITE MC-RPT-RECORD FROM WS-RPT-PEND-HEAD
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
                   UNTIL WS-PQ-IDX > WS-PQ-COUNT
               IF WS-PQE-STATUS(WS-PQ-IDX) = 'P'
                   PERFORM R110-PENDING-LINE
               END-IF
           END-PERFORM
           .

       R110-PENDING-LINE      SECTION.
           ADD 1 TO WS-PENDING-COUNT
           MOVE 0 TO WS-AGE-DAYS
           IF WS-PQE-CAPTURE-DATE(WS-PQ-IDX) NUMERIC
               MOVE WS-PQE-CAPTURE-DATE(WS-PQ-IDX) TO WS-CAPTURED-NUM
               COMPUTE WS-CAPTURED-INT =
                       FUNCTION INTEGER-OF-DATE(WS-CAPTURED-NUM)
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-CAPTURED-INT
           END-IF
           MOVE WS-PQE-ITEM-REF(WS-PQ-IDX) TO RP-REF
           MOVE WS-PQE-ACCOUNT(WS-PQ-IDX) TO RP-ACCOUNT
           MOVE WS-PQE-MARKER(WS-PQ-IDX) TO RP-MARKER
           MOVE WS-PQE-AMOUNT(WS-PQ-IDX) TO WS-SHOW-AMOUNT
           MOVE WS-SHOW-AMOUNT TO RP-AMOUNT
           MOVE WS-PQE-KEYER-ID(WS-PQ-IDX) TO RP-KEYER
           MOVE WS-PQE-CAPTURE-DATE(WS-PQ-IDX) TO RP-CAPTURED
           MOVE WS-AGE-DAYS TO RP-AGE
           IF WS-AGE-DAYS > WS-PENDING-DAYS
               MOVE "OVERDUE" TO RP-FLAG
               ADD 1 TO WS-OVERDUE-COUNT
           ELSE
               MOVE SPACES TO RP-FLAG
           END-IF
           WRITE MC-RPT-RECORD FROM WS-RPT-PEND-DETAIL
           .

       W300-WRITE-COUNTS      SECTION.
           WRITE MC-RPT-RECORD FROM WS-RPT-BLANK
           IF CAPTURE-MODE
               MOVE "ITEMS CAPTURED:" TO RC-LABEL
               MOVE WS-ACCEPTED-COUNT TO RC-COUNT
               WRITE MC-RPT-RECORD FROM WS-RPT-COUNT-LINE
               MOVE "ITEMS REFUSED:" TO RC-LABEL
               MOVE WS-REFUSED-COUNT TO RC-COUNT
               WRITE MC-RPT-RECORD FROM WS-RPT-COUNT-LINE
           ELSE
               MOVE "ITEMS RELEASED:" TO RC-LABEL
               MOVE WS-ACCEPTED-COUNT TO RC-COUNT
               WRITE MC-RPT-RECORD FROM WS-RPT-COUNT-LINE
               MOVE "ITEMS REJECTED:" TO RC-LABEL
               MOVE WS-REJECTED-COUNT TO RC-COUNT
               WRITE MC-RPT-RECORD FROM WS-RPT-COUNT-LINE
               MOVE "DECISIONS REFUSED:" TO RC-LABEL
               MOVE WS-REFUSED-COUNT TO RC-COUNT
               WRITE MC-RPT-RECORD FROM WS-RPT-COUNT-LINE
               MOVE "ITEMS STILL PENDING:" TO RC-LABEL
               MOVE WS-PENDING-COUNT TO RC-COUNT
               WRITE MC-RPT-RECORD FROM WS-RPT-COUNT-LINE
               MOVE "ITEMS OVERDUE:" TO RC-LABEL
               MOVE WS-OVERDUE-COUNT TO RC-COUNT
               WRITE MC-RPT-RECORD FROM WS-RPT-COUNT-LINE
           END-IF
           .

      *WRITE ONE SUMMARY RECORD TO THE SHARED CROSS-SUITE RUN LOG.
       Z100-WRITE-RUN-LOG     SECTION.
           MOVE "EXPPRG75" TO RL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE WS-RUN-INPUT-COUNT TO RL-INPUT-COUNT
           MOVE WS-ACCEPTED-COUNT TO RL-OUTPUT-COUNT
           MOVE WS-REFUSED-COUNT TO RL-OUTPUT-COUNT-2
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
