       DATE-COMPILED.
      *
      * GENERAL-LEDGER JOURNAL POSTING OFF THE COMMON GL EXTRACT.
      * READS BOTH MERGE EXTRACTS (DTBPROG6'S GLEXTOUT AND
      * CBLPROG6'S GLEXTOU2) AND THE TWO TRADING EXTRACTS
      * (EXPPROG2'S GLEXTOU3 AND EXPPROG7'S GLEXTOU4), THE
      * UNCLAIMED-BALANCE EXTRACT (EXPPROG78'S GLEXTOU5), THE
      * STOCKTAKE EXTRACT (EXPPROG93'S GLEXTOU6), THE GIFT-CARD
      * BREAKAGE EXTRACT (EXPPROG97'S GLEXTOU7) AND THE OVERDRAFT
      * WRITE-OFF EXTRACT (EXPPROG99'S GLEXTOU8), ALL IN THE
      * SAME GL-EXTRACT-RECORD LAYOUT, TRANSLATES EACH
      * GL-MARKER TO A DEBIT AND A CREDIT LEDGER ACCOUNT THROUGH THE
      * GLMAPCTL MAPPING CONTROL FILE, AND WRITES A DOUBLE-ENTRY
      * JOURNAL BATCH (JRNLOUT): 'H' BATCH HEADER, TWO 'D' LEGS PER
           FILE STATUS IS WS-EXT1-STATUS.
           SELECT GL-EXTRACT-2 ASSIGN TO GLEXTOU2
           FILE STATUS IS WS-EXT2-STATUS.
           SELECT GL-EXTRACT-3 ASSIGN TO GLEXTOU3
           FILE STATUS IS WS-EXT3-STATUS.
           SELECT GL-EXTRACT-4 ASSIGN TO GLEXTOU4
           FILE STATUS IS WS-EXT4-STATUS.
           SELECT GL-EXTRACT-5 ASSIGN TO GLEXTOU5
           FILE STATUS IS WS-EXT5-STATUS.
           SELECT GL-EXTRACT-6 ASSIGN TO GLEXTOU6
           FILE STATUS IS WS-EXT6-STATUS.
           SELECT GL-EXTRACT-7 ASSIGN TO GLEXTOU7
           FILE STATUS IS WS-EXT7-STATUS.
           SELECT GL-EXTRACT-8 ASSIGN TO GLEXTOU8
           FILE STATUS IS WS-EXT8-STATUS.
           SELECT GL-MAP-CTRL ASSIGN TO GLMAPCTL
           FILE STATUS IS WS-MAP-STATUS.
           SELECT JOURNAL-OUTPUT ASSIGN TO JRNLOUT
      *
       FILE SECTION.
      *
      *COMMON GL EXTRACT LAYOUT AS WRITTEN BY DTBPROG6, CBLPROG6,
      *EXPPROG2, EXPPROG7, EXPPROG78, EXPPROG93, EXPPROG97 AND
      *EXPPROG99 - MUST BE KEPT IN STEP WITH ALL EIGHT.
       FD GL-EXTRACT-1 BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 GL-EXTRACT-RECORD.
       01 GL-EXTRACT-RECORD-2.
           COPY GLEXT REPLACING ==:PRE:== BY ==GL2==.

       FD GL-EXTRACT-3 BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 GL-EXTRACT-RECORD-3.
           COPY GLEXT REPLACING ==:PRE:== BY ==GL3==.

       FD GL-EXTRACT-4 BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 GL-EXTRACT-RECORD-4.
           COPY GLEXT REPLACING ==:PRE:== BY ==GL4==.

       FD GL-EXTRACT-5 BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 GL-EXTRACT-RECORD-5.
           COPY GLEXT REPLACING ==:PRE:== BY ==GL5==.

       FD GL-EXTRACT-6 BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 GL-EXTRACT-RECORD-6.
           COPY GLEXT REPLACING ==:PRE:== BY ==GL6==.

       FD GL-EXTRACT-7 BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 GL-EXTRACT-RECORD-7.
           COPY GLEXT REPLACING ==:PRE:== BY ==GL7==.

       FD GL-EXTRACT-8 BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 GL-EXTRACT-RECORD-8.
           COPY GLEXT REPLACING ==:PRE:== BY ==GL8==.

      *ONE MAPPING PER MARKER: THE LEDGER ACCOUNT DEBITED AND THE
      *LEDGER ACCOUNT CREDITED WHEN THAT MARKER POSTS A POSITIVE
      *AMOUNT. EACH ROW IS IN FORCE FROM/TO THE CCYYMMDD DATES AT
      *ITS END (TO 99999999 WHEN OPEN-ENDED); ONLY THE BUSINESS
      *DATE'S MAPPINGS ARE LOADED.
       FD GL-MAP-CTRL BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 GL-MAP-REC.
           03 GM-MARKER            PIC X(1).
           03 GM-DEBIT-LEDGER      PIC X(8).
           03 GM-CREDIT-LEDGER     PIC X(8).
           03 FILLER               PIC X(47).
           03 GM-EFF-FROM          PIC X(8).
           03 GM-EFF-TO            PIC X(8).

       FD JOURNAL-OUTPUT BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           03 FILLER               PIC X(48).
           03 JT-REC-TYPE          PIC X(1).

      *ONE ROW PER ACCOUNTING PERIOD: YYYYMM AND 'O'PEN/'C'LOSED,
      *OR 'Y' FOR THE FINAL PERIOD OF A CLOSED YEAR.
       FD PERIOD-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 PERIOD-CTRL-REC.
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE         PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP       PIC X(16) VALUE SPACES.

       01 WS-EXT1-STATUS        PIC X(2).
           88 EXT1-OK           VALUE "00".
       01 WS-EXT2-STATUS        PIC X(2).
           88 EXT2-OK           VALUE "00".
           88 EXT2-NOTFOUND     VALUE "35".
       01 WS-EXT3-STATUS        PIC X(2).
           88 EXT3-OK           VALUE "00".
           88 EXT3-NOTFOUND     VALUE "35".
       01 WS-EXT4-STATUS        PIC X(2).
           88 EXT4-OK           VALUE "00".
           88 EXT4-NOTFOUND     VALUE "35".
       01 WS-EXT5-STATUS        PIC X(2).
           88 EXT5-OK           VALUE "00".
           88 EXT5-NOTFOUND     VALUE "35".
       01 WS-EXT6-STATUS        PIC X(2).
           88 EXT6-OK           VALUE "00".
           88 EXT6-NOTFOUND     VALUE "35".
       01 WS-EXT7-STATUS        PIC X(2).
           88 EXT7-OK           VALUE "00".
           88 EXT7-NOTFOUND     VALUE "35".
       01 WS-EXT8-STATUS        PIC X(2).
           88 EXT8-OK           VALUE "00".
           88 EXT8-NOTFOUND     VALUE "35".
       01 WS-MAP-STATUS         PIC X(2).
           88 MAP-OK            VALUE "00".
       01 WS-JRNL-STATUS        PIC X(2).

      *MARKER-TO-LEDGER MAPPING TABLE FROM GLMAPCTL
       01 WS-MAP-TABLE.
           03 WS-MAP-ENTRY OCCURS 20 TIMES.
               05 WS-MAP-MARKER     PIC X(1).
               05 WS-MAP-DEBIT      PIC X(8).
               05 WS-MAP-CREDIT     PIC X(8).
       01 WS-MAP-COUNT          PIC 9(2) VALUE 0.
       01 WS-MAP-NOT-IN-FORCE   PIC 9(4) VALUE 0.
       01 WS-MAP-IDX            PIC 9(2).
       01 WS-MAP-PICK           PIC 9(2).

       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING GL JOURNAL POSTING"
           MOVE WS-BUSINESS-DATE TO WS-BATCH-DATE
           PERFORM B100-LOAD-MAP-TABLE
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

               READ GL-MAP-CTRL
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       IF GM-EFF-FROM NOT NUMERIC
                               OR GM-EFF-TO NOT NUMERIC
                               OR GM-EFF-FROM > WS-BUSINESS-DATE
                               OR GM-EFF-TO < WS-BUSINESS-DATE
                           ADD 1 TO WS-MAP-NOT-IN-FORCE
                       ELSE
                           PERFORM B110-ADD-MAPPING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-MAP-CTRL
           IF WS-MAP-NOT-IN-FORCE > 0
               DISPLAY "STATUS - " WS-MAP-NOT-IN-FORCE " GLMAPCTL "
                       "ROW(S) NOT IN FORCE ON " WS-BUSINESS-DATE
           END-IF
           DISPLAY "STATUS - " WS-MAP-COUNT " MARKER MAPPING(S) "
                   "LOADED"
           .

       B110-ADD-MAPPING       SECTION.
           IF WS-MAP-COUNT < 20
               ADD 1 TO WS-MAP-COUNT
               MOVE GM-MARKER TO WS-MAP-MARKER(WS-MAP-COUNT)
               MOVE GM-DEBIT-LEDGER TO WS-MAP-DEBIT(WS-MAP-COUNT)
               MOVE GM-CREDIT-LEDGER TO WS-MAP-CREDIT(WS-MAP-COUNT)
           ELSE
               DISPLAY "STATUS - MAP TABLE FULL, EXTRA MAPPINGS "
                       "IGNORED"
           END-IF
           .

      *EVERY EXTRACT IN TURN THROUGH THE SAME PER-RECORD LOGIC. A
      *MISSING EXTRACT FILE IS ALLOWED - ONE JOB STREAM MAY NOT
      *HAVE RUN TODAY - BUT IS REPORTED.
       C100-PROCESS-BOTH-EXTRACTS SECTION.
               PERFORM C300-POST-EXTRACT-2 UNTIL INPUT-DONE
               CLOSE GL-EXTRACT-2
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT GL-EXTRACT-3
           IF EXT3-NOTFOUND
               DISPLAY "WARNING - GLEXTOU3 NOT PRESENT"
           ELSE
               IF NOT EXT3-OK
                   DISPLAY "ERROR - COULD NOT OPEN GLEXTOU3, "
                           "STATUS " WS-EXT3-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM Z100-WRITE-RUN-LOG
                   GOBACK
               END-IF
               READ GL-EXTRACT-3 AT END SET INPUT-DONE TO TRUE
               END-READ
               PERFORM C400-POST-EXTRACT-3 UNTIL INPUT-DONE
               CLOSE GL-EXTRACT-3
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT GL-EXTRACT-4
           IF EXT4-NOTFOUND
               DISPLAY "WARNING - GLEXTOU4 NOT PRESENT"
           ELSE
               IF NOT EXT4-OK
                   DISPLAY "ERROR - COULD NOT OPEN GLEXTOU4, "
                           "STATUS " WS-EXT4-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM Z100-WRITE-RUN-LOG
                   GOBACK
               END-IF
               READ GL-EXTRACT-4 AT END SET INPUT-DONE TO TRUE
               END-READ
               PERFORM C500-POST-EXTRACT-4 UNTIL INPUT-DONE
               CLOSE GL-EXTRACT-4
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT GL-EXTRACT-5
           IF EXT5-NOTFOUND
               DISPLAY "WARNING - GLEXTOU5 NOT PRESENT"
           ELSE
               IF NOT EXT5-OK
                   DISPLAY "ERROR - COULD NOT OPEN GLEXTOU5, "
                           "STATUS " WS-EXT5-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM Z100-WRITE-RUN-LOG
                   GOBACK
               END-IF
               READ GL-EXTRACT-5 AT END SET INPUT-DONE TO TRUE
               END-READ
               PERFORM C600-POST-EXTRACT-5 UNTIL INPUT-DONE
               CLOSE GL-EXTRACT-5
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT GL-EXTRACT-6
           IF EXT6-NOTFOUND
               DISPLAY "WARNING - GLEXTOU6 NOT PRESENT"
           ELSE
               IF NOT EXT6-OK
                   DISPLAY "ERROR - COULD NOT OPEN GLEXTOU6, "
                           "STATUS " WS-EXT6-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM Z100-WRITE-RUN-LOG
                   GOBACK
               END-IF
               READ GL-EXTRACT-6 AT END SET INPUT-DONE TO TRUE
               END-READ
               PERFORM C700-POST-EXTRACT-6 UNTIL INPUT-DONE
               CLOSE GL-EXTRACT-6
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT GL-EXTRACT-7
           IF EXT7-NOTFOUND
               DISPLAY "WARNING - GLEXTOU7 NOT PRESENT"
           ELSE
               IF NOT EXT7-OK
                   DISPLAY "ERROR - COULD NOT OPEN GLEXTOU7, "
                           "STATUS " WS-EXT7-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM Z100-WRITE-RUN-LOG
                   GOBACK
               END-IF
               READ GL-EXTRACT-7 AT END SET INPUT-DONE TO TRUE
               END-READ
               PERFORM C800-POST-EXTRACT-7 UNTIL INPUT-DONE
               CLOSE GL-EXTRACT-7
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT GL-EXTRACT-8
           IF EXT8-NOTFOUND
               DISPLAY "WARNING - GLEXTOU8 NOT PRESENT"
           ELSE
               IF NOT EXT8-OK
                   DISPLAY "ERROR - COULD NOT OPEN GLEXTOU8, "
                           "STATUS " WS-EXT8-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM Z100-WRITE-RUN-LOG
                   GOBACK
               END-IF
               READ GL-EXTRACT-8 AT END SET INPUT-DONE TO TRUE
               END-READ
               PERFORM C900-POST-EXTRACT-8 UNTIL INPUT-DONE
               CLOSE GL-EXTRACT-8
           END-IF
           .

       C200-POST-EXTRACT-1    SECTION.
           END-READ
           .

       C400-POST-EXTRACT-3    SECTION.
           ADD 1 TO WS-RUN-INPUT-COUNT
           MOVE GL-EXTRACT-RECORD-3 TO GL-EXTRACT-RECORD
           PERFORM D100-POST-ONE-RECORD
           READ GL-EXTRACT-3 AT END SET INPUT-DONE TO TRUE
           END-READ
           .

       C500-POST-EXTRACT-4    SECTION.
           ADD 1 TO WS-RUN-INPUT-COUNT
           MOVE GL-EXTRACT-RECORD-4 TO GL-EXTRACT-RECORD
           PERFORM D100-POST-ONE-RECORD
           READ GL-EXTRACT-4 AT END SET INPUT-DONE TO TRUE
           END-READ
           .

       C600-POST-EXTRACT-5    SECTION.
           ADD 1 TO WS-RUN-INPUT-COUNT
           MOVE GL-EXTRACT-RECORD-5 TO GL-EXTRACT-RECORD
           PERFORM D100-POST-ONE-RECORD
           READ GL-EXTRACT-5 AT END SET INPUT-DONE TO TRUE
           END-READ
           .

       C700-POST-EXTRACT-6    SECTION.
           ADD 1 TO WS-RUN-INPUT-COUNT
           MOVE GL-EXTRACT-RECORD-6 TO GL-EXTRACT-RECORD
           PERFORM D100-POST-ONE-RECORD
           READ GL-EXTRACT-6 AT END SET INPUT-DONE TO TRUE
           END-READ
           .

       C800-POST-EXTRACT-7    SECTION.
           ADD 1 TO WS-RUN-INPUT-COUNT
           MOVE GL-EXTRACT-RECORD-7 TO GL-EXTRACT-RECORD
           PERFORM D100-POST-ONE-RECORD
           READ GL-EXTRACT-7 AT END SET INPUT-DONE TO TRUE
           END-READ
           .

       C900-POST-EXTRACT-8    SECTION.
           ADD 1 TO WS-RUN-INPUT-COUNT
           MOVE GL-EXTRACT-RECORD-8 TO GL-EXTRACT-RECORD
           PERFORM D100-POST-ONE-RECORD
           READ GL-EXTRACT-8 AT END SET INPUT-DONE TO TRUE
           END-READ
           .

      *TRANSLATE ONE EXTRACT RECORD TO ITS TWO LEGS. A NEGATIVE
      *AMOUNT POSTS THE MAGNITUDE WITH THE LEGS SWAPPED - A
      *NEGATIVE CREDIT IS A DEBIT.
           MOVE WS-ERROR-COUNT TO RL-OUTPUT-COUNT-2
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES TO RL-FILLER
           MOVE WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
