       ID DIVISION.
       PROGRAM-ID. EXPPROG67.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * DEPARTMENT BUDGET VERSUS ACTUAL. RUN AFTER EVERY EXPPROG2
      * RUN, WITH THE SAME PARM. REVENUE (RETAIL PLUS SALE-PRICED)
      * FOR EACH DEPARTMENT, IN TOTAL AND PER STORE, IS SET AGAINST
      * THE BUDCTL BUDGETS:
      *
      *   TODAY  - THIS RUN'S GD-RETAIL-TOTAL + GD-SALE-TOTAL
      *            (GOODOUT)
      *   WEEK   - THE WTDMAST WEEK-TO-DATE FIGURES AGAINST THE
      *            WEEKLY BUDGET
      *   PERIOD - THE WEEKS ALREADY CLOSED IN THE BUDGET PERIOD
      *            PLUS THIS WEEK, AGAINST THE PERIOD BUDGET
      *
      * EACH SHOWS ACTUAL, BUDGET, VARIANCE AND VARIANCE PERCENT. A
      * LINE MORE THAN THE BUDCTL UNDER-BUDGET PERCENTAGE (DEFAULT
      * 10.00) BELOW ITS BUDGET IS FLAGGED '*** UNDER'. A BUDGET
      * ROW WITH A STORE CODE OF SPACES IS THE DEPARTMENT'S WHOLE-
      * COMPANY BUDGET; STORE ROWS ARE OPTIONAL.
      *
      * A 'WEND' RUN OF EXPPROG2 RESETS WTDMAST, SO THE CLOSING
      * WEEK IS TAKEN FROM THE WEEK-TO-DATE THIS JOB LAST SAW PLUS
      * THE WEND RUN'S OWN GOODOUT. THAT, AND THE CLOSED WEEKS OF
      * THE PERIOD, ARE CARRIED ON BUDPTD FROM RUN TO RUN; A NEW
      * PERIOD ID ON BUDCTL STARTS THE PERIOD AGAIN FROM NOTHING.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT BUD-CTRL-FILE ASSIGN TO BUDCTL
           FILE STATUS IS WS-BUDCTL-STATUS.
           SELECT GOOD-IN ASSIGN TO GOODOUT
           FILE STATUS IS WS-GOOD-STATUS.
           SELECT WTD-MASTER-FILE ASSIGN TO WTDMAST
           FILE STATUS IS WS-WTDMAST-STATUS.
           SELECT PTD-FILE ASSIGN TO BUDPTD
           FILE STATUS IS WS-PTD-STATUS.
           SELECT BUD-RPT-FILE ASSIGN TO BUDRPT
           FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *ONE 'P' RECORD (BUDGET PERIOD ID, UNDER-BUDGET FLAG PERCENT
      *AS 99V99) AND ONE 'B' RECORD PER DEPARTMENT OR DEPARTMENT
      *AND STORE (WEEKLY AND PERIOD REVENUE BUDGET).
       FD BUD-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 BUD-CTRL-REC.
           03 BC-REC-TYPE            PIC X(1).
               88 BC-PARAMETER       VALUE 'P'.
               88 BC-BUDGET          VALUE 'B'.
           03 BC-BUDGET-DATA.
               05 BC-DEPT            PIC 9(1).
               05 BC-STORE           PIC X(3).
               05 BC-WEEK-BUDGET     PIC 9(9).
               05 BC-PERIOD-BUDGET   PIC 9(11).
               05 FILLER             PIC X(55).
           03 BC-PARAMETER-DATA REDEFINES BC-BUDGET-DATA.
               05 BC-PERIOD-ID       PIC X(6).
               05 BC-UNDER-PCT       PIC 9(2)V99.
               05 FILLER             PIC X(69).

      *EXPPROG2'S GOOD-REC LAYOUT - MUST BE KEPT IN STEP.
       FD GOOD-IN BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 GOOD-REC.
           03 GOOD-DEPT-ENTRY OCCURS 9 TIMES.
               05 GD-DEPT            PIC 9(1).
               05 GD-RETAIL-TOTAL    PIC 9(7) COMP-3.
               05 GD-SALE-TOTAL      PIC 9(7) COMP-3.
               05 GD-TAX-TOTAL       PIC 9(7)V99 COMP-3.
           03 GD-RUN-TAX-TOTAL       PIC 9(9)V99 COMP-3.
           03 GD-STORE-CODE          PIC X(3).
           03 FILLER                 PIC X(7).

      *EXPPROG2'S WTD-RECORD LAYOUT - MUST BE KEPT IN STEP.
       FD WTD-MASTER-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 WTD-RECORD.
           03 WTD-DEPT-ENTRY OCCURS 9 TIMES.
               05 WTD-DEPT           PIC 9(1).
               05 WTD-RETAIL-TOTAL   PIC 9(9).
               05 WTD-SALE-TOTAL     PIC 9(9).
           03 WTD-RECORDS-GOOD       PIC 9(8).
           03 WTD-RECORDS-BAD        PIC 9(8).
           03 WTD-STORE-CODE         PIC X(3).

      *ONE RECORD PER STORE AND DEPARTMENT CARRIED BETWEEN RUNS.
       FD PTD-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 PTD-REC.
           03 PT-STORE               PIC X(3).
           03 PT-DEPT                PIC 9(1).
           03 PT-PERIOD-ID           PIC X(6).
           03 PT-LAST-WTD            PIC 9(11).
           03 PT-CLOSED-PTD          PIC 9(13).
           03 PT-CLOSED-WEEK         PIC 9(11).
           03 PT-CLOSED-DATE         PIC X(8).
           03 FILLER                 PIC X(27).

       FD BUD-RPT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 BUD-RPT-RECORD             PIC X(100).

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

       01 WS-BUDCTL-STATUS           PIC X(2).
           88 BUDCTL-OK              VALUE "00".
           88 BUDCTL-EOF             VALUE "10".
       01 WS-GOOD-STATUS             PIC X(2).
           88 GOOD-OK                VALUE "00".
           88 GOOD-EOF               VALUE "10".
       01 WS-WTDMAST-STATUS          PIC X(2).
           88 WTDMAST-OK             VALUE "00".
           88 WTDMAST-EOF            VALUE "10".
       01 WS-PTD-STATUS              PIC X(2).
           88 PTD-OK                 VALUE "00".
           88 PTD-EOF                VALUE "10".
       01 WS-RPT-STATUS              PIC X(2).
           88 RPT-OK                 VALUE "00".
       01 WS-RUNLOG-STATUS           PIC X(2).

       01 WS-RUN-MODE                PIC X(4) VALUE SPACES.
           88 WEEK-END-RUN           VALUE 'WEND'.

       01 WS-PERIOD-ID               PIC X(6) VALUE SPACES.
       01 WS-UNDER-PCT               PIC 9(2)V99 VALUE 10.00.

       01 WS-RUN-INPUT-COUNT         PIC 9(8) VALUE 0.
       01 WS-LINE-COUNT              PIC 9(6) VALUE 0.
       01 WS-FLAG-COUNT              PIC 9(6) VALUE 0.

      *ONE ENTRY PER STORE AND DEPARTMENT - STORE SPACES IS THE
      *WHOLE COMPANY. 21 STORE SLOTS (COMPANY PLUS EXPPROG2'S 20
      *STORES) BY 9 DEPARTMENTS.
       01 WS-BV-TABLE.
           03 WS-BV-ENTRY OCCURS 189 TIMES INDEXED BY WS-BV-IDX.
               05 WS-BV-STORE        PIC X(3).
               05 WS-BV-DEPT         PIC 9(1).
               05 WS-BV-WEEK-BUDGET  PIC 9(9).
               05 WS-BV-PER-BUDGET   PIC 9(11).
               05 WS-BV-TODAY        PIC 9(11).
               05 WS-BV-WTD          PIC 9(11).
               05 WS-BV-LAST-WTD     PIC 9(11).
               05 WS-BV-CLOSED-PTD   PIC 9(13).
               05 WS-BV-CLOSED-WEEK  PIC 9(11).
               05 WS-BV-CLOSED-DATE  PIC X(8).
       01 WS-BV-COUNT                PIC 9(3) VALUE 0.
       01 WS-BV-HOLD                 PIC X(89).
       01 WS-BV-I                    PIC 9(3).
       01 WS-BV-J                    PIC 9(3).
       01 WS-BV-LOW                  PIC 9(3).

       01 WS-FIND-STORE              PIC X(3).
       01 WS-FIND-DEPT               PIC 9(1).
       01 WS-GD-I                    PIC 9(2).

       01 WS-ACTUAL                  PIC S9(13).
       01 WS-BUDGET                  PIC S9(13).
       01 WS-VARIANCE                PIC S9(13).
       01 WS-VAR-PCT                 PIC S9(5)V99.

       01 WS-RPT-HEAD.
           03 FILLER                 PIC X(36) VALUE
              "DEPARTMENT BUDGET VERSUS ACTUAL -  ".
           03 RH-DATE                PIC X(8).
           03 FILLER                 PIC X(9) VALUE "  PERIOD ".
           03 RH-PERIOD              PIC X(6).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 RH-MODE                PIC X(20).
           03 FILLER                 PIC X(19) VALUE SPACES.
       01 WS-RPT-SECTION-HEAD        PIC X(100).
       01 WS-RPT-COL-HEAD.
           03 FILLER                 PIC X(5) VALUE "STR D".
           03 FILLER                 PIC X(14) VALUE "         TODAY".
           03 FILLER                 PIC X(14) VALUE "        ACTUAL".
           03 FILLER                 PIC X(14) VALUE "        BUDGET".
           03 FILLER                 PIC X(14) VALUE "      VARIANCE".
           03 FILLER                 PIC X(9) VALUE "    VAR %".
           03 FILLER                 PIC X(30) VALUE SPACES.
       01 WS-RPT-LINE.
           03 RL-STORE               PIC X(3).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 RL-DEPT                PIC 9(1).
           03 RL-TODAY               PIC Z(13)9.
           03 RL-ACTUAL              PIC Z(13)9.
           03 RL-BUDGET              PIC Z(13)9.
           03 RL-VARIANCE            PIC -(13)9.
           03 RL-VAR-PCT             PIC -(5)9.99.
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 RL-FLAG                PIC X(9).
           03 FILLER                 PIC X(19) VALUE SPACES.
       01 WS-RPT-COUNT-LINE.
           03 CL-LABEL               PIC X(36).
           03 CL-COUNT               PIC Z(7)9.
           03 FILLER                 PIC X(56) VALUE SPACES.

       LINKAGE SECTION.
       01 INPUT-PARM.
           03 PARM-LENGTH            PIC S9(04) COMP.
           03 PARM-DATA              PIC X(4).
      *
       PROCEDURE DIVISION USING INPUT-PARM.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           IF PARM-LENGTH >= 4
               MOVE PARM-DATA TO WS-RUN-MODE
           END-IF
           IF WS-RUN-MODE NOT = SPACES AND NOT WEEK-END-RUN
               DISPLAY "ERROR - PARM MUST BE BLANK OR 'WEND'"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           DISPLAY "STATUS - STARTING BUDGET VERSUS ACTUAL RUN"
           PERFORM B100-LOAD-BUDGETS
           PERFORM B200-LOAD-PERIOD-STATE
           PERFORM B300-LOAD-GOODOUT
           PERFORM B400-LOAD-WTDMAST
           PERFORM C100-SORT-TABLE
           PERFORM W100-WRITE-REPORT
           PERFORM W300-SAVE-PERIOD-STATE
           IF WS-FLAG-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - LINES REPORTED:    " WS-LINE-COUNT
           DISPLAY "STATUS - UNDER BUDGET:      " WS-FLAG-COUNT
           DISPLAY "STATUS - BUDGET VERSUS ACTUAL DONE"
           GOBACK
           .

       B100-LOAD-BUDGETS      SECTION.
           OPEN INPUT BUD-CTRL-FILE
           IF NOT BUDCTL-OK
               DISPLAY "ERROR - COULD NOT OPEN BUDCTL, STATUS "
                       WS-BUDCTL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM UNTIL BUDCTL-EOF
               READ BUD-CTRL-FILE
                   AT END CONTINUE
                   NOT AT END
                       ADD 1 TO WS-RUN-INPUT-COUNT
                       EVALUATE TRUE
                           WHEN BC-PARAMETER
                               MOVE BC-PERIOD-ID TO WS-PERIOD-ID
                               IF BC-UNDER-PCT NUMERIC
                                   MOVE BC-UNDER-PCT TO WS-UNDER-PCT
                               END-IF
                           WHEN BC-BUDGET
                               PERFORM B110-ADD-BUDGET
                           WHEN OTHER
                               DISPLAY "WARNING - BUDCTL RECORD TYPE "
                                       BC-REC-TYPE " IGNORED"
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE BUD-CTRL-FILE
           .

       B110-ADD-BUDGET        SECTION.
           IF BC-DEPT NOT NUMERIC
               DISPLAY "WARNING - BUDCTL DEPARTMENT NOT NUMERIC, "
                       "ROW IGNORED"
               GO TO B110-EXIT
           END-IF
           MOVE BC-STORE TO WS-FIND-STORE
           MOVE BC-DEPT TO WS-FIND-DEPT
           PERFORM B900-FIND-ENTRY
           IF WS-BV-I = 0
               GO TO B110-EXIT
           END-IF
           IF BC-WEEK-BUDGET NUMERIC
               MOVE BC-WEEK-BUDGET TO WS-BV-WEEK-BUDGET(WS-BV-I)
           END-IF
           IF BC-PERIOD-BUDGET NUMERIC
               MOVE BC-PERIOD-BUDGET TO WS-BV-PER-BUDGET(WS-BV-I)
           END-IF
           .
       B110-EXIT.
           EXIT.

      *LAST RUN'S WEEK-TO-DATE AND THE CLOSED WEEKS OF THE PERIOD.
      *NO BUDPTD, OR A DIFFERENT PERIOD, STARTS FROM NOTHING.
       B200-LOAD-PERIOD-STATE SECTION.
           OPEN INPUT PTD-FILE
           IF NOT PTD-OK
               DISPLAY "STATUS - NO BUDPTD, PERIOD STARTS FROM "
                       "NOTHING"
               GO TO B200-EXIT
           END-IF
           PERFORM UNTIL PTD-EOF
               READ PTD-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE PT-STORE TO WS-FIND-STORE
                       MOVE PT-DEPT TO WS-FIND-DEPT
                       PERFORM B900-FIND-ENTRY
                       IF WS-BV-I > 0
                           MOVE PT-LAST-WTD
                             TO WS-BV-LAST-WTD(WS-BV-I)
                           IF PT-PERIOD-ID = WS-PERIOD-ID
                               MOVE PT-CLOSED-PTD
                                 TO WS-BV-CLOSED-PTD(WS-BV-I)
                               MOVE PT-CLOSED-WEEK
                                 TO WS-BV-CLOSED-WEEK(WS-BV-I)
                               MOVE PT-CLOSED-DATE
                                 TO WS-BV-CLOSED-DATE(WS-BV-I)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PTD-FILE
           .
       B200-EXIT.
           EXIT.

      *THIS RUN'S REVENUE - THE COMPANY RECORD FIRST, THEN ONE
      *RECORD PER STORE.
       B300-LOAD-GOODOUT      SECTION.
           OPEN INPUT GOOD-IN
           IF NOT GOOD-OK
               DISPLAY "ERROR - COULD NOT OPEN GOODOUT, STATUS "
                       WS-GOOD-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM UNTIL GOOD-EOF
               READ GOOD-IN
                   AT END CONTINUE
                   NOT AT END
                       PERFORM VARYING WS-GD-I FROM 1 BY 1
                               UNTIL WS-GD-I > 9
                           IF GD-DEPT(WS-GD-I) NOT = 0
                               MOVE GD-STORE-CODE TO WS-FIND-STORE
                               MOVE GD-DEPT(WS-GD-I) TO WS-FIND-DEPT
                               PERFORM B900-FIND-ENTRY
                               IF WS-BV-I > 0
                                   COMPUTE WS-BV-TODAY(WS-BV-I) =
                                           GD-RETAIL-TOTAL(WS-GD-I)
                                         + GD-SALE-TOTAL(WS-GD-I)
                               END-IF
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE GOOD-IN
           .

      *THE WEEK-TO-DATE FIGURES. ON A WEND RUN WTDMAST HAS JUST
      *BEEN RESET, SO THE CLOSING WEEK IS THE WEEK-TO-DATE LAST SEEN
      *PLUS TODAY - OR, IF THIS WEEK WAS ALREADY CLOSED TODAY, THE
      *WEEK THAT WAS CLOSED.
       B400-LOAD-WTDMAST      SECTION.
           IF WEEK-END-RUN
               PERFORM VARYING WS-BV-I FROM 1 BY 1
                       UNTIL WS-BV-I > WS-BV-COUNT
                   IF WS-BV-CLOSED-DATE(WS-BV-I) = WS-BUSINESS-DATE
                       MOVE WS-BV-CLOSED-WEEK(WS-BV-I)
                         TO WS-BV-WTD(WS-BV-I)
                       SUBTRACT WS-BV-CLOSED-WEEK(WS-BV-I)
                           FROM WS-BV-CLOSED-PTD(WS-BV-I)
                   ELSE
                       COMPUTE WS-BV-WTD(WS-BV-I) =
                               WS-BV-LAST-WTD(WS-BV-I)
                             + WS-BV-TODAY(WS-BV-I)
                   END-IF
               END-PERFORM
               GO TO B400-EXIT
           END-IF
           OPEN INPUT WTD-MASTER-FILE
           IF NOT WTDMAST-OK
               DISPLAY "WARNING - NO WTDMAST, WEEK-TO-DATE SHOWN AS "
                       "NOTHING"
               MOVE 4 TO RETURN-CODE
               GO TO B400-EXIT
           END-IF
           PERFORM UNTIL WTDMAST-EOF
               READ WTD-MASTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM VARYING WS-GD-I FROM 1 BY 1
                               UNTIL WS-GD-I > 9
                           IF WTD-DEPT(WS-GD-I) NOT = 0
                               MOVE WTD-STORE-CODE TO WS-FIND-STORE
                               MOVE WTD-DEPT(WS-GD-I) TO WS-FIND-DEPT
                               PERFORM B900-FIND-ENTRY
                               IF WS-BV-I > 0
                                   COMPUTE WS-BV-WTD(WS-BV-I) =
                                           WTD-RETAIL-TOTAL(WS-GD-I)
                                         + WTD-SALE-TOTAL(WS-GD-I)
                               END-IF
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE WTD-MASTER-FILE
           .
       B400-EXIT.
           EXIT.

      *FIND (OR ADD) THE ENTRY FOR WS-FIND-STORE/WS-FIND-DEPT -
      *WS-BV-I IS ITS SLOT, OR 0 WHEN THE TABLE IS FULL.
       B900-FIND-ENTRY        SECTION.
           PERFORM VARYING WS-BV-I FROM 1 BY 1
                   UNTIL WS-BV-I > WS-BV-COUNT
               IF WS-BV-STORE(WS-BV-I) = WS-FIND-STORE
                       AND WS-BV-DEPT(WS-BV-I) = WS-FIND-DEPT
                   GO TO B900-EXIT
               END-IF
           END-PERFORM
           IF WS-BV-COUNT >= 189
               DISPLAY "WARNING - BUDGET TABLE FULL, STORE "
                       WS-FIND-STORE " DEPT " WS-FIND-DEPT " DROPPED"
               MOVE 0 TO WS-BV-I
               GO TO B900-EXIT
           END-IF
           ADD 1 TO WS-BV-COUNT
           MOVE WS-BV-COUNT TO WS-BV-I
           INITIALIZE WS-BV-ENTRY(WS-BV-I)
           MOVE WS-FIND-STORE TO WS-BV-STORE(WS-BV-I)
           MOVE WS-FIND-DEPT TO WS-BV-DEPT(WS-BV-I)
           .
       B900-EXIT.
           EXIT.

      *COMPANY LINES (STORE SPACES) FIRST, THEN STORE ORDER,
      *DEPARTMENT WITHIN STORE.
       C100-SORT-TABLE        SECTION.
           PERFORM VARYING WS-BV-I FROM 1 BY 1
                   UNTIL WS-BV-I >= WS-BV-COUNT
               MOVE WS-BV-I TO WS-BV-LOW
               COMPUTE WS-BV-J = WS-BV-I + 1
               PERFORM UNTIL WS-BV-J > WS-BV-COUNT
                   IF WS-BV-STORE(WS-BV-J) < WS-BV-STORE(WS-BV-LOW)
                      OR (WS-BV-STORE(WS-BV-J) = WS-BV-STORE(WS-BV-LOW)
                      AND WS-BV-DEPT(WS-BV-J) < WS-BV-DEPT(WS-BV-LOW))
                       MOVE WS-BV-J TO WS-BV-LOW
                   END-IF
                   ADD 1 TO WS-BV-J
               END-PERFORM
               IF WS-BV-LOW NOT = WS-BV-I
                   MOVE WS-BV-ENTRY(WS-BV-I) TO WS-BV-HOLD
                   MOVE WS-BV-ENTRY(WS-BV-LOW) TO WS-BV-ENTRY(WS-BV-I)
                   MOVE WS-BV-HOLD TO WS-BV-ENTRY(WS-BV-LOW)
               END-IF
           END-PERFORM
           .

       W100-WRITE-REPORT      SECTION.
           OPEN OUTPUT BUD-RPT-FILE
           IF NOT RPT-OK
               DISPLAY "ERROR - COULD NOT OPEN BUDRPT, STATUS "
                       WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE WS-BUSINESS-DATE TO RH-DATE
           MOVE WS-PERIOD-ID TO RH-PERIOD
           IF WEEK-END-RUN
               MOVE "WEEK CLOSED" TO RH-MODE
           ELSE
               MOVE SPACES TO RH-MODE
           END-IF
           WRITE BUD-RPT-RECORD FROM WS-RPT-HEAD
           MOVE SPACES TO BUD-RPT-RECORD
           WRITE BUD-RPT-RECORD
           MOVE "WEEK TO DATE AGAINST WEEKLY BUDGET" TO
                WS-RPT-SECTION-HEAD
           WRITE BUD-RPT-RECORD FROM WS-RPT-SECTION-HEAD
           WRITE BUD-RPT-RECORD FROM WS-RPT-COL-HEAD
           PERFORM VARYING WS-BV-I FROM 1 BY 1
                   UNTIL WS-BV-I > WS-BV-COUNT
               MOVE WS-BV-WTD(WS-BV-I) TO WS-ACTUAL
               MOVE WS-BV-WEEK-BUDGET(WS-BV-I) TO WS-BUDGET
               PERFORM W200-WRITE-LINE
           END-PERFORM
           MOVE SPACES TO BUD-RPT-RECORD
           WRITE BUD-RPT-RECORD
           MOVE "PERIOD TO DATE AGAINST PERIOD BUDGET" TO
                WS-RPT-SECTION-HEAD
           WRITE BUD-RPT-RECORD FROM WS-RPT-SECTION-HEAD
           WRITE BUD-RPT-RECORD FROM WS-RPT-COL-HEAD
           PERFORM VARYING WS-BV-I FROM 1 BY 1
                   UNTIL WS-BV-I > WS-BV-COUNT
               COMPUTE WS-ACTUAL = WS-BV-CLOSED-PTD(WS-BV-I)
                                 + WS-BV-WTD(WS-BV-I)
               MOVE WS-BV-PER-BUDGET(WS-BV-I) TO WS-BUDGET
               PERFORM W200-WRITE-LINE
           END-PERFORM
           MOVE SPACES TO BUD-RPT-RECORD
           WRITE BUD-RPT-RECORD
           MOVE "LINES MORE THAN LIMIT UNDER BUDGET: " TO CL-LABEL
           MOVE WS-FLAG-COUNT TO CL-COUNT
           WRITE BUD-RPT-RECORD FROM WS-RPT-COUNT-LINE
           CLOSE BUD-RPT-FILE
           .

      *VARIANCE IS ACTUAL LESS BUDGET; THE PERCENT IS OF BUDGET AND
      *IS LEFT BLANK WHERE THERE IS NO BUDGET TO MEASURE AGAINST.
       W200-WRITE-LINE        SECTION.
           MOVE WS-BV-STORE(WS-BV-I) TO RL-STORE
           MOVE WS-BV-DEPT(WS-BV-I) TO RL-DEPT
           MOVE WS-BV-TODAY(WS-BV-I) TO RL-TODAY
           MOVE WS-ACTUAL TO RL-ACTUAL
           MOVE WS-BUDGET TO RL-BUDGET
           COMPUTE WS-VARIANCE = WS-ACTUAL - WS-BUDGET
           MOVE WS-VARIANCE TO RL-VARIANCE
           MOVE SPACES TO RL-FLAG
           IF WS-BUDGET > 0
               COMPUTE WS-VAR-PCT ROUNDED =
                       WS-VARIANCE * 100 / WS-BUDGET
               MOVE WS-VAR-PCT TO RL-VAR-PCT
               IF WS-VAR-PCT < 0 - WS-UNDER-PCT
                   MOVE "*** UNDER" TO RL-FLAG
                   ADD 1 TO WS-FLAG-COUNT
               END-IF
           ELSE
               MOVE 0 TO RL-VAR-PCT
           END-IF
           WRITE BUD-RPT-RECORD FROM WS-RPT-LINE
           ADD 1 TO WS-LINE-COUNT
           .

      *CARRY THE WEEK-TO-DATE FORWARD; A WEND RUN CLOSES THE WEEK
      *INTO THE PERIOD AND STARTS THE NEXT WEEK FROM NOTHING.
       W300-SAVE-PERIOD-STATE SECTION.
           OPEN OUTPUT PTD-FILE
           IF NOT PTD-OK
               DISPLAY "ERROR - COULD NOT REWRITE BUDPTD, STATUS "
                       WS-PTD-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO W300-EXIT
           END-IF
           PERFORM VARYING WS-BV-I FROM 1 BY 1
                   UNTIL WS-BV-I > WS-BV-COUNT
               MOVE SPACES TO PTD-REC
               MOVE WS-BV-STORE(WS-BV-I) TO PT-STORE
               MOVE WS-BV-DEPT(WS-BV-I) TO PT-DEPT
               MOVE WS-PERIOD-ID TO PT-PERIOD-ID
               IF WEEK-END-RUN
                   MOVE 0 TO PT-LAST-WTD
                   COMPUTE PT-CLOSED-PTD = WS-BV-CLOSED-PTD(WS-BV-I)
                                         + WS-BV-WTD(WS-BV-I)
                   MOVE WS-BV-WTD(WS-BV-I) TO PT-CLOSED-WEEK
                   MOVE WS-BUSINESS-DATE TO PT-CLOSED-DATE
               ELSE
                   MOVE WS-BV-WTD(WS-BV-I) TO PT-LAST-WTD
                   MOVE WS-BV-CLOSED-PTD(WS-BV-I) TO PT-CLOSED-PTD
                   MOVE WS-BV-CLOSED-WEEK(WS-BV-I) TO PT-CLOSED-WEEK
                   MOVE WS-BV-CLOSED-DATE(WS-BV-I) TO PT-CLOSED-DATE
               END-IF
               WRITE PTD-REC
           END-PERFORM
           CLOSE PTD-FILE
           .
       W300-EXIT.
           EXIT.

      *WRITE ONE SUMMARY RECORD TO THE SHARED CROSS-SUITE RUN LOG.
       Z100-WRITE-RUN-LOG     SECTION.
           MOVE "EXPPRG67" TO RL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE WS-RUN-INPUT-COUNT TO RL-INPUT-COUNT
           MOVE WS-LINE-COUNT TO RL-OUTPUT-COUNT
           MOVE WS-FLAG-COUNT TO RL-OUTPUT-COUNT-2
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
