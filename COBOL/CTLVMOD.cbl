       ID DIVISION.
       PROGRAM-ID. CTLVMOD.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * SHARED CONTROL-FILE RULE BOOK. THE CALLER HANDS OVER ONE
      * CONTROL FILE'S ROWS, HELD IN STORAGE, AND THE FILE'S DD
      * NAME; THIS MODULE CHECKS EVERY ROW AGAINST THAT FILE'S OWN
      * RULES - NUMERIC FIELDS NUMERIC, BANDS AND THRESHOLDS
      * ASCENDING, MARKERS IN RANGE, NO DUPLICATE KEYS, DEPCTL JOBS
      * REAL ON SCHEDCTL, EFFECTIVE-DATE RANGES WITHOUT OVERLAP OR
      * GAP - AND HANDS BACK THE FAULTS BY ROW NUMBER. EXPPROG57
      * CALLS IT FOR THE NIGHTLY PRE-FLIGHT AND EXPPROG87 FOR EACH
      * MAINTENANCE CHANGE BEFORE IT IS ACCEPTED, SO THE TWO CAN
      * NEVER DISAGREE ABOUT WHAT A GOOD ROW IS.
      *
      * CVP-STATUS COMES BACK '00' CLEAN, '08' WITH FAULTS, '12'
      * WHEN THE FILE IS NOT ONE THIS MODULE KNOWS.
      *
      * THE SCHEDCTL JOB NAMES ARE KEPT BETWEEN CALLS FOR THE
      * DEPCTL CROSS-CHECK - CHECK SCHEDCTL FIRST.
      *
      * COVERED: DEPTCTRL, INVCTRL, TAXCTRL, CTYCTRL, BANDCTL,
      * AGECTL, RATECTL, GLMAPCTL, SCHEDCTL, DEPCTL, PRICECTL,
      * LOYCTL, BVATCTL, SUPCTRL, CANDCTRL, HOLCTL, PROMCTL,
      * ISUPCTL, PARTCTL. EVERY LAYOUT HERE MUST BE KEPT IN STEP
      * WITH ITS OWNING PROGRAM.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *EVERY CONTROL FILE IN THE SUITE IS AN 80-BYTE CARD FILE -
      *ONE ROW AREA, REDEFINED VIEWS PER LAYOUT.
       01 CTRL-RECORD            PIC X(80).
       01 CTRL-DEPT-VIEW REDEFINES CTRL-RECORD.
           03 CV-DEPT            PIC X(1).
           03 FILLER             PIC X(79).
       01 CTRL-TAX-VIEW REDEFINES CTRL-RECORD.
           03 CV-TAX-DEPT        PIC X(1).
           03 CV-TAX-RATE        PIC X(4).
           03 FILLER             PIC X(75).
       01 CTRL-CTY-VIEW REDEFINES CTRL-RECORD.
           03 CV-CTY-CODE        PIC X(4).
           03 CV-CTY-NAME        PIC X(10).
           03 FILLER             PIC X(66).
       01 CTRL-BAND-VIEW REDEFINES CTRL-RECORD.
           03 CV-BAND-LIMIT      PIC S9(10) SIGN LEADING SEPARATE.
           03 FILLER             PIC X(69).
       01 CTRL-AGE-VIEW REDEFINES CTRL-RECORD.
           03 CV-AGE-THRESHOLD   PIC X(4).
           03 CV-AGE-BASIS       PIC X(1).
           03 FILLER             PIC X(75).
       01 CTRL-RATE-VIEW REDEFINES CTRL-RECORD.
           03 CV-RATE-LIMIT      PIC S9(9) SIGN LEADING SEPARATE.
           03 CV-RATE-MARKER     PIC X(1).
           03 CV-RATE-RATE       PIC X(6).
           03 FILLER             PIC X(63).
       01 CTRL-GLMAP-VIEW REDEFINES CTRL-RECORD.
           03 CV-GL-MARKER       PIC X(1).
           03 CV-GL-DEBIT        PIC X(8).
           03 CV-GL-CREDIT       PIC X(8).
           03 FILLER             PIC X(63).
       01 CTRL-SCHED-VIEW REDEFINES CTRL-RECORD.
           03 CV-SC-JOB          PIC X(8).
           03 CV-SC-VARIANCE     PIC X(3).
           03 CV-SC-PROGRAM      PIC X(8).
           03 FILLER             PIC X(61).
       01 CTRL-DEP-VIEW REDEFINES CTRL-RECORD.
           03 CV-DG-JOB          PIC X(8).
           03 CV-DG-PRED         PIC X(8).
           03 FILLER             PIC X(64).
       01 CTRL-PRICE-VIEW REDEFINES CTRL-RECORD.
           03 CV-PC-ITEM         PIC X(3).
           03 CV-PC-PRICE        PIC X(3).
           03 CV-PC-VAT-CLASS    PIC X(1).
           03 CV-PC-PACK-SIZE    PIC X(7).
           03 CV-PC-PACK-UNIT    PIC X(2).
           03 FILLER             PIC X(64).
       01 CTRL-LOY-VIEW REDEFINES CTRL-RECORD.
           03 CV-LC-PPP          PIC X(3).
           03 CV-LC-THRESHOLD    PIC X(6).
           03 CV-LC-BONUS        PIC X(5).
           03 FILLER             PIC X(66).
       01 CTRL-BVAT-VIEW REDEFINES CTRL-RECORD.
           03 CV-BV-CLASS        PIC X(1).
           03 CV-BV-RATE         PIC X(4).
           03 FILLER             PIC X(75).
       01 CTRL-SUP-VIEW REDEFINES CTRL-RECORD.
           03 CV-SUP-PREFIX      PIC X(1).
           03 CV-SUP-CODE        PIC X(4).
           03 CV-SUP-NAME        PIC X(20).
           03 CV-SUP-TERMS       PIC X(3).
           03 CV-SUP-DISC        PIC X(4).
           03 FILLER             PIC X(14).
           03 CV-SUP-BASIS       PIC X(1).
           03 FILLER             PIC X(33).
       01 CTRL-CAND-VIEW REDEFINES CTRL-RECORD.
           03 CV-CD-CONST        PIC X(4).
           03 CV-CD-POSITION     PIC X(1).
           03 CV-CD-NAME         PIC X(20).
           03 CV-CD-PARTY        PIC X(1).
           03 CV-CD-ELECTION     PIC X(4).
           03 FILLER             PIC X(50).
       01 CTRL-HOL-VIEW REDEFINES CTRL-RECORD.
           COPY HOLCTL.
       01 CTRL-PROM-VIEW REDEFINES CTRL-RECORD.
           COPY PROMCTL.
       01 CTRL-ISUP-VIEW REDEFINES CTRL-RECORD.
           COPY ISUPCTL.
       01 CTRL-PART-VIEW REDEFINES CTRL-RECORD.
           COPY PARTCTL.
      *COMMON TAIL OF THE EFFECTIVE-DATED FILES.
       01 CTRL-EFF-VIEW REDEFINES CTRL-RECORD.
           03 FILLER             PIC X(64).
           03 CV-EFF-FROM        PIC X(8).
           03 CV-EFF-FROM-N REDEFINES CV-EFF-FROM PIC 9(8).
           03 CV-EFF-TO          PIC X(8).
           03 CV-EFF-TO-N REDEFINES CV-EFF-TO PIC 9(8).

       01 WS-BUSINESS-DATE       PIC X(8) VALUE SPACES.
       01 WS-ROW-NUM             PIC 9(6) VALUE 0.
       01 WS-FILE-NUM            PIC 9(2) VALUE 0.
       01 WS-FAULT-TEXT          PIC X(40).

      *DUPLICATE-KEY AND ASCENDING-ORDER WORK FIELDS, RESET PER
      *FILE.
       01 WS-KEY-TABLE.
           03 WS-KEY-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-KEY-IDX PIC X(10).
       01 WS-KEY-COUNT           PIC 9(3) VALUE 0.
       01 WS-KEY-WORK            PIC X(10).
       01 WS-KEY-DUP             PIC X.
       01 WS-PREV-LIMIT          PIC S9(10) VALUE 0.
       01 WS-FIRST-ROW           PIC X.
       01 WS-PREV-PART-NUM       PIC 9(2) VALUE 0.
       01 WS-PREV-PART-HIGH      PIC X(8) VALUE SPACES.

      *SCHEDCTL JOB NAMES, KEPT FOR THE DEPCTL CROSS-CHECK.
       01 WS-JOB-TABLE.
           03 WS-JOB-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-JOB-IDX PIC X(8).
       01 WS-JOB-COUNT           PIC 9(2) VALUE 0.
       01 WS-JOB-FOUND           PIC X.

      *EFFECTIVE-DATE RANGES OF THE DATED FILES, ONE ENTRY PER
      *VALID ROW, RESET PER FILE AND CHECKED FOR OVERLAPS AND GAPS
      *ONCE THE FILE IS READ.
       01 WS-EFF-TABLE.
           03 WS-EFF-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-EFF-IDX WS-EFF-IDX2.
               05 WS-EFF-KEY     PIC X(10).
               05 WS-EFF-FROM    PIC 9(8).
               05 WS-EFF-TO      PIC 9(8).
               05 WS-EFF-ROW     PIC 9(6).
       01 WS-EFF-COUNT           PIC 9(3) VALUE 0.
       01 WS-EFF-KEY-WORK        PIC X(10).
       01 WS-EFF-DATED           PIC X VALUE 'N'.
           88 FILE-IS-DATED      VALUE 'Y'.
       01 WS-ROW-IN-FORCE        PIC X VALUE 'N'.
           88 ROW-IN-FORCE       VALUE 'Y'.
       01 WS-EFF-NEXT-IDX        PIC 9(3) VALUE 0.
       01 WS-EFF-NEXT-FROM       PIC 9(8).
       01 WS-EFF-DAY-AFTER       PIC 9(8).
       01 WS-EFF-OTHER-ROW       PIC 9(6).

       LINKAGE SECTION.
       01 LS-CTV-PARMS.
           COPY CTVPRM.
      *
       PROCEDURE DIVISION USING LS-CTV-PARMS.
       A100-CHECK-FILE        SECTION.
           MOVE CVP-BUS-DATE TO WS-BUSINESS-DATE
           MOVE 0 TO CVP-FAULT-COUNT
           EVALUATE CVP-FILE-NAME
               WHEN 'DEPTCTRL'
                   MOVE 1 TO WS-FILE-NUM
               WHEN 'INVCTRL '
                   MOVE 2 TO WS-FILE-NUM
               WHEN 'TAXCTRL '
                   MOVE 3 TO WS-FILE-NUM
               WHEN 'CTYCTRL '
                   MOVE 4 TO WS-FILE-NUM
               WHEN 'BANDCTL '
                   MOVE 5 TO WS-FILE-NUM
               WHEN 'AGECTL  '
                   MOVE 6 TO WS-FILE-NUM
               WHEN 'RATECTL '
                   MOVE 7 TO WS-FILE-NUM
               WHEN 'GLMAPCTL'
                   MOVE 8 TO WS-FILE-NUM
               WHEN 'SCHEDCTL'
                   MOVE 9 TO WS-FILE-NUM
               WHEN 'DEPCTL  '
                   MOVE 10 TO WS-FILE-NUM
               WHEN 'PRICECTL'
                   MOVE 11 TO WS-FILE-NUM
               WHEN 'LOYCTL  '
                   MOVE 12 TO WS-FILE-NUM
               WHEN 'BVATCTL '
                   MOVE 13 TO WS-FILE-NUM
               WHEN 'SUPCTRL '
                   MOVE 14 TO WS-FILE-NUM
               WHEN 'CANDCTRL'
                   MOVE 15 TO WS-FILE-NUM
               WHEN 'HOLCTL  '
                   MOVE 16 TO WS-FILE-NUM
               WHEN 'PROMCTL '
                   MOVE 17 TO WS-FILE-NUM
               WHEN 'ISUPCTL '
                   MOVE 18 TO WS-FILE-NUM
               WHEN 'PARTCTL '
                   MOVE 19 TO WS-FILE-NUM
               WHEN OTHER
                   SET CVP-NOT-COVERED TO TRUE
                   GOBACK
           END-EVALUATE
           EVALUATE WS-FILE-NUM
               WHEN 3
               WHEN 7
               WHEN 8
               WHEN 13
                   MOVE 'Y' TO WS-EFF-DATED
               WHEN OTHER
                   MOVE 'N' TO WS-EFF-DATED
           END-EVALUATE
           MOVE 0 TO WS-KEY-COUNT
           MOVE 0 TO WS-EFF-COUNT
           MOVE 'Y' TO WS-FIRST-ROW
           MOVE 0 TO WS-PREV-LIMIT
           IF WS-FILE-NUM = 9
               MOVE 0 TO WS-JOB-COUNT
           END-IF
           PERFORM VARYING WS-ROW-NUM FROM 1 BY 1
                   UNTIL WS-ROW-NUM > CVP-ROW-COUNT
               MOVE CVP-ROW(WS-ROW-NUM) TO CTRL-RECORD
               PERFORM D100-CHECK-ONE-ROW
           END-PERFORM
           IF FILE-IS-DATED
               PERFORM D410-CHECK-EFF-RANGES
           END-IF
           IF CVP-FAULT-COUNT > 0
               SET CVP-FAULTS TO TRUE
           ELSE
               SET CVP-CLEAN TO TRUE
           END-IF
           GOBACK.

       D100-CHECK-ONE-ROW     SECTION.
           EVALUATE WS-FILE-NUM
               WHEN 1
                   IF CV-DEPT NOT NUMERIC
                       MOVE "DEPARTMENT NOT NUMERIC" TO WS-FAULT-TEXT
                       PERFORM W100-WRITE-FAULT
                   END-IF
                   MOVE SPACES TO WS-KEY-WORK
                   MOVE CV-DEPT TO WS-KEY-WORK(1:1)
                   PERFORM D200-CHECK-DUPLICATE
               WHEN 2
                   IF CTRL-RECORD(1:1) NOT ALPHABETIC
                           OR CTRL-RECORD(1:1) = SPACE
                       MOVE "PREFIX NOT A LETTER" TO WS-FAULT-TEXT
                       PERFORM W100-WRITE-FAULT
                   END-IF
                   MOVE SPACES TO WS-KEY-WORK
                   MOVE CTRL-RECORD(1:1) TO WS-KEY-WORK(1:1)
                   PERFORM D200-CHECK-DUPLICATE
               WHEN 3
                   IF CV-TAX-DEPT NOT NUMERIC
                           OR CV-TAX-RATE NOT NUMERIC
                       MOVE "DEPARTMENT OR RATE NOT NUMERIC"
                         TO WS-FAULT-TEXT
                       PERFORM W100-WRITE-FAULT
                   END-IF
                   MOVE SPACES TO WS-EFF-KEY-WORK
                   MOVE CV-TAX-DEPT TO WS-EFF-KEY-WORK(1:1)
                   PERFORM D400-CHECK-EFF-DATES
               WHEN 4
                   IF CV-CTY-CODE = SPACES
                           OR CV-CTY-NAME = SPACES
                       MOVE "BLANK COUNTY CODE OR NAME" TO WS-FAULT-TEXT
                       PERFORM W100-WRITE-FAULT
                   END-IF
                   MOVE SPACES TO WS-KEY-WORK
                   MOVE CV-CTY-CODE TO WS-KEY-WORK(1:4)
                   PERFORM D200-CHECK-DUPLICATE
               WHEN 5
                   IF CTRL-RECORD(1:11) NOT = SPACES
                       PERFORM D300-CHECK-BAND-ROW
                   END-IF
               WHEN 6
                   IF CV-AGE-THRESHOLD NOT NUMERIC
                       MOVE "THRESHOLD NOT NUMERIC" TO WS-FAULT-TEXT
                       PERFORM W100-WRITE-FAULT
                   ELSE
                       PERFORM D310-CHECK-AGE-ROW
                   END-IF
                   IF CV-AGE-BASIS NOT = SPACE AND NOT = 'C'
                           AND NOT = 'B'
                       MOVE "DAY BASIS NOT C OR B" TO WS-FAULT-TEXT
                       PERFORM W100-WRITE-FAULT
                   END-IF
               WHEN 7
                   IF CV-RATE-MARKER NOT = 'D'
                           AND CV-RATE-MARKER NOT = 'C'
                       MOVE "MARKER NOT D OR C" TO WS-FAULT-TEXT
                       PERFORM W100-WRITE-FAULT
                   END-IF
                   IF CV-RATE-RATE NOT NUMERIC
                       MOVE "RATE NOT NUMERIC" TO WS-FAULT-TEXT
                       PERFORM W100-WRITE-FAULT
                   END-IF
                   MOVE CTRL-RECORD(1:10) TO WS-EFF-KEY-WORK
                   PERFORM D400-CHECK-EFF-DATES
                   PERFORM D340-CHECK-RATE-ROW
               WHEN 8
                   IF CV-GL-MARKER = SPACE
                           OR CV-GL-DEBIT = SPACES
                           OR CV-GL-CREDIT = SPACES
                       MOVE "BLANK MARKER OR LEDGER ACCOUNT"
                         TO WS-FAULT-TEXT
                       PERFORM W100-WRITE-FAULT
                   END-IF
                   MOVE SPACES TO WS-EFF-KEY-WORK
                   MOVE CV-GL-MARKER TO WS-EFF-KEY-WORK(1:1)
                   PERFORM D400-CHECK-EFF-DATES
               WHEN 9
                   IF CV-SC-JOB = SPACES
                       MOVE "BLANK JOB NAME" TO WS-FAULT-TEXT
                       PERFORM W100-WRITE-FAULT
                   END-IF
                   IF CV-SC-VARIANCE NOT NUMERIC
                       MOVE "VARIANCE PCT NOT NUMERIC" TO WS-FAULT-TEXT
                       PERFORM W100-WRITE-FAULT
                   END-IF
                   MOVE CV-SC-JOB TO WS-KEY-WORK
                   PERFORM D200-CHECK-DUPLICATE
                   IF WS-JOB-COUNT < 50
                       ADD 1 TO WS-JOB-COUNT
                       SET WS-JOB-IDX TO WS-JOB-COUNT
                       MOVE CV-SC-JOB
                         TO WS-JOB-ENTRY(WS-JOB-IDX)
                   END-IF
               WHEN 10
                   PERFORM D320-CHECK-DEP-ROW
               WHEN 11
                   IF CV-PC-ITEM = SPACES
                       MOVE "BLANK ITEM CODE" TO WS-FAULT-TEXT
                       PERFORM W100-WRITE-FAULT
                   END-IF
                   IF CV-PC-PRICE NOT NUMERIC
                       MOVE "PRICE NOT NUMERIC" TO WS-FAULT-TEXT
                       PERFORM W100-WRITE-FAULT
                   END-IF
                   IF CV-PC-PACK-UNIT NOT = SPACES
                       IF CV-PC-PACK-UNIT NOT = 'KG' AND
                          CV-PC-PACK-UNIT NOT = 'L ' AND
                          CV-PC-PACK-UNIT NOT = 'EA'
                           MOVE "PACK UNIT NOT KG, L OR EA"
                             TO WS-FAULT-TEXT
                           PERFORM W100-WRITE-FAULT
                       END-IF
                       IF CV-PC-PACK-SIZE NOT NUMERIC OR
                          CV-PC-PACK-SIZE = '0000000'
                           MOVE "PACK SIZE NOT NUMERIC OR ZERO"
                             TO WS-FAULT-TEXT
                           PERFORM W100-WRITE-FAULT
                       END-IF
                   END-IF
                   MOVE SPACES TO WS-KEY-WORK
                   MOVE CV-PC-ITEM TO WS-KEY-WORK(1:3)
                   PERFORM D200-CHECK-DUPLICATE
               WHEN 12
                   IF CV-LC-PPP NOT NUMERIC
                           OR CV-LC-THRESHOLD NOT NUMERIC
                           OR CV-LC-BONUS NOT NUMERIC
                       MOVE "LOYALTY RATES NOT NUMERIC" TO WS-FAULT-TEXT
                       PERFORM W100-WRITE-FAULT
                   END-IF
               WHEN 13
                   IF CV-BV-CLASS = SPACE
                           OR CV-BV-RATE NOT NUMERIC
                       MOVE "BLANK CLASS OR RATE NOT NUMERIC"
                         TO WS-FAULT-TEXT
                       PERFORM W100-WRITE-FAULT
                   END-IF
                   MOVE SPACES TO WS-EFF-KEY-WORK
                   MOVE CV-BV-CLASS TO WS-EFF-KEY-WORK(1:1)
                   PERFORM D400-CHECK-EFF-DATES
               WHEN 14
                   IF CV-SUP-PREFIX NOT ALPHABETIC
                           OR CV-SUP-PREFIX = SPACE
                       MOVE "PREFIX NOT A LETTER" TO WS-FAULT-TEXT
                       PERFORM W100-WRITE-FAULT
                   END-IF
                   IF CV-SUP-CODE = SPACES
                           OR CV-SUP-NAME = SPACES
                       MOVE "BLANK SUPPLIER CODE OR NAME"
                         TO WS-FAULT-TEXT
                       PERFORM W100-WRITE-FAULT
                   END-IF
                   IF CV-SUP-TERMS NOT NUMERIC
                           OR CV-SUP-DISC NOT NUMERIC
                       MOVE "TERMS DAYS OR DISCOUNT NOT NUMERIC"
                         TO WS-FAULT-TEXT
                       PERFORM W100-WRITE-FAULT
                   END-IF
                   IF CV-SUP-BASIS NOT = SPACE AND NOT = 'C'
                           AND NOT = 'B'
                       MOVE "TERMS BASIS NOT C OR B" TO WS-FAULT-TEXT
                       PERFORM W100-WRITE-FAULT
                   END-IF
                   MOVE SPACES TO WS-KEY-WORK
                   MOVE CV-SUP-PREFIX TO WS-KEY-WORK(1:1)
                   PERFORM D200-CHECK-DUPLICATE
               WHEN 15
                   IF CV-CD-CONST = SPACES
                           OR CV-CD-NAME = SPACES
                       MOVE "BLANK CONSTITUENCY OR CANDIDATE"
                         TO WS-FAULT-TEXT
                       PERFORM W100-WRITE-FAULT
                   END-IF
                   IF CV-CD-POSITION NOT NUMERIC
                           OR CV-CD-POSITION = '0'
                       MOVE "BALLOT POSITION NOT 1-9" TO WS-FAULT-TEXT
                       PERFORM W100-WRITE-FAULT
                   END-IF
                   IF CV-CD-PARTY NOT NUMERIC
                       MOVE "PARTY INDEX NOT NUMERIC" TO WS-FAULT-TEXT
                       PERFORM W100-WRITE-FAULT
                   END-IF
                   MOVE SPACES TO WS-KEY-WORK
                   MOVE CV-CD-CONST TO WS-KEY-WORK(1:4)
                   MOVE CV-CD-POSITION TO WS-KEY-WORK(5:1)
                   MOVE CV-CD-ELECTION TO WS-KEY-WORK(6:4)
                   PERFORM D200-CHECK-DUPLICATE
               WHEN 16
                   PERFORM D350-CHECK-HOLIDAY-ROW
               WHEN 17
                   PERFORM D360-CHECK-PROMOTION-ROW
               WHEN 18
                   PERFORM D370-CHECK-ITEM-SUPPLIER-ROW
               WHEN 19
                   PERFORM D380-CHECK-PARTITION-ROW
           END-EVALUATE
           .

       D200-CHECK-DUPLICATE   SECTION.
           MOVE 'N' TO WS-KEY-DUP
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-COUNT
               IF WS-KEY-ENTRY(WS-KEY-IDX) = WS-KEY-WORK
                   MOVE 'Y' TO WS-KEY-DUP
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-KEY-DUP = 'Y'
               MOVE "DUPLICATE KEY" TO WS-FAULT-TEXT
               PERFORM W100-WRITE-FAULT
           ELSE
               IF WS-KEY-COUNT < 200
                   ADD 1 TO WS-KEY-COUNT
                   SET WS-KEY-IDX TO WS-KEY-COUNT
                   MOVE WS-KEY-WORK TO WS-KEY-ENTRY(WS-KEY-IDX)
               END-IF
           END-IF
           .

       D300-CHECK-BAND-ROW    SECTION.
           IF CTRL-RECORD(1:1) NOT = '+'
                   AND CTRL-RECORD(1:1) NOT = '-'
               MOVE "BAND LIMIT HAS NO LEADING SIGN" TO WS-FAULT-TEXT
               PERFORM W100-WRITE-FAULT
               GO TO D300-EXIT
           END-IF
           IF CTRL-RECORD(2:10) NOT NUMERIC
               MOVE "BAND LIMIT NOT NUMERIC" TO WS-FAULT-TEXT
               PERFORM W100-WRITE-FAULT
               GO TO D300-EXIT
           END-IF
           IF WS-FIRST-ROW = 'Y'
               MOVE 'N' TO WS-FIRST-ROW
           ELSE
               IF CV-BAND-LIMIT <= WS-PREV-LIMIT
                   MOVE "BAND LIMITS NOT ASCENDING" TO WS-FAULT-TEXT
                   PERFORM W100-WRITE-FAULT
               END-IF
           END-IF
           MOVE CV-BAND-LIMIT TO WS-PREV-LIMIT.
       D300-EXIT.
           EXIT.

       D310-CHECK-AGE-ROW     SECTION.
           IF WS-FIRST-ROW = 'Y'
               MOVE 'N' TO WS-FIRST-ROW
           ELSE
               IF FUNCTION NUMVAL(CV-AGE-THRESHOLD)
                       <= WS-PREV-LIMIT
                   MOVE "THRESHOLDS NOT ASCENDING" TO WS-FAULT-TEXT
                   PERFORM W100-WRITE-FAULT
               END-IF
           END-IF
           COMPUTE WS-PREV-LIMIT =
                   FUNCTION NUMVAL(CV-AGE-THRESHOLD)
           .

       D320-CHECK-DEP-ROW     SECTION.
           IF CV-DG-JOB = SPACES OR CV-DG-PRED = SPACES
               MOVE "BLANK JOB OR PREDECESSOR" TO WS-FAULT-TEXT
               PERFORM W100-WRITE-FAULT
               GO TO D320-EXIT
           END-IF
           MOVE CV-DG-JOB TO WS-KEY-WORK
           PERFORM D330-FIND-SCHEDULED-JOB
           IF WS-JOB-FOUND = 'N'
               MOVE "JOB NOT ON SCHEDCTL" TO WS-FAULT-TEXT
               PERFORM W100-WRITE-FAULT
           END-IF
           MOVE CV-DG-PRED TO WS-KEY-WORK
           PERFORM D330-FIND-SCHEDULED-JOB
           IF WS-JOB-FOUND = 'N'
               MOVE "PREDECESSOR NOT ON SCHEDCTL" TO WS-FAULT-TEXT
               PERFORM W100-WRITE-FAULT
           END-IF.
       D320-EXIT.
           EXIT.

       D330-FIND-SCHEDULED-JOB SECTION.
           MOVE 'N' TO WS-JOB-FOUND
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               IF WS-JOB-ENTRY(WS-JOB-IDX) = WS-KEY-WORK
                   MOVE 'Y' TO WS-JOB-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *RATECTL BAND LIMITS CARRY A SEPARATE LEADING SIGN AND NINE
      *DIGITS, AND MUST ASCEND - SAME DISCIPLINE AS THE BANDCTL
      *ROWS, ONE DIGIT NARROWER. ONLY THE ROWS IN FORCE ON THE
      *BUSINESS DATE FORM THE LADDER THE JOB WILL LOAD, SO ONLY
      *THOSE ARE HELD TO THE ASCENDING RULE.
       D340-CHECK-RATE-ROW    SECTION.
           IF CTRL-RECORD(1:1) NOT = '+'
                   AND CTRL-RECORD(1:1) NOT = '-'
               MOVE "BAND LIMIT HAS NO LEADING SIGN" TO WS-FAULT-TEXT
               PERFORM W100-WRITE-FAULT
               GO TO D340-EXIT
           END-IF
           IF CTRL-RECORD(2:9) NOT NUMERIC
               MOVE "BAND LIMIT NOT NUMERIC" TO WS-FAULT-TEXT
               PERFORM W100-WRITE-FAULT
               GO TO D340-EXIT
           END-IF
           IF NOT ROW-IN-FORCE
               GO TO D340-EXIT
           END-IF
           IF WS-FIRST-ROW = 'Y'
               MOVE 'N' TO WS-FIRST-ROW
           ELSE
               IF CV-RATE-LIMIT <= WS-PREV-LIMIT
                   MOVE "BAND LIMITS NOT ASCENDING" TO WS-FAULT-TEXT
                   PERFORM W100-WRITE-FAULT
               END-IF
           END-IF
           MOVE CV-RATE-LIMIT TO WS-PREV-LIMIT.
       D340-EXIT.
           EXIT.

      *A HOLIDAY ROW IS A REAL DATE, NAMED, AND LISTED ONCE. A
      *WEEKEND DATE IS HARMLESS BUT NEEDS NO ROW.
       D350-CHECK-HOLIDAY-ROW SECTION.
           IF HC-DATE NOT NUMERIC
               MOVE "HOLIDAY DATE NOT NUMERIC" TO WS-FAULT-TEXT
               PERFORM W100-WRITE-FAULT
               GO TO D350-EXIT
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(HC-DATE-N) NOT = 0
               MOVE "HOLIDAY NOT A VALID DATE" TO WS-FAULT-TEXT
               PERFORM W100-WRITE-FAULT
               GO TO D350-EXIT
           END-IF
           IF HC-DESCRIPTION = SPACES
               MOVE "BLANK HOLIDAY NAME" TO WS-FAULT-TEXT
               PERFORM W100-WRITE-FAULT
           END-IF
           MOVE SPACES TO WS-KEY-WORK
           MOVE HC-DATE TO WS-KEY-WORK(1:8)
           PERFORM D200-CHECK-DUPLICATE.
       D350-EXIT.
           EXIT.

      *A PROMOTION ROW: A CODE LISTED ONCE, A 'P' OR 'C' MARKER,
      *NUMERIC TERMS (A PERCENTAGE NEEDS A QUALIFYING COUNT), A
      *STACKING FLAG OF Y, N OR SPACE, AND REAL DATES IN ORDER - THE
      *END MAY BE 99999999, OPEN-ENDED.
       D360-CHECK-PROMOTION-ROW SECTION.
           IF PROM-DISC-CODE = SPACES OR PROM-DISC-CODE = '000'
               MOVE "BLANK DISCOUNT CODE" TO WS-FAULT-TEXT
               PERFORM W100-WRITE-FAULT
               GO TO D360-EXIT
           END-IF
           MOVE SPACES TO WS-KEY-WORK
           MOVE PROM-DISC-CODE TO WS-KEY-WORK(1:3)
           PERFORM D200-CHECK-DUPLICATE
           IF NOT PROM-PERCENT AND NOT PROM-CASH
               MOVE "MARKER NOT P OR C" TO WS-FAULT-TEXT
               PERFORM W100-WRITE-FAULT
           END-IF
           IF PROM-COUNT NOT NUMERIC OR PROM-VALUE NOT NUMERIC
               MOVE "COUNT OR VALUE NOT NUMERIC" TO WS-FAULT-TEXT
               PERFORM W100-WRITE-FAULT
           ELSE
               IF PROM-PERCENT AND PROM-COUNT = 0
                   MOVE "PERCENTAGE WITH ZERO COUNT" TO WS-FAULT-TEXT
                   PERFORM W100-WRITE-FAULT
               END-IF
           END-IF
           IF PROM-STACK-FLAG NOT = 'Y' AND NOT = 'N'
                   AND NOT = SPACE
               MOVE "STACKING FLAG NOT Y OR N" TO WS-FAULT-TEXT
               PERFORM W100-WRITE-FAULT
           END-IF
           IF PROM-START-DATE NOT NUMERIC
                   OR PROM-END-DATE NOT NUMERIC
               MOVE "PROMOTION DATES NOT NUMERIC" TO WS-FAULT-TEXT
               PERFORM W100-WRITE-FAULT
               GO TO D360-EXIT
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(PROM-START-DATE) NOT = 0
                   OR (PROM-END-DATE NOT = 99999999 AND
                   FUNCTION TEST-DATE-YYYYMMDD(PROM-END-DATE) NOT = 0)
               MOVE "PROMOTION DATE NOT VALID" TO WS-FAULT-TEXT
               PERFORM W100-WRITE-FAULT
               GO TO D360-EXIT
           END-IF
           IF PROM-END-DATE < PROM-START-DATE
               MOVE "PROMOTION ENDS BEFORE IT STARTS" TO WS-FAULT-TEXT
               PERFORM W100-WRITE-FAULT
           END-IF.
       D360-EXIT.
           EXIT.

      *AN ITEM-SUPPLIER ROW: AN ITEM AND A SUPPLIER PREFIX LETTER,
      *LISTED ONCE TOGETHER; A PREFERRED FLAG OF Y, N OR SPACE, AND
      *NO MORE THAN ONE PREFERRED SUPPLIER PER ITEM; A DEPARTMENT
      *1-9 AND A COST ABOVE ZERO FOR THE INVOICE MATCH; NUMERIC
      *LEAD DAYS AND TOLERANCE.
       D370-CHECK-ITEM-SUPPLIER-ROW SECTION.
           IF IS-ITEM-CODE = SPACES
               MOVE "BLANK ITEM CODE" TO WS-FAULT-TEXT
               PERFORM W100-WRITE-FAULT
               GO TO D370-EXIT
           END-IF
           IF IS-SUP-PREFIX NOT ALPHABETIC OR IS-SUP-PREFIX = SPACE
               MOVE "PREFIX NOT A LETTER" TO WS-FAULT-TEXT
               PERFORM W100-WRITE-FAULT
               GO TO D370-EXIT
           END-IF
           MOVE SPACES TO WS-KEY-WORK
           MOVE IS-ITEM-CODE TO WS-KEY-WORK(1:3)
           MOVE IS-SUP-PREFIX TO WS-KEY-WORK(4:1)
           PERFORM D200-CHECK-DUPLICATE
           IF IS-PREFERRED NOT = 'Y' AND NOT = 'N' AND NOT = SPACE
               MOVE "PREFERRED FLAG NOT Y OR N" TO WS-FAULT-TEXT
               PERFORM W100-WRITE-FAULT
           END-IF
           IF IS-PREFERRED-SUP
               MOVE SPACES TO WS-KEY-WORK
               MOVE '*' TO WS-KEY-WORK(1:1)
               MOVE IS-ITEM-CODE TO WS-KEY-WORK(2:3)
               MOVE 'N' TO WS-KEY-DUP
               PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                       UNTIL WS-KEY-IDX > WS-KEY-COUNT
                   IF WS-KEY-ENTRY(WS-KEY-IDX) = WS-KEY-WORK
                       MOVE 'Y' TO WS-KEY-DUP
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-KEY-DUP = 'Y'
                   MOVE "SECOND PREFERRED SUPPLIER FOR ITEM"
                     TO WS-FAULT-TEXT
                   PERFORM W100-WRITE-FAULT
               ELSE
                   IF WS-KEY-COUNT < 200
                       ADD 1 TO WS-KEY-COUNT
                       SET WS-KEY-IDX TO WS-KEY-COUNT
                       MOVE WS-KEY-WORK TO WS-KEY-ENTRY(WS-KEY-IDX)
                   END-IF
               END-IF
           END-IF
           IF IS-DEPT NOT NUMERIC OR IS-DEPT = 0
               MOVE "DEPARTMENT NOT 1-9" TO WS-FAULT-TEXT
               PERFORM W100-WRITE-FAULT
           END-IF
           IF IS-AGREED-COST NOT NUMERIC
               MOVE "AGREED COST NOT NUMERIC" TO WS-FAULT-TEXT
               PERFORM W100-WRITE-FAULT
           ELSE
               IF IS-AGREED-COST = 0
                   MOVE "AGREED COST IS ZERO" TO WS-FAULT-TEXT
                   PERFORM W100-WRITE-FAULT
               END-IF
           END-IF
           IF IS-LEAD-DAYS NOT NUMERIC OR IS-TOL-PCT NOT NUMERIC
               MOVE "LEAD DAYS OR TOLERANCE NOT NUMERIC"
                 TO WS-FAULT-TEXT
               PERFORM W100-WRITE-FAULT
           END-IF.
       D370-EXIT.
           EXIT.

      *A MERGE PARTITION ROW: A PARTITION NUMBER 01-99 IN ASCENDING
      *ROW ORDER, A LOW AND A HIGH ACCOUNT WITH LOW NOT ABOVE HIGH,
      *AND A RANGE THAT STARTS ABOVE THE PREVIOUS ROW'S HIGH - AN
      *OVERLAP WOULD MERGE AN ACCOUNT TWICE AND AN OUT-OF-ORDER ROW
      *WOULD BREAK THE RECOMBINED FILE'S SEQUENCE.
       D380-CHECK-PARTITION-ROW SECTION.
           IF PC-PARTITION NOT NUMERIC OR PC-PARTITION = 0
               MOVE "PARTITION NOT 01-99" TO WS-FAULT-TEXT
               PERFORM W100-WRITE-FAULT
               GO TO D380-EXIT
           END-IF
           MOVE SPACES TO WS-KEY-WORK
           MOVE PC-PARTITION TO WS-KEY-WORK(1:2)
           PERFORM D200-CHECK-DUPLICATE
           IF PC-LOW-ACCOUNT = SPACES OR PC-HIGH-ACCOUNT = SPACES
               MOVE "BLANK LOW OR HIGH ACCOUNT" TO WS-FAULT-TEXT
               PERFORM W100-WRITE-FAULT
               GO TO D380-EXIT
           END-IF
           IF PC-LOW-ACCOUNT > PC-HIGH-ACCOUNT
               MOVE "LOW ACCOUNT ABOVE HIGH ACCOUNT" TO WS-FAULT-TEXT
               PERFORM W100-WRITE-FAULT
           END-IF
           IF WS-FIRST-ROW = 'Y'
               MOVE 'N' TO WS-FIRST-ROW
           ELSE
               IF PC-PARTITION <= WS-PREV-PART-NUM
                   MOVE "PARTITIONS NOT ASCENDING" TO WS-FAULT-TEXT
                   PERFORM W100-WRITE-FAULT
               END-IF
               IF PC-LOW-ACCOUNT <= WS-PREV-PART-HIGH
                   MOVE "RANGE OVERLAPS OR PRECEDES PREVIOUS ROW"
                     TO WS-FAULT-TEXT
                   PERFORM W100-WRITE-FAULT
               END-IF
           END-IF
           MOVE PC-PARTITION TO WS-PREV-PART-NUM
           MOVE PC-HIGH-ACCOUNT TO WS-PREV-PART-HIGH.
       D380-EXIT.
           EXIT.

      *ROW-LEVEL EFFECTIVE-DATE RULES. A ROW WITH GOOD DATES IS
      *ADDED TO THE RANGE TABLE FOR THE END-OF-FILE CHECK, AND
      *FLAGGED WHEN IT IS IN FORCE ON THE BUSINESS DATE.
       D400-CHECK-EFF-DATES   SECTION.
           MOVE 'N' TO WS-ROW-IN-FORCE
           IF CV-EFF-FROM NOT NUMERIC OR CV-EFF-TO NOT NUMERIC
               MOVE "EFFECTIVE DATES NOT NUMERIC" TO WS-FAULT-TEXT
               PERFORM W100-WRITE-FAULT
               GO TO D400-EXIT
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(CV-EFF-FROM-N) NOT = 0
               MOVE "EFFECTIVE-FROM NOT A VALID DATE" TO WS-FAULT-TEXT
               PERFORM W100-WRITE-FAULT
               GO TO D400-EXIT
           END-IF
           IF CV-EFF-TO-N NOT = 99999999
              AND FUNCTION TEST-DATE-YYYYMMDD(CV-EFF-TO-N) NOT = 0
               MOVE "EFFECTIVE-TO NOT A VALID DATE" TO WS-FAULT-TEXT
               PERFORM W100-WRITE-FAULT
               GO TO D400-EXIT
           END-IF
           IF CV-EFF-TO-N < CV-EFF-FROM-N
               MOVE "EFFECTIVE-TO BEFORE EFFECTIVE-FROM"
                 TO WS-FAULT-TEXT
               PERFORM W100-WRITE-FAULT
               GO TO D400-EXIT
           END-IF
           IF CV-EFF-FROM <= WS-BUSINESS-DATE
                   AND CV-EFF-TO >= WS-BUSINESS-DATE
               MOVE 'Y' TO WS-ROW-IN-FORCE
           END-IF
           IF WS-EFF-COUNT < 200
               ADD 1 TO WS-EFF-COUNT
               SET WS-EFF-IDX TO WS-EFF-COUNT
               MOVE WS-EFF-KEY-WORK TO WS-EFF-KEY(WS-EFF-IDX)
               MOVE CV-EFF-FROM-N TO WS-EFF-FROM(WS-EFF-IDX)
               MOVE CV-EFF-TO-N TO WS-EFF-TO(WS-EFF-IDX)
               MOVE WS-ROW-NUM TO WS-EFF-ROW(WS-EFF-IDX)
           END-IF.
       D400-EXIT.
           EXIT.

      *END-OF-FILE RANGE CHECK. FOR EACH RANGE: ANY LATER ROW OF
      *THE SAME KEY WHOSE DATES TOUCH IT OVERLAPS; AND UNLESS THE
      *RANGE IS OPEN-ENDED, THE NEXT RANGE OF THE SAME KEY MUST
      *START THE DAY AFTER IT ENDS. FAULTS ARE REPORTED AGAINST THE
      *LATER OF THE TWO ROWS.
       D410-CHECK-EFF-RANGES  SECTION.
           PERFORM VARYING WS-EFF-IDX FROM 1 BY 1
                   UNTIL WS-EFF-IDX > WS-EFF-COUNT
               PERFORM D420-CHECK-OVERLAPS
               IF WS-EFF-TO(WS-EFF-IDX) NOT = 99999999
                   PERFORM D430-CHECK-GAP
               END-IF
           END-PERFORM
           .

       D420-CHECK-OVERLAPS    SECTION.
           PERFORM VARYING WS-EFF-IDX2 FROM WS-EFF-IDX BY 1
                   UNTIL WS-EFF-IDX2 > WS-EFF-COUNT
               IF WS-EFF-IDX2 NOT = WS-EFF-IDX
                  AND WS-EFF-KEY(WS-EFF-IDX2) = WS-EFF-KEY(WS-EFF-IDX)
                  AND WS-EFF-FROM(WS-EFF-IDX2) <= WS-EFF-TO(WS-EFF-IDX)
                  AND WS-EFF-FROM(WS-EFF-IDX) <= WS-EFF-TO(WS-EFF-IDX2)
                   MOVE WS-EFF-ROW(WS-EFF-IDX) TO WS-EFF-OTHER-ROW
                   MOVE SPACES TO WS-FAULT-TEXT
                   STRING "DATE RANGE OVERLAPS ROW " WS-EFF-OTHER-ROW
                          DELIMITED BY SIZE INTO WS-FAULT-TEXT
                   MOVE WS-EFF-ROW(WS-EFF-IDX2) TO WS-ROW-NUM
                   PERFORM W100-WRITE-FAULT
               END-IF
           END-PERFORM
           .

       D430-CHECK-GAP         SECTION.
           MOVE 0 TO WS-EFF-NEXT-IDX
           MOVE 99999999 TO WS-EFF-NEXT-FROM
           PERFORM VARYING WS-EFF-IDX2 FROM 1 BY 1
                   UNTIL WS-EFF-IDX2 > WS-EFF-COUNT
               IF WS-EFF-KEY(WS-EFF-IDX2) = WS-EFF-KEY(WS-EFF-IDX)
                  AND WS-EFF-FROM(WS-EFF-IDX2) > WS-EFF-TO(WS-EFF-IDX)
                  AND WS-EFF-FROM(WS-EFF-IDX2) < WS-EFF-NEXT-FROM
                   SET WS-EFF-NEXT-IDX TO WS-EFF-IDX2
                   MOVE WS-EFF-FROM(WS-EFF-IDX2) TO WS-EFF-NEXT-FROM
               END-IF
           END-PERFORM
           IF WS-EFF-NEXT-IDX = 0
               GO TO D430-EXIT
           END-IF
           COMPUTE WS-EFF-DAY-AFTER = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-EFF-TO(WS-EFF-IDX)) + 1)
           IF WS-EFF-NEXT-FROM NOT = WS-EFF-DAY-AFTER
               MOVE WS-EFF-ROW(WS-EFF-IDX) TO WS-EFF-OTHER-ROW
               MOVE SPACES TO WS-FAULT-TEXT
               STRING "DATE GAP AFTER ROW " WS-EFF-OTHER-ROW
                      DELIMITED BY SIZE INTO WS-FAULT-TEXT
               MOVE WS-EFF-ROW(WS-EFF-NEXT-IDX) TO WS-ROW-NUM
               PERFORM W100-WRITE-FAULT
           END-IF.
       D430-EXIT.
           EXIT.

      *EVERY FAULT IS COUNTED; THE FIRST HUNDRED ARE LISTED FOR
      *THE CALLER TO REPORT.
       W100-WRITE-FAULT       SECTION.
           ADD 1 TO CVP-FAULT-COUNT
           IF CVP-FAULT-COUNT <= 100
               MOVE WS-ROW-NUM TO CVP-FAULT-ROW(CVP-FAULT-COUNT)
               MOVE WS-FAULT-TEXT TO CVP-FAULT-TEXT(CVP-FAULT-COUNT)
           END-IF
           .
