       ID DIVISION.
       PROGRAM-ID. BDAYMOD.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * SHARED BUSINESS-DAY SERVICE, ALONGSIDE DATEMOD. DATEMOD
      * SAYS WHICH DAY IS BEING PROCESSED; THIS MODULE SAYS
      * WHETHER A DAY IS A WORKING DAY. SATURDAY AND SUNDAY ARE
      * NEVER BUSINESS DAYS; THE BANK AND PUBLIC HOLIDAYS COME
      * FROM THE HOLIDAY CALENDAR (HOLCTL), LOADED ONCE ON THE
      * FIRST CALL AND KEPT FOR THE REST OF THE RUN, SO EVERY JOB
      * IN THE SUITE AGREES ON THE SAME CALENDAR.
      *
      * THE ACTIONS (ISBD, NEXT, PREV, BTWN, ADDB) ARE DESCRIBED
      * IN BDYPRM. NO HOLCTL IS NOT AN ERROR - THE ANSWER IS
      * GIVEN ON WEEKENDS ALONE AND BDP-STATUS COMES BACK '04' SO
      * THE CALLER CAN SAY SO. AN INVALID DATE OR UNKNOWN ACTION
      * COMES BACK '08' WITH NOTHING ANSWERED.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT HOL-CTRL-FILE ASSIGN TO HOLCTL
           FILE STATUS IS WS-HOL-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD HOL-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 HOL-CTRL-REC.
           COPY HOLCTL.

       WORKING-STORAGE SECTION.
       01 WS-HOL-STATUS              PIC X(2).
           88 HOL-OK                 VALUE "00".

       01 WS-EOF-FLAG                PIC X.
           88 INPUT-DONE             VALUE 'Y'.
      *'Y' ONCE HOLCTL HAS BEEN READ (OR FOUND MISSING) THIS RUN.
       01 WS-CAL-LOADED              PIC X VALUE 'N'.
           88 CAL-LOADED             VALUE 'Y'.
       01 WS-CAL-MISSING             PIC X VALUE 'N'.
           88 CAL-MISSING            VALUE 'Y'.

      *THE HOLIDAYS AS DAY NUMBERS, ONE ENTRY PER DISTINCT DATE.
       01 WS-HOL-TABLE.
           03 WS-HOL-ENTRY OCCURS 500 TIMES INDEXED BY WS-HOL-IDX.
               05 WS-HOL-INT         PIC 9(7).
               05 WS-HOL-NAME        PIC X(30).
       01 WS-HOL-COUNT               PIC 9(3) VALUE 0.
       01 WS-HOL-FOUND               PIC X.
           88 HOL-FOUND              VALUE 'Y'.
       01 WS-HOL-WORK-INT            PIC 9(7).

       01 WS-INT-1                   PIC 9(7).
       01 WS-INT-2                   PIC 9(7).
       01 WS-LOW-INT                 PIC 9(7).
       01 WS-HIGH-INT                PIC 9(7).
       01 WS-DAY-INT                 PIC 9(7).
      *DAY NUMBER 1 (1 JAN 1601) WAS A MONDAY, SO THE DAY NUMBER
      *MOD 7 GIVES 1 MONDAY ... 6 SATURDAY, 0 SUNDAY.
       01 WS-WEEKDAY                 PIC 9(1).
           88 WEEKEND-DAY            VALUE 0 6.
       01 WS-DAY-OPEN                PIC X.
           88 DAY-OPEN               VALUE 'Y'.
       01 WS-DAY-NAME                PIC X(30).
       01 WS-STEP                    PIC S9(1).
       01 WS-GUARD                   PIC 9(4).
       01 WS-SPAN                    PIC 9(7).
       01 WS-WEEKS                   PIC 9(7).
       01 WS-COUNT                   PIC S9(7).
       01 WS-SIGN                    PIC S9(1).
       01 WS-TO-MOVE                 PIC 9(5).

       LINKAGE SECTION.
       01 LS-BDAY-PARMS.
           COPY BDYPRM.
      *
       PROCEDURE DIVISION USING LS-BDAY-PARMS.
       A100-BUSINESS-DAY      SECTION.
           IF NOT CAL-LOADED
               PERFORM B100-LOAD-CALENDAR
           END-IF
           MOVE 0 TO BDP-RESULT-DATE
           MOVE SPACE TO BDP-BUS-DAY-FLAG
           MOVE SPACES TO BDP-CLOSED-NAME
           IF FUNCTION TEST-DATE-YYYYMMDD(BDP-DATE-1) NOT = 0
               SET BDP-BAD-DATE TO TRUE
               GOBACK
           END-IF
           COMPUTE WS-INT-1 = FUNCTION INTEGER-OF-DATE(BDP-DATE-1)
           EVALUATE TRUE
               WHEN BDP-IS-BUS-DAY
                   MOVE WS-INT-1 TO WS-DAY-INT
                   PERFORM C100-CHECK-DAY
                   MOVE WS-DAY-OPEN TO BDP-BUS-DAY-FLAG
                   MOVE WS-DAY-NAME TO BDP-CLOSED-NAME
                   MOVE BDP-DATE-1 TO BDP-RESULT-DATE
               WHEN BDP-NEXT
                   MOVE WS-INT-1 TO WS-DAY-INT
                   MOVE 1 TO WS-STEP
                   PERFORM C200-STEP-TO-OPEN-DAY
                   PERFORM C900-SET-RESULT
               WHEN BDP-PREV
                   MOVE WS-INT-1 TO WS-DAY-INT
                   MOVE -1 TO WS-STEP
                   PERFORM C200-STEP-TO-OPEN-DAY
                   PERFORM C900-SET-RESULT
               WHEN BDP-BETWEEN
                   IF FUNCTION TEST-DATE-YYYYMMDD(BDP-DATE-2) NOT = 0
                       SET BDP-BAD-DATE TO TRUE
                       GOBACK
                   END-IF
                   PERFORM C300-COUNT-BETWEEN
               WHEN BDP-ADD
                   PERFORM C400-ADD-DAYS
               WHEN OTHER
                   DISPLAY "BDAYMOD - UNKNOWN ACTION " BDP-ACTION
                   SET BDP-BAD-DATE TO TRUE
                   GOBACK
           END-EVALUATE
           IF CAL-MISSING
               SET BDP-NO-CALENDAR TO TRUE
           ELSE
               SET BDP-OK TO TRUE
           END-IF
           GOBACK.

      *ROWS WITH AN INVALID DATE ARE DROPPED WITH A MESSAGE, AND A
      *DATE KEYED TWICE IS HELD ONCE, SO NO HOLIDAY IS COUNTED
      *TWICE IN A BTWN SPAN.
       B100-LOAD-CALENDAR     SECTION.
           SET CAL-LOADED TO TRUE
           MOVE 0 TO WS-HOL-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT HOL-CTRL-FILE
           IF NOT HOL-OK
               SET CAL-MISSING TO TRUE
               DISPLAY "BDAYMOD - NO HOLCTL, STATUS " WS-HOL-STATUS
                       ", BUSINESS DAYS ON WEEKENDS ONLY"
               GO TO B100-EXIT
           END-IF
           PERFORM UNTIL INPUT-DONE
               READ HOL-CTRL-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       PERFORM B110-ADD-HOLIDAY
               END-READ
           END-PERFORM
           CLOSE HOL-CTRL-FILE
           DISPLAY "STATUS - HOLIDAY CALENDAR LOADED, "
                   WS-HOL-COUNT " HOLIDAYS".
       B100-EXIT.
           EXIT.

       B110-ADD-HOLIDAY       SECTION.
           IF HC-DATE NOT NUMERIC
               DISPLAY "BDAYMOD - HOLCTL ROW DROPPED, BAD DATE "
                       HC-DATE
               GO TO B110-EXIT
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(HC-DATE-N) NOT = 0
               DISPLAY "BDAYMOD - HOLCTL ROW DROPPED, BAD DATE "
                       HC-DATE
               GO TO B110-EXIT
           END-IF
           COMPUTE WS-HOL-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(HC-DATE-N)
           MOVE WS-HOL-WORK-INT TO WS-DAY-INT
           PERFORM C110-FIND-HOLIDAY
           IF HOL-FOUND
               GO TO B110-EXIT
           END-IF
           IF WS-HOL-COUNT NOT < 500
               DISPLAY "BDAYMOD - HOLIDAY TABLE FULL, " HC-DATE
                       " DROPPED"
               GO TO B110-EXIT
           END-IF
           ADD 1 TO WS-HOL-COUNT
           SET WS-HOL-IDX TO WS-HOL-COUNT
           MOVE WS-HOL-WORK-INT TO WS-HOL-INT(WS-HOL-IDX)
           IF HC-DESCRIPTION = SPACES
               MOVE 'HOLIDAY' TO WS-HOL-NAME(WS-HOL-IDX)
           ELSE
               MOVE HC-DESCRIPTION TO WS-HOL-NAME(WS-HOL-IDX)
           END-IF.
       B110-EXIT.
           EXIT.

      *IS THE DAY WS-DAY-INT OPEN - AND IF NOT, WHY NOT.
       C100-CHECK-DAY         SECTION.
           MOVE 'Y' TO WS-DAY-OPEN
           MOVE SPACES TO WS-DAY-NAME
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INT, 7)
           EVALUATE TRUE
               WHEN WS-WEEKDAY = 6
                   MOVE 'N' TO WS-DAY-OPEN
                   MOVE 'SATURDAY' TO WS-DAY-NAME
               WHEN WS-WEEKDAY = 0
                   MOVE 'N' TO WS-DAY-OPEN
                   MOVE 'SUNDAY' TO WS-DAY-NAME
               WHEN OTHER
                   PERFORM C110-FIND-HOLIDAY
                   IF HOL-FOUND
                       MOVE 'N' TO WS-DAY-OPEN
                       MOVE WS-HOL-NAME(WS-HOL-IDX) TO WS-DAY-NAME
                   END-IF
           END-EVALUATE
           .

       C110-FIND-HOLIDAY      SECTION.
           MOVE 'N' TO WS-HOL-FOUND
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOL-COUNT
               IF WS-HOL-INT(WS-HOL-IDX) = WS-DAY-INT
                   MOVE 'Y' TO WS-HOL-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *ONE DAY AT A TIME IN THE DIRECTION OF WS-STEP UNTIL AN OPEN
      *DAY. THE GUARD ONLY STOPS A CALENDAR THAT CLOSES A WHOLE
      *YEAR RUNNING FOR EVER.
       C200-STEP-TO-OPEN-DAY  SECTION.
           MOVE 0 TO WS-GUARD
           MOVE 'N' TO WS-DAY-OPEN
           PERFORM UNTIL DAY-OPEN OR WS-GUARD > 366
               ADD 1 TO WS-GUARD
               ADD WS-STEP TO WS-DAY-INT
               PERFORM C100-CHECK-DAY
           END-PERFORM
           .

      *WEEKDAYS IN THE SPAN COME FROM THE WHOLE WEEKS (FIVE EACH)
      *PLUS THE ODD DAYS AT THE END; EACH WEEKDAY HOLIDAY INSIDE
      *THE SPAN IS THEN TAKEN OFF. THE SPAN EXCLUDES THE EARLIER
      *DATE AND INCLUDES THE LATER, LIKE A CALENDAR-DAY DIFFERENCE.
       C300-COUNT-BETWEEN     SECTION.
           COMPUTE WS-INT-2 = FUNCTION INTEGER-OF-DATE(BDP-DATE-2)
           IF WS-INT-2 < WS-INT-1
               MOVE WS-INT-2 TO WS-LOW-INT
               MOVE WS-INT-1 TO WS-HIGH-INT
               MOVE -1 TO WS-SIGN
           ELSE
               MOVE WS-INT-1 TO WS-LOW-INT
               MOVE WS-INT-2 TO WS-HIGH-INT
               MOVE 1 TO WS-SIGN
           END-IF
           COMPUTE WS-SPAN = WS-HIGH-INT - WS-LOW-INT
           DIVIDE WS-SPAN BY 7 GIVING WS-WEEKS
           COMPUTE WS-COUNT = WS-WEEKS * 5
           COMPUTE WS-DAY-INT = WS-LOW-INT + (WS-WEEKS * 7) + 1
           PERFORM UNTIL WS-DAY-INT > WS-HIGH-INT
               COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INT, 7)
               IF NOT WEEKEND-DAY
                   ADD 1 TO WS-COUNT
               END-IF
               ADD 1 TO WS-DAY-INT
           END-PERFORM
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOL-COUNT
               IF WS-HOL-INT(WS-HOL-IDX) > WS-LOW-INT
                       AND WS-HOL-INT(WS-HOL-IDX) <= WS-HIGH-INT
                   COMPUTE WS-WEEKDAY =
                           FUNCTION MOD(WS-HOL-INT(WS-HOL-IDX), 7)
                   IF NOT WEEKEND-DAY
                       SUBTRACT 1 FROM WS-COUNT
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE BDP-DAYS = WS-COUNT * WS-SIGN
           MOVE BDP-DATE-2 TO BDP-RESULT-DATE
           .

      *ZERO DAYS LEAVES THE DATE AS GIVEN, OPEN OR NOT.
       C400-ADD-DAYS          SECTION.
           MOVE WS-INT-1 TO WS-DAY-INT
           PERFORM C100-CHECK-DAY
           IF BDP-DAYS < 0
               MOVE -1 TO WS-STEP
               COMPUTE WS-TO-MOVE = 0 - BDP-DAYS
           ELSE
               MOVE 1 TO WS-STEP
               MOVE BDP-DAYS TO WS-TO-MOVE
           END-IF
           PERFORM WS-TO-MOVE TIMES
               PERFORM C200-STEP-TO-OPEN-DAY
           END-PERFORM
           PERFORM C900-SET-RESULT
           .

       C900-SET-RESULT        SECTION.
           COMPUTE BDP-RESULT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           MOVE WS-DAY-OPEN TO BDP-BUS-DAY-FLAG
           .
