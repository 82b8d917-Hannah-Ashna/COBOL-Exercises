       ID DIVISION.
       PROGRAM-ID. EXPPROG84.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * BATCH WINDOW TIMING HISTORY AND OVERRUN FORECAST. EVERY JOB
      * STAMPS ITS MACHINE-CLOCK START AND END ON ITS CDRUNLOG
      * RECORD; THIS REPORT (TIMERPT) WORKS FROM THAT HISTORY:
      *   - EACH JOB'S LATEST ELAPSED TIME AGAINST ITS ROLLING
      *     AVERAGE OVER THE LAST N STAMPED RUNS, WITH A TREND
      *     FIGURE - THE MEAN OF THE NEWER HALF OF THOSE RUNS
      *     AGAINST THE OLDER HALF. A JOB TRENDING UP BY MORE THAN
      *     THE SET PERCENTAGE IS FLAGGED (RC 4).
      *   - THE CRITICAL PATH THROUGH TONIGHT'S SCHEDULE (SCHEDCTL)
      *     AND THE DEPCTL JOB/PREDECESSOR PAIRS THE EXPPROG53
      *     ORCHESTRATOR RUNS BY. A JOB THAT HAS ALREADY RUN FOR
      *     THE BUSINESS DATE COUNTS AT ITS ACTUAL TIMES; ONE STILL
      *     TO RUN STARTS WHEN ITS LAST PREDECESSOR FINISHES (NOT
      *     BEFORE NOW) AND TAKES ITS ROLLING AVERAGE.
      *   - THE PROJECTED END OF THE NIGHT AGAINST THE AGREED
      *     BATCH-WINDOW END. A PROJECTED OVERRUN IS RC 4.
      * IT CAN BE RUN PART-WAY THROUGH THE NIGHT FOR A LIVE
      * FORECAST OR AFTERWARDS AS THE NIGHT'S RECORD.
      *
      * WINCTL CARD - WINDOW START AND END AS HHMM (THE END MAY BE
      * PAST MIDNIGHT), N RUNS OF HISTORY (2-30) AND THE TREND
      * PERCENTAGE. WITHOUT THE CARD: 2200 TO 0600, 10 RUNS, 20%.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT WINDOW-CTRL-FILE ASSIGN TO WINCTL
           FILE STATUS IS WS-WIN-STATUS.
           SELECT SCHED-CTRL-FILE ASSIGN TO SCHEDCTL
           FILE STATUS IS WS-SCHED-STATUS.
           SELECT DEP-CTRL-FILE ASSIGN TO DEPCTL
           FILE STATUS IS WS-DEP-STATUS.
           SELECT RUN-LOG-IN ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-LOGIN-STATUS.
           SELECT TIME-RPT-FILE ASSIGN TO TIMERPT
           FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD WINDOW-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 WINDOW-CTRL-REC.
           03 WC-WINDOW-START      PIC 9(4).
           03 WC-WINDOW-END        PIC 9(4).
           03 WC-HISTORY-RUNS      PIC 9(2).
           03 WC-TREND-PCT         PIC 9(3).
           03 FILLER               PIC X(67).

      *THE EXPECTED-SCHEDULE CONTROL - MUST BE KEPT IN STEP WITH
      *EXPPROG27'S COPY.
       FD SCHED-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 SCHED-CTRL-REC.
           03 SC-JOB-NAME       PIC X(8).
           03 SC-VARIANCE-PCT   PIC 9(3).
           03 SC-PROGRAM-NAME   PIC X(8).
           03 FILLER            PIC X(61).

      *GATEMOD'S DEPENDENCY PAIRS - MUST BE KEPT IN STEP.
       FD DEP-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 DEP-CTRL-REC.
           03 DG-JOB-NAME       PIC X(8).
           03 DG-PRED-NAME      PIC X(8).
           03 FILLER            PIC X(64).

       FD RUN-LOG-IN BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 RUN-LOG-IN-RECORD.
           COPY RUNLOG.

       FD TIME-RPT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 TIME-RPT-RECORD          PIC X(80).

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

       01 WS-WIN-STATUS            PIC X(2).
           88 WIN-OK               VALUE "00".
       01 WS-SCHED-STATUS          PIC X(2).
           88 SCHED-OK             VALUE "00".
       01 WS-DEP-STATUS            PIC X(2).
           88 DEP-OK               VALUE "00".
       01 WS-LOGIN-STATUS          PIC X(2).
           88 LOGIN-OK             VALUE "00".
       01 WS-RPT-STATUS            PIC X(2).
           88 RPT-OK               VALUE "00".
       01 WS-RUNLOG-STATUS         PIC X(2).

       01 WS-EOF-FLAG              PIC X VALUE 'N'.
           88 INPUT-DONE           VALUE 'Y'.

       01 WS-RUN-INPUT-COUNT       PIC 9(8) VALUE 0.
       01 WS-STAMPED-COUNT         PIC 9(8) VALUE 0.
       01 WS-TREND-COUNT           PIC 9(8) VALUE 0.

      *THE WINDOW CONTROL, DEFAULTED WHEN THERE IS NO CARD
       01 WS-WINDOW-START          PIC 9(4) VALUE 2200.
       01 WS-WINDOW-START-PARTS REDEFINES WS-WINDOW-START.
           03 WS-WS-HH             PIC 9(2).
           03 WS-WS-MM             PIC 9(2).
       01 WS-WINDOW-END            PIC 9(4) VALUE 0600.
       01 WS-WINDOW-END-PARTS REDEFINES WS-WINDOW-END.
           03 WS-WE-HH             PIC 9(2).
           03 WS-WE-MM             PIC 9(2).
       01 WS-HISTORY-RUNS          PIC 9(2) VALUE 10.
       01 WS-TREND-LIMIT           PIC 9(3) VALUE 20.

      *ABSOLUTE TIMES ARE SECONDS FROM THE INTEGER-OF-DATE EPOCH
       01 WS-STAMP                 PIC X(16).
       01 WS-STAMP-PARTS REDEFINES WS-STAMP.
           03 WS-STAMP-DATE        PIC 9(8).
           03 WS-STAMP-HH          PIC 9(2).
           03 WS-STAMP-MM          PIC 9(2).
           03 WS-STAMP-SS          PIC 9(2).
           03 WS-STAMP-CC          PIC 9(2).
       01 WS-STAMP-ABS             PIC 9(11).
       01 WS-START-ABS             PIC 9(11).
       01 WS-END-ABS               PIC 9(11).
       01 WS-NOW-ABS               PIC 9(11).
       01 WS-FIRST-START-ABS       PIC 9(11) VALUE 0.
       01 WS-ANCHOR-ABS            PIC 9(11).
       01 WS-WINDOW-END-ABS        PIC 9(11).
       01 WS-WINDOW-START-SECS     PIC 9(5).
       01 WS-WINDOW-SPAN           PIC S9(6).
       01 WS-DAY-NUM               PIC 9(7).
       01 WS-DAY-SECS              PIC 9(5).
       01 WS-ELAPSED               PIC S9(11).

      *EVERY JOB SEEN ON THE RUN LOG OR THE SCHEDULE. THE LAST N
      *ELAPSED TIMES (SECONDS) ARE HELD OLDEST FIRST.
       01 WS-JOB-TABLE.
           03 WS-JB-ENTRY OCCURS 100 TIMES.
               05 WS-JB-NAME        PIC X(8).
               05 WS-JB-RUNS        PIC 9(2).
               05 WS-JB-DUR         PIC 9(6) OCCURS 30 TIMES.
               05 WS-JB-LAST-DATE   PIC X(8).
               05 WS-JB-TONIGHT     PIC X(1).
               05 WS-JB-TN-START    PIC 9(11).
               05 WS-JB-TN-END      PIC 9(11).
               05 WS-JB-SCHEDULED   PIC X(1).
               05 WS-JB-AVERAGE     PIC 9(6).
               05 WS-JB-TREND       PIC S9(5)V9.
               05 WS-JB-TREND-SET   PIC X(1).
               05 WS-JB-START       PIC 9(11).
               05 WS-JB-FINISH      PIC 9(11).
               05 WS-JB-BIND        PIC 9(3).
       01 WS-JOB-COUNT             PIC 9(3) VALUE 0.
       01 WS-JB-IDX                PIC 9(3).
       01 WS-JB-FOUND              PIC 9(3).
       01 WS-PRED-IDX              PIC 9(3).
       01 WS-DUR-IDX               PIC 9(2).
       01 WS-SEARCH-NAME           PIC X(8).

       01 WS-DEP-TABLE.
           03 WS-DEP-ENTRY OCCURS 200 TIMES.
               05 WS-DEP-JOB        PIC 9(3).
               05 WS-DEP-PRED       PIC 9(3).
       01 WS-DEP-COUNT             PIC 9(3) VALUE 0.
       01 WS-DEP-IDX               PIC 9(3).

      *AVERAGES AND TRENDS
       01 WS-DUR-SUM               PIC 9(8).
       01 WS-HALF                  PIC 9(2).
       01 WS-OLD-MEAN              PIC 9(6)V9.
       01 WS-NEW-MEAN              PIC 9(6)V9.
       01 WS-NEW-FIRST             PIC 9(2).
       01 WS-VARIANCE              PIC S9(5)V9.
       01 WS-LAST-ELAPSED          PIC 9(6).

      *PROJECTION
       01 WS-CHANGED-FLAG          PIC X.
           88 SOMETHING-CHANGED    VALUE 'Y'.
       01 WS-PASS-COUNT            PIC 9(3).
       01 WS-EARLIEST-START        PIC 9(11).
       01 WS-NIGHT-END-ABS         PIC 9(11) VALUE 0.
       01 WS-NIGHT-LAST-JOB        PIC 9(3) VALUE 0.
       01 WS-SCHED-COUNT           PIC 9(3) VALUE 0.
       01 WS-PATH-TABLE.
           03 WS-PATH-JOB          PIC 9(3) OCCURS 100 TIMES.
       01 WS-PATH-COUNT            PIC 9(3) VALUE 0.
       01 WS-PATH-IDX              PIC 9(3).
       01 WS-OVERRUN-FLAG          PIC X VALUE 'N'.
           88 NIGHT-OVERRUNS       VALUE 'Y'.

      *TIME FORMATTING
       01 WS-FMT-SECS              PIC 9(11).
       01 WS-FMT-HOURS             PIC 9(6).
       01 WS-FMT-REST              PIC 9(6).
       01 WS-HMS.
           03 WS-HMS-HH            PIC 9(2).
           03 FILLER               PIC X VALUE ':'.
           03 WS-HMS-MM            PIC 9(2).
           03 FILLER               PIC X VALUE ':'.
           03 WS-HMS-SS            PIC 9(2).
       01 WS-FMT-DATE              PIC 9(8).

      *REPORT LINES
       01 TM-TITLE-LINE.
           03 FILLER               PIC X(31) VALUE
              'BATCH WINDOW TIMING - NIGHT OF '.
           03 TT-NIGHT             PIC X(8).
           03 FILLER               PIC X(9) VALUE '  WINDOW '.
           03 TT-WIN-START         PIC 9(4).
           03 FILLER               PIC X(4) VALUE ' TO '.
           03 TT-WIN-END           PIC 9(4).
           03 FILLER               PIC X(20) VALUE SPACES.
       01 TM-SECTION-LINE.
           03 TS-TEXT              PIC X(80).
       01 TM-JOB-HEAD.
           03 FILLER               PIC X(10) VALUE 'JOB'.
           03 FILLER               PIC X(10) VALUE 'LAST RUN'.
           03 FILLER               PIC X(10) VALUE 'ELAPSED'.
           03 FILLER               PIC X(10) VALUE 'AVERAGE'.
           03 FILLER               PIC X(9) VALUE '  VAR %'.
           03 FILLER               PIC X(4) VALUE 'RUNS'.
           03 FILLER               PIC X(8) VALUE ' TREND %'.
           03 FILLER               PIC X(19) VALUE SPACES.
       01 TM-JOB-LINE.
           03 TJ-JOB               PIC X(8).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 TJ-LAST-DATE         PIC X(8).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 TJ-ELAPSED           PIC X(8).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 TJ-AVERAGE           PIC X(8).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 TJ-VARIANCE          PIC +(4)9.9.
           03 TJ-VARIANCE-X REDEFINES TJ-VARIANCE PIC X(7).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 TJ-RUNS              PIC ZZZ9.
           03 FILLER               PIC X(1) VALUE SPACES.
           03 TJ-TREND             PIC +(4)9.9.
           03 TJ-TREND-X REDEFINES TJ-TREND PIC X(7).
           03 FILLER               PIC X(1) VALUE SPACES.
           03 TJ-FLAG              PIC X(11).
           03 FILLER               PIC X(7) VALUE SPACES.
       01 TM-PATH-HEAD.
           03 FILLER               PIC X(10) VALUE 'JOB'.
           03 FILLER               PIC X(10) VALUE 'STATE'.
           03 FILLER               PIC X(10) VALUE 'START'.
           03 FILLER               PIC X(10) VALUE 'END'.
           03 FILLER               PIC X(10) VALUE 'ELAPSED'.
           03 FILLER               PIC X(30) VALUE SPACES.
       01 TM-PATH-LINE.
           03 TP-JOB               PIC X(8).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 TP-STATE             PIC X(8).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 TP-START             PIC X(8).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 TP-END               PIC X(8).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 TP-ELAPSED           PIC X(8).
           03 FILLER               PIC X(32) VALUE SPACES.
       01 TM-END-LINE.
           03 TE-LABEL             PIC X(22).
           03 TE-TIME              PIC X(8).
           03 FILLER               PIC X(4) VALUE ' ON '.
           03 TE-DATE              PIC 9(8).
           03 FILLER               PIC X(38) VALUE SPACES.
       01 TM-RESULT-LINE.
           03 TR-TEXT              PIC X(25).
           03 TR-TIME              PIC X(8).
           03 TR-TAIL              PIC X(47).
      *
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING BATCH WINDOW TIMING REPORT"
           MOVE WS-JOB-START-STAMP TO WS-STAMP
           PERFORM E200-STAMP-TO-ABS
           MOVE WS-STAMP-ABS TO WS-NOW-ABS
           PERFORM B100-READ-WINDOW-CARD
           PERFORM B200-LOAD-RUN-HISTORY
           PERFORM B300-LOAD-SCHEDULE
           PERFORM B400-LOAD-DEPENDENCIES
           PERFORM C100-AVERAGE-AND-TREND
               VARYING WS-JB-IDX FROM 1 BY 1
               UNTIL WS-JB-IDX > WS-JOB-COUNT
           PERFORM C200-SET-ANCHOR
           PERFORM C300-PROJECT-THE-NIGHT
           OPEN OUTPUT TIME-RPT-FILE
           IF NOT RPT-OK
               DISPLAY "ERROR - COULD NOT OPEN TIMERPT, STATUS "
                       WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE WS-BUSINESS-DATE TO TT-NIGHT
           MOVE WS-WINDOW-START TO TT-WIN-START
           MOVE WS-WINDOW-END TO TT-WIN-END
           WRITE TIME-RPT-RECORD FROM TM-TITLE-LINE
           PERFORM D100-PRINT-JOB-TIMES
           PERFORM D200-PRINT-CRITICAL-PATH
           PERFORM D300-PRINT-FORECAST
           CLOSE TIME-RPT-FILE
           IF (WS-TREND-COUNT > 0 OR NIGHT-OVERRUNS)
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - STAMPED RUNS READ: " WS-STAMPED-COUNT
                   "  JOBS TRENDING UP: " WS-TREND-COUNT
           DISPLAY "STATUS - BATCH WINDOW TIMING REPORT DONE"
           GOBACK
           .

       B100-READ-WINDOW-CARD  SECTION.
           OPEN INPUT WINDOW-CTRL-FILE
           IF NOT WIN-OK
               DISPLAY "WARNING - NO WINCTL CARD, WINDOW 2200 TO "
                       "0600, 10 RUNS, TREND LIMIT 20%"
               GO TO B100-EXIT
           END-IF
           READ WINDOW-CTRL-FILE
               AT END
                   DISPLAY "WARNING - WINCTL EMPTY, DEFAULTS USED"
                   CLOSE WINDOW-CTRL-FILE
                   GO TO B100-EXIT
           END-READ
           CLOSE WINDOW-CTRL-FILE
           ADD 1 TO WS-RUN-INPUT-COUNT
           IF WC-WINDOW-START NOT NUMERIC OR WC-WINDOW-END NOT NUMERIC
                   OR WC-HISTORY-RUNS NOT NUMERIC
                   OR WC-TREND-PCT NOT NUMERIC
               DISPLAY "ERROR - WINCTL CARD NOT NUMERIC"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE WC-WINDOW-START TO WS-WINDOW-START
           MOVE WC-WINDOW-END TO WS-WINDOW-END
           MOVE WC-HISTORY-RUNS TO WS-HISTORY-RUNS
           MOVE WC-TREND-PCT TO WS-TREND-LIMIT
           IF WS-WS-HH > 23 OR WS-WS-MM > 59
                   OR WS-WE-HH > 23 OR WS-WE-MM > 59
                   OR WS-HISTORY-RUNS < 2 OR WS-HISTORY-RUNS > 30
               DISPLAY "ERROR - WINCTL WINDOW " WC-WINDOW-START
                       " TO " WC-WINDOW-END " / RUNS "
                       WC-HISTORY-RUNS " - TIMES ARE HHMM, RUNS 2-30"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF.
       B100-EXIT.
           EXIT.

      *THE WHOLE RUN LOG, OLDEST FIRST. RECORDS WRITTEN BEFORE THE
      *START AND END STAMPS WERE KEPT ARE PASSED OVER.
       B200-LOAD-RUN-HISTORY  SECTION.
           OPEN INPUT RUN-LOG-IN
           IF NOT LOGIN-OK
               DISPLAY "WARNING - NO CDRUNLOG, NO HISTORY TO REPORT"
               GO TO B200-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ RUN-LOG-IN
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RUN-INPUT-COUNT
                       IF RL-START-STAMP OF RUN-LOG-IN-RECORD NUMERIC
                          AND RL-END-STAMP OF RUN-LOG-IN-RECORD
                              NUMERIC
                          AND RL-JOB-NAME OF RUN-LOG-IN-RECORD
                              NOT = SPACES
                           PERFORM B210-ADD-RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-LOG-IN.
       B200-EXIT.
           EXIT.

       B210-ADD-RUN           SECTION.
           MOVE RL-START-STAMP OF RUN-LOG-IN-RECORD TO WS-STAMP
           PERFORM E200-STAMP-TO-ABS
           MOVE WS-STAMP-ABS TO WS-START-ABS
           MOVE RL-END-STAMP OF RUN-LOG-IN-RECORD TO WS-STAMP
           PERFORM E200-STAMP-TO-ABS
           MOVE WS-STAMP-ABS TO WS-END-ABS
           COMPUTE WS-ELAPSED = WS-END-ABS - WS-START-ABS
           IF WS-ELAPSED < 0 OR WS-ELAPSED > 999999
               GO TO B210-EXIT
           END-IF
           ADD 1 TO WS-STAMPED-COUNT
           MOVE RL-JOB-NAME OF RUN-LOG-IN-RECORD TO WS-SEARCH-NAME
           PERFORM E100-FIND-JOB
           IF WS-JB-FOUND = 0
               GO TO B210-EXIT
           END-IF
           MOVE WS-JB-FOUND TO WS-JB-IDX
           IF WS-JB-RUNS(WS-JB-IDX) >= WS-HISTORY-RUNS
               PERFORM VARYING WS-DUR-IDX FROM 2 BY 1
                       UNTIL WS-DUR-IDX > WS-JB-RUNS(WS-JB-IDX)
                   MOVE WS-JB-DUR(WS-JB-IDX, WS-DUR-IDX)
                     TO WS-JB-DUR(WS-JB-IDX, WS-DUR-IDX - 1)
               END-PERFORM
           ELSE
               ADD 1 TO WS-JB-RUNS(WS-JB-IDX)
           END-IF
           MOVE WS-JB-RUNS(WS-JB-IDX) TO WS-DUR-IDX
           MOVE WS-ELAPSED TO WS-JB-DUR(WS-JB-IDX, WS-DUR-IDX)
           MOVE RL-RUN-DATE OF RUN-LOG-IN-RECORD
             TO WS-JB-LAST-DATE(WS-JB-IDX)
      *A RERUN TONIGHT REPLACES THE EARLIER ATTEMPT'S TIMES.
           IF RL-RUN-DATE OF RUN-LOG-IN-RECORD = WS-BUSINESS-DATE
               MOVE 'Y' TO WS-JB-TONIGHT(WS-JB-IDX)
               MOVE WS-START-ABS TO WS-JB-TN-START(WS-JB-IDX)
               MOVE WS-END-ABS TO WS-JB-TN-END(WS-JB-IDX)
               IF WS-FIRST-START-ABS = 0
                       OR WS-START-ABS < WS-FIRST-START-ABS
                   MOVE WS-START-ABS TO WS-FIRST-START-ABS
               END-IF
           END-IF.
       B210-EXIT.
           EXIT.

       B300-LOAD-SCHEDULE     SECTION.
           OPEN INPUT SCHED-CTRL-FILE
           IF NOT SCHED-OK
               DISPLAY "WARNING - NO SCHEDCTL, NO CRITICAL PATH OR "
                       "FORECAST"
               GO TO B300-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ SCHED-CTRL-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RUN-INPUT-COUNT
                       IF SC-JOB-NAME NOT = SPACES
                           MOVE SC-JOB-NAME TO WS-SEARCH-NAME
                           PERFORM E100-FIND-JOB
                           IF WS-JB-FOUND NOT = 0
                               MOVE 'Y' TO WS-JB-SCHEDULED(WS-JB-FOUND)
                               ADD 1 TO WS-SCHED-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHED-CTRL-FILE.
       B300-EXIT.
           EXIT.

      *ONLY PAIRS WHERE BOTH JOBS ARE ON TONIGHT'S SCHEDULE MATTER -
      *AS IN EXPPROG53, AN UNSCHEDULED PREDECESSOR IS ALREADY MET.
       B400-LOAD-DEPENDENCIES SECTION.
           OPEN INPUT DEP-CTRL-FILE
           IF NOT DEP-OK
               DISPLAY "STATUS - NO DEPCTL, JOBS TREATED AS "
                       "INDEPENDENT"
               GO TO B400-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ DEP-CTRL-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RUN-INPUT-COUNT
                       PERFORM B410-ADD-DEPENDENCY
               END-READ
           END-PERFORM
           CLOSE DEP-CTRL-FILE.
       B400-EXIT.
           EXIT.

       B410-ADD-DEPENDENCY    SECTION.
           MOVE 0 TO WS-JB-IDX
                     WS-PRED-IDX
           PERFORM VARYING WS-JB-FOUND FROM 1 BY 1
                   UNTIL WS-JB-FOUND > WS-JOB-COUNT
               IF WS-JB-SCHEDULED(WS-JB-FOUND) = 'Y'
                   IF WS-JB-NAME(WS-JB-FOUND) = DG-JOB-NAME
                       MOVE WS-JB-FOUND TO WS-JB-IDX
                   END-IF
                   IF WS-JB-NAME(WS-JB-FOUND) = DG-PRED-NAME
                       MOVE WS-JB-FOUND TO WS-PRED-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-JB-IDX = 0 OR WS-PRED-IDX = 0
               GO TO B410-EXIT
           END-IF
           IF WS-DEP-COUNT >= 200
               DISPLAY "STATUS - DEPENDENCY TABLE FULL, DROPPING "
                       DG-JOB-NAME "/" DG-PRED-NAME
               GO TO B410-EXIT
           END-IF
           ADD 1 TO WS-DEP-COUNT
           MOVE WS-JB-IDX TO WS-DEP-JOB(WS-DEP-COUNT)
           MOVE WS-PRED-IDX TO WS-DEP-PRED(WS-DEP-COUNT).
       B410-EXIT.
           EXIT.

      *ROLLING AVERAGE OF THE HELD RUNS; WITH FOUR OR MORE, THE
      *NEWER HALF'S MEAN AGAINST THE OLDER HALF'S.
       C100-AVERAGE-AND-TREND SECTION.
           MOVE 0 TO WS-JB-AVERAGE(WS-JB-IDX)
                     WS-JB-TREND(WS-JB-IDX)
           MOVE 'N' TO WS-JB-TREND-SET(WS-JB-IDX)
           IF WS-JB-RUNS(WS-JB-IDX) = 0
               GO TO C100-EXIT
           END-IF
           MOVE 0 TO WS-DUR-SUM
           PERFORM VARYING WS-DUR-IDX FROM 1 BY 1
                   UNTIL WS-DUR-IDX > WS-JB-RUNS(WS-JB-IDX)
               ADD WS-JB-DUR(WS-JB-IDX, WS-DUR-IDX) TO WS-DUR-SUM
           END-PERFORM
           DIVIDE WS-DUR-SUM BY WS-JB-RUNS(WS-JB-IDX)
               GIVING WS-JB-AVERAGE(WS-JB-IDX) ROUNDED
           IF WS-JB-RUNS(WS-JB-IDX) < 4
               GO TO C100-EXIT
           END-IF
           DIVIDE WS-JB-RUNS(WS-JB-IDX) BY 2 GIVING WS-HALF
           MOVE 0 TO WS-DUR-SUM
           PERFORM VARYING WS-DUR-IDX FROM 1 BY 1
                   UNTIL WS-DUR-IDX > WS-HALF
               ADD WS-JB-DUR(WS-JB-IDX, WS-DUR-IDX) TO WS-DUR-SUM
           END-PERFORM
           DIVIDE WS-DUR-SUM BY WS-HALF GIVING WS-OLD-MEAN ROUNDED
           COMPUTE WS-NEW-FIRST = WS-JB-RUNS(WS-JB-IDX) - WS-HALF + 1
           MOVE 0 TO WS-DUR-SUM
           PERFORM VARYING WS-DUR-IDX FROM WS-NEW-FIRST BY 1
                   UNTIL WS-DUR-IDX > WS-JB-RUNS(WS-JB-IDX)
               ADD WS-JB-DUR(WS-JB-IDX, WS-DUR-IDX) TO WS-DUR-SUM
           END-PERFORM
           DIVIDE WS-DUR-SUM BY WS-HALF GIVING WS-NEW-MEAN ROUNDED
           IF WS-OLD-MEAN = 0
               GO TO C100-EXIT
           END-IF
           COMPUTE WS-JB-TREND(WS-JB-IDX) ROUNDED =
                   WS-NEW-MEAN * 100 / WS-OLD-MEAN - 100
           MOVE 'Y' TO WS-JB-TREND-SET(WS-JB-IDX)
           IF WS-JB-TREND(WS-JB-IDX) > WS-TREND-LIMIT
               ADD 1 TO WS-TREND-COUNT
               DISPLAY "WARNING - " WS-JB-NAME(WS-JB-IDX)
                       " DURATION UP " WS-JB-TREND(WS-JB-IDX)
                       "% OVER ITS LAST " WS-JB-RUNS(WS-JB-IDX)
                       " RUNS"
           END-IF.
       C100-EXIT.
           EXIT.

      *THE NIGHT BEGINS AT THE WINDOW START ON THE EVENING OF THE
      *FIRST JOB TO RUN TONIGHT (OR OF NOW, IF NONE HAS RUN YET).
       C200-SET-ANCHOR        SECTION.
           IF WS-FIRST-START-ABS = 0
               MOVE WS-NOW-ABS TO WS-FIRST-START-ABS
           END-IF
           DIVIDE WS-FIRST-START-ABS BY 86400 GIVING WS-DAY-NUM
               REMAINDER WS-DAY-SECS
           COMPUTE WS-WINDOW-START-SECS =
                   WS-WS-HH * 3600 + WS-WS-MM * 60
           IF WS-DAY-SECS < WS-WINDOW-START-SECS
               SUBTRACT 1 FROM WS-DAY-NUM
           END-IF
           COMPUTE WS-ANCHOR-ABS =
                   WS-DAY-NUM * 86400 + WS-WINDOW-START-SECS
           COMPUTE WS-WINDOW-SPAN =
                   WS-WE-HH * 3600 + WS-WE-MM * 60
                 - WS-WINDOW-START-SECS
           IF WS-WINDOW-SPAN NOT > 0
               ADD 86400 TO WS-WINDOW-SPAN
           END-IF
           COMPUTE WS-WINDOW-END-ABS = WS-ANCHOR-ABS + WS-WINDOW-SPAN
           .

      *JOBS THAT HAVE RUN ARE FIXED AT THEIR ACTUAL TIMES; THE REST
      *ARE PUSHED BACK BEHIND THEIR PREDECESSORS UNTIL NOTHING MOVES
      *(A DEPENDENCY LOOP STOPS AFTER ONE PASS PER JOB).
       C300-PROJECT-THE-NIGHT SECTION.
           MOVE WS-ANCHOR-ABS TO WS-EARLIEST-START
           IF WS-NOW-ABS > WS-EARLIEST-START
               MOVE WS-NOW-ABS TO WS-EARLIEST-START
           END-IF
           PERFORM VARYING WS-JB-IDX FROM 1 BY 1
                   UNTIL WS-JB-IDX > WS-JOB-COUNT
               MOVE 0 TO WS-JB-BIND(WS-JB-IDX)
               IF WS-JB-TONIGHT(WS-JB-IDX) = 'Y'
                   MOVE WS-JB-TN-START(WS-JB-IDX)
                     TO WS-JB-START(WS-JB-IDX)
                   MOVE WS-JB-TN-END(WS-JB-IDX)
                     TO WS-JB-FINISH(WS-JB-IDX)
               ELSE
                   MOVE WS-EARLIEST-START TO WS-JB-START(WS-JB-IDX)
                   COMPUTE WS-JB-FINISH(WS-JB-IDX) =
                           WS-EARLIEST-START + WS-JB-AVERAGE(WS-JB-IDX)
               END-IF
           END-PERFORM
           MOVE 0 TO WS-PASS-COUNT
           SET SOMETHING-CHANGED TO TRUE
           PERFORM UNTIL NOT SOMETHING-CHANGED
                   OR WS-PASS-COUNT > WS-JOB-COUNT
               ADD 1 TO WS-PASS-COUNT
               MOVE 'N' TO WS-CHANGED-FLAG
               PERFORM C310-RELAX-DEPENDENCY
                   VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
           END-PERFORM
           PERFORM VARYING WS-JB-IDX FROM 1 BY 1
                   UNTIL WS-JB-IDX > WS-JOB-COUNT
               IF WS-JB-SCHEDULED(WS-JB-IDX) = 'Y'
                       AND WS-JB-FINISH(WS-JB-IDX) > WS-NIGHT-END-ABS
                   MOVE WS-JB-FINISH(WS-JB-IDX) TO WS-NIGHT-END-ABS
                   MOVE WS-JB-IDX TO WS-NIGHT-LAST-JOB
               END-IF
           END-PERFORM
           IF WS-NIGHT-LAST-JOB = 0
               GO TO C300-EXIT
           END-IF
           IF WS-NIGHT-END-ABS > WS-WINDOW-END-ABS
               SET NIGHT-OVERRUNS TO TRUE
           END-IF
      *WALK BACK FROM THE LAST JOB TO FINISH ALONG THE PREDECESSOR
      *THAT HELD EACH JOB UP.
           MOVE WS-NIGHT-LAST-JOB TO WS-JB-IDX
           PERFORM UNTIL WS-JB-IDX = 0 OR WS-PATH-COUNT >= 100
               ADD 1 TO WS-PATH-COUNT
               MOVE WS-JB-IDX TO WS-PATH-JOB(WS-PATH-COUNT)
               MOVE WS-JB-BIND(WS-JB-IDX) TO WS-JB-IDX
           END-PERFORM.
       C300-EXIT.
           EXIT.

       C310-RELAX-DEPENDENCY  SECTION.
           MOVE WS-DEP-JOB(WS-DEP-IDX) TO WS-JB-IDX
           MOVE WS-DEP-PRED(WS-DEP-IDX) TO WS-PRED-IDX
           IF WS-JB-TONIGHT(WS-JB-IDX) = 'Y'
      *ALREADY RAN - JUST NOTE THE LATEST-FINISHING PREDECESSOR
               IF WS-JB-BIND(WS-JB-IDX) = 0
                   MOVE WS-PRED-IDX TO WS-JB-BIND(WS-JB-IDX)
               ELSE
                   MOVE WS-JB-BIND(WS-JB-IDX) TO WS-JB-FOUND
                   IF WS-JB-FINISH(WS-PRED-IDX) >
                      WS-JB-FINISH(WS-JB-FOUND)
                       MOVE WS-PRED-IDX TO WS-JB-BIND(WS-JB-IDX)
                   END-IF
               END-IF
           ELSE
               IF WS-JB-FINISH(WS-PRED-IDX) > WS-JB-START(WS-JB-IDX)
                   MOVE WS-JB-FINISH(WS-PRED-IDX)
                     TO WS-JB-START(WS-JB-IDX)
                   COMPUTE WS-JB-FINISH(WS-JB-IDX) =
                           WS-JB-START(WS-JB-IDX)
                         + WS-JB-AVERAGE(WS-JB-IDX)
                   MOVE WS-PRED-IDX TO WS-JB-BIND(WS-JB-IDX)
                   SET SOMETHING-CHANGED TO TRUE
               END-IF
           END-IF
           .

       D100-PRINT-JOB-TIMES   SECTION.
           MOVE SPACES TO TIME-RPT-RECORD
           WRITE TIME-RPT-RECORD
           MOVE SPACES TO TS-TEXT
           STRING 'ELAPSED AGAINST ROLLING AVERAGE, LAST '
                  WS-HISTORY-RUNS ' RUNS - TREND LIMIT '
                  WS-TREND-LIMIT '%'
                  DELIMITED BY SIZE INTO TS-TEXT
           WRITE TIME-RPT-RECORD FROM TM-SECTION-LINE
           WRITE TIME-RPT-RECORD FROM TM-JOB-HEAD
           PERFORM VARYING WS-JB-IDX FROM 1 BY 1
                   UNTIL WS-JB-IDX > WS-JOB-COUNT
               IF WS-JB-RUNS(WS-JB-IDX) > 0
                   PERFORM D110-PRINT-JOB-LINE
               END-IF
           END-PERFORM
           .

       D110-PRINT-JOB-LINE    SECTION.
           MOVE WS-JB-NAME(WS-JB-IDX) TO TJ-JOB
           MOVE WS-JB-LAST-DATE(WS-JB-IDX) TO TJ-LAST-DATE
           MOVE WS-JB-RUNS(WS-JB-IDX) TO WS-DUR-IDX
           MOVE WS-JB-DUR(WS-JB-IDX, WS-DUR-IDX) TO WS-LAST-ELAPSED
           MOVE WS-LAST-ELAPSED TO WS-FMT-SECS
           PERFORM E310-FORMAT-DURATION
           MOVE WS-HMS TO TJ-ELAPSED
           MOVE WS-JB-AVERAGE(WS-JB-IDX) TO WS-FMT-SECS
           PERFORM E310-FORMAT-DURATION
           MOVE WS-HMS TO TJ-AVERAGE
           IF WS-JB-AVERAGE(WS-JB-IDX) = 0
               MOVE SPACES TO TJ-VARIANCE-X
           ELSE
               COMPUTE WS-VARIANCE ROUNDED =
                       WS-LAST-ELAPSED * 100
                     / WS-JB-AVERAGE(WS-JB-IDX) - 100
               MOVE WS-VARIANCE TO TJ-VARIANCE
           END-IF
           MOVE WS-JB-RUNS(WS-JB-IDX) TO TJ-RUNS
           MOVE SPACES TO TJ-FLAG
           IF WS-JB-TREND-SET(WS-JB-IDX) = 'Y'
               MOVE WS-JB-TREND(WS-JB-IDX) TO TJ-TREND
               IF WS-JB-TREND(WS-JB-IDX) > WS-TREND-LIMIT
                   MOVE 'TRENDING UP' TO TJ-FLAG
               END-IF
           ELSE
               MOVE SPACES TO TJ-TREND-X
           END-IF
           WRITE TIME-RPT-RECORD FROM TM-JOB-LINE
           .

       D200-PRINT-CRITICAL-PATH SECTION.
           MOVE SPACES TO TIME-RPT-RECORD
           WRITE TIME-RPT-RECORD
           IF WS-PATH-COUNT = 0
               MOVE 'CRITICAL PATH - NO SCHEDULED JOBS' TO TS-TEXT
               WRITE TIME-RPT-RECORD FROM TM-SECTION-LINE
               GO TO D200-EXIT
           END-IF
           MOVE 'CRITICAL PATH THROUGH TONIGHT''S SCHEDULE AND DEPCTL'
             TO TS-TEXT
           WRITE TIME-RPT-RECORD FROM TM-SECTION-LINE
           WRITE TIME-RPT-RECORD FROM TM-PATH-HEAD
           PERFORM VARYING WS-PATH-IDX FROM WS-PATH-COUNT BY -1
                   UNTIL WS-PATH-IDX = 0
               MOVE WS-PATH-JOB(WS-PATH-IDX) TO WS-JB-IDX
               MOVE WS-JB-NAME(WS-JB-IDX) TO TP-JOB
               EVALUATE TRUE
                   WHEN WS-JB-TONIGHT(WS-JB-IDX) = 'Y'
                       MOVE 'RAN' TO TP-STATE
                   WHEN WS-JB-RUNS(WS-JB-IDX) = 0
                       MOVE 'NO HIST' TO TP-STATE
                   WHEN OTHER
                       MOVE 'PROJECTD' TO TP-STATE
               END-EVALUATE
               MOVE WS-JB-START(WS-JB-IDX) TO WS-FMT-SECS
               PERFORM E300-FORMAT-CLOCK
               MOVE WS-HMS TO TP-START
               MOVE WS-JB-FINISH(WS-JB-IDX) TO WS-FMT-SECS
               PERFORM E300-FORMAT-CLOCK
               MOVE WS-HMS TO TP-END
               COMPUTE WS-FMT-SECS = WS-JB-FINISH(WS-JB-IDX)
                                   - WS-JB-START(WS-JB-IDX)
               PERFORM E310-FORMAT-DURATION
               MOVE WS-HMS TO TP-ELAPSED
               WRITE TIME-RPT-RECORD FROM TM-PATH-LINE
           END-PERFORM.
       D200-EXIT.
           EXIT.

       D300-PRINT-FORECAST    SECTION.
           MOVE SPACES TO TIME-RPT-RECORD
           WRITE TIME-RPT-RECORD
           IF WS-NIGHT-LAST-JOB = 0
               GO TO D300-EXIT
           END-IF
           MOVE 'PROJECTED COMPLETION' TO TE-LABEL
           MOVE WS-NIGHT-END-ABS TO WS-FMT-SECS
           PERFORM E300-FORMAT-CLOCK
           MOVE WS-HMS TO TE-TIME
           MOVE WS-FMT-DATE TO TE-DATE
           WRITE TIME-RPT-RECORD FROM TM-END-LINE
           MOVE 'BATCH WINDOW END' TO TE-LABEL
           MOVE WS-WINDOW-END-ABS TO WS-FMT-SECS
           PERFORM E300-FORMAT-CLOCK
           MOVE WS-HMS TO TE-TIME
           MOVE WS-FMT-DATE TO TE-DATE
           WRITE TIME-RPT-RECORD FROM TM-END-LINE
           MOVE SPACES TO TR-TAIL
           IF NIGHT-OVERRUNS
               MOVE '*** PROJECTED OVERRUN OF' TO TR-TEXT
               COMPUTE WS-FMT-SECS =
                       WS-NIGHT-END-ABS - WS-WINDOW-END-ABS
               MOVE ' PAST THE WINDOW END' TO TR-TAIL
               DISPLAY "WARNING - NIGHT PROJECTED TO OVERRUN THE "
                       "BATCH WINDOW"
           ELSE
               MOVE 'WITHIN THE WINDOW, SPARE' TO TR-TEXT
               COMPUTE WS-FMT-SECS =
                       WS-WINDOW-END-ABS - WS-NIGHT-END-ABS
           END-IF
           PERFORM E310-FORMAT-DURATION
           MOVE WS-HMS TO TR-TIME
           WRITE TIME-RPT-RECORD FROM TM-RESULT-LINE.
       D300-EXIT.
           EXIT.

      *FIND WS-SEARCH-NAME IN THE JOB TABLE, ADDING IT IF NEW.
      *WS-JB-FOUND IS ZERO WHEN THE TABLE IS FULL.
       E100-FIND-JOB          SECTION.
           MOVE 0 TO WS-JB-FOUND
           PERFORM VARYING WS-JB-IDX FROM 1 BY 1
                   UNTIL WS-JB-IDX > WS-JOB-COUNT
               IF WS-JB-NAME(WS-JB-IDX) = WS-SEARCH-NAME
                   MOVE WS-JB-IDX TO WS-JB-FOUND
               END-IF
           END-PERFORM
           IF WS-JB-FOUND NOT = 0
               GO TO E100-EXIT
           END-IF
           IF WS-JOB-COUNT >= 100
               DISPLAY "STATUS - JOB TABLE FULL, DROPPING "
                       WS-SEARCH-NAME
               GO TO E100-EXIT
           END-IF
           ADD 1 TO WS-JOB-COUNT
           MOVE WS-JOB-COUNT TO WS-JB-FOUND
           MOVE WS-SEARCH-NAME TO WS-JB-NAME(WS-JB-FOUND)
           MOVE 0 TO WS-JB-RUNS(WS-JB-FOUND)
                     WS-JB-TN-START(WS-JB-FOUND)
                     WS-JB-TN-END(WS-JB-FOUND)
                     WS-JB-BIND(WS-JB-FOUND)
           MOVE SPACES TO WS-JB-LAST-DATE(WS-JB-FOUND)
           MOVE 'N' TO WS-JB-TONIGHT(WS-JB-FOUND)
                       WS-JB-SCHEDULED(WS-JB-FOUND).
       E100-EXIT.
           EXIT.

       E200-STAMP-TO-ABS      SECTION.
           COMPUTE WS-STAMP-ABS =
                   FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 86400
                 + WS-STAMP-HH * 3600 + WS-STAMP-MM * 60
                 + WS-STAMP-SS
           .

      *ABSOLUTE SECONDS TO A CLOCK TIME (WS-HMS) AND DATE
       E300-FORMAT-CLOCK      SECTION.
           DIVIDE WS-FMT-SECS BY 86400 GIVING WS-DAY-NUM
               REMAINDER WS-DAY-SECS
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-NUM) TO WS-FMT-DATE
           MOVE WS-DAY-SECS TO WS-FMT-SECS
           PERFORM E310-FORMAT-DURATION
           .

      *SECONDS TO HH:MM:SS (HOURS CAPPED AT 99 FOR PRINTING)
       E310-FORMAT-DURATION   SECTION.
           DIVIDE WS-FMT-SECS BY 3600 GIVING WS-FMT-HOURS
               REMAINDER WS-FMT-REST
           IF WS-FMT-HOURS > 99
               MOVE 99 TO WS-FMT-HOURS
           END-IF
           MOVE WS-FMT-HOURS TO WS-HMS-HH
           DIVIDE WS-FMT-REST BY 60 GIVING WS-HMS-MM
               REMAINDER WS-HMS-SS
           .

      *WRITE ONE SUMMARY RECORD TO THE SHARED CROSS-SUITE RUN LOG.
       Z100-WRITE-RUN-LOG     SECTION.
           MOVE "EXPPRG84" TO RL-JOB-NAME OF RUN-LOG-RECORD
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE OF RUN-LOG-RECORD
           MOVE WS-RUN-INPUT-COUNT
             TO RL-INPUT-COUNT OF RUN-LOG-RECORD
           MOVE WS-STAMPED-COUNT
             TO RL-OUTPUT-COUNT OF RUN-LOG-RECORD
           MOVE WS-TREND-COUNT
             TO RL-OUTPUT-COUNT-2 OF RUN-LOG-RECORD
           MOVE RETURN-CODE TO RL-RETURN-CODE OF RUN-LOG-RECORD
           MOVE SPACES TO RL-FILLER OF RUN-LOG-RECORD
           MOVE WS-JOB-START-STAMP
             TO RL-START-STAMP OF RUN-LOG-RECORD
           MOVE FUNCTION CURRENT-DATE(1:16)
             TO RL-END-STAMP OF RUN-LOG-RECORD
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE
           .
