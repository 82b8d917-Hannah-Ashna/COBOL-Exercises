       ID DIVISION.
       PROGRAM-ID. EXPPROG88.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * DAILY AUTHORISATION REPORT. THE DESTRUCTIVE AND IRREVERSIBLE
      * UTILITIES (EXPPROG39 ERASURE, DTBPROG9 RUN BACKOUT, THE
      * EXPPROG29 AND EXPPROG23 PURGES, EXPPROG58 'REST' AND THE
      * EXPPROG51 REVERSAL) EACH SPEND A ONE-TIME SUPERVISOR CODE
      * THROUGH AUTHMOD BEFORE THEY ACT. THIS JOB READS THE
      * AUTHORISATION LOG (AUTHLOG) FOR THE BUSINESS DATE AND THE
      * AUTHORISATION FILE (AUTHCTL) AND PRINTS ON AUTHRPT:
      *   - USED        - EVERY CODE CONSUMED TODAY: JOB, TARGET,
      *                   CODE, APPROVER AND TIME
      *   - REFUSED     - EVERY RUN TURNED AWAY FOR WANT OF A CODE,
      *                   AND WHY
      *   - OUTSTANDING - EVERY CODE ISSUED BUT NOT YET USED OR
      *                   CANCELLED; ONE WHOSE BUSINESS DATE HAS
      *                   PASSED CAN NEVER BE USED AND IS MARKED
      *                   EXPIRED FOR THE SUPERVISOR TO CANCEL
      * ANY REFUSAL ENDS THE RUN RC 4.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT AUTH-LOG-FILE ASSIGN TO AUTHLOG
           FILE STATUS IS WS-LOG-STATUS.
           SELECT AUTH-CTRL-FILE ASSIGN TO AUTHCTL
           FILE STATUS IS WS-CTL-STATUS.
           SELECT AUTH-RPT-FILE ASSIGN TO AUTHRPT
           FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD AUTH-LOG-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 AUTH-LOG-RECORD.
           COPY AUTLOG.

       FD AUTH-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 AUTH-CTRL-RECORD.
           COPY AUTCTL.

       FD AUTH-RPT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 AUTH-RPT-RECORD            PIC X(80).

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

       01 WS-LOG-STATUS              PIC X(2).
           88 LOG-OK                 VALUE "00".
       01 WS-CTL-STATUS              PIC X(2).
           88 CTL-OK                 VALUE "00".
       01 WS-RPT-STATUS              PIC X(2).
           88 RPT-OK                 VALUE "00".
       01 WS-RUNLOG-STATUS           PIC X(2).

       01 WS-EOF-FLAG                PIC X VALUE 'N'.
           88 INPUT-DONE             VALUE 'Y'.

       01 WS-RUN-INPUT-COUNT         PIC 9(8) VALUE 0.
       01 WS-USED-COUNT              PIC 9(8) VALUE 0.
       01 WS-REFUSED-COUNT           PIC 9(8) VALUE 0.
       01 WS-OUTSTANDING-COUNT       PIC 9(8) VALUE 0.
       01 WS-EXPIRED-COUNT           PIC 9(8) VALUE 0.

      *TODAY'S LOG ROWS, IN THE ORDER THE CHECKS WERE MADE. EACH IS
      *MOVED BACK INTO THE LOG RECORD TO BE PRINTED.
       01 WS-CHECK-TABLE.
           03 WS-CHECK-ENTRY OCCURS 200 TIMES.
               05 WS-CHECK-ROW       PIC X(80).
       01 WS-CHECK-COUNT             PIC 9(3) VALUE 0.
       01 WS-CHECK-IDX               PIC 9(3).

      *REPORT LINES
       01 RP-TITLE-LINE.
           03 FILLER                 PIC X(36) VALUE
              'AUTHORISATION CODES - BUSINESS DATE '.
           03 RT-DATE                PIC X(8).
           03 FILLER                 PIC X(36) VALUE SPACES.
       01 RP-SECTION-LINE.
           03 RS-TEXT                PIC X(80).
       01 RP-USED-HEAD.
           03 FILLER                 PIC X(10) VALUE 'JOB'.
           03 FILLER                 PIC X(22) VALUE 'TARGET'.
           03 FILLER                 PIC X(10) VALUE 'CODE'.
           03 FILLER                 PIC X(10) VALUE 'APPROVER'.
           03 FILLER                 PIC X(28) VALUE 'USED AT'.
       01 RP-USED-LINE.
           03 RU-JOB                 PIC X(8).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 RU-TARGET              PIC X(20).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 RU-CODE                PIC X(8).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 RU-APPROVER            PIC X(4).
           03 FILLER                 PIC X(6) VALUE SPACES.
           03 RU-TIME                PIC X(8).
           03 FILLER                 PIC X(20) VALUE SPACES.
       01 RP-REFUSED-HEAD.
           03 FILLER                 PIC X(10) VALUE 'JOB'.
           03 FILLER                 PIC X(22) VALUE 'TARGET'.
           03 FILLER                 PIC X(10) VALUE 'CHECKED'.
           03 FILLER                 PIC X(38) VALUE 'REASON'.
       01 RP-REFUSED-LINE.
           03 RF-JOB                 PIC X(8).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 RF-TARGET              PIC X(20).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 RF-TIME                PIC X(8).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 RF-REASON              PIC X(38).
       01 RP-OUTSTANDING-HEAD.
           03 FILLER                 PIC X(10) VALUE 'CODE'.
           03 FILLER                 PIC X(10) VALUE 'JOB'.
           03 FILLER                 PIC X(10) VALUE 'FOR DATE'.
           03 FILLER                 PIC X(22) VALUE 'TARGET'.
           03 FILLER                 PIC X(6) VALUE 'APPR'.
           03 FILLER                 PIC X(10) VALUE 'ISSUED'.
           03 FILLER                 PIC X(12) VALUE 'NOTE'.
       01 RP-OUTSTANDING-LINE.
           03 RO-CODE                PIC X(8).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 RO-JOB                 PIC X(8).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 RO-BUS-DATE            PIC X(8).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 RO-TARGET              PIC X(20).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 RO-APPROVER            PIC X(4).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 RO-ISSUED              PIC X(8).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 RO-NOTE                PIC X(12).
       01 RP-TOTAL-LINE.
           03 FILLER                 PIC X(6) VALUE 'USED: '.
           03 RX-USED                PIC ZZZ9.
           03 FILLER                 PIC X(12) VALUE '   REFUSED: '.
           03 RX-REFUSED             PIC ZZZ9.
           03 FILLER                 PIC X(16) VALUE
              '   OUTSTANDING: '.
           03 RX-OUTSTANDING         PIC ZZZ9.
           03 FILLER                 PIC X(12) VALUE '   EXPIRED: '.
           03 RX-EXPIRED             PIC ZZZ9.
           03 FILLER                 PIC X(18) VALUE SPACES.
       01 WS-HMS.
           03 WS-HMS-HH              PIC X(2).
           03 FILLER                 PIC X VALUE ':'.
           03 WS-HMS-MM              PIC X(2).
           03 FILLER                 PIC X VALUE ':'.
           03 WS-HMS-SS              PIC X(2).
      *
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING AUTHORISATION REPORT"
           PERFORM B100-LOAD-TODAYS-CHECKS
           OPEN OUTPUT AUTH-RPT-FILE
           IF NOT RPT-OK
               DISPLAY "ERROR - COULD NOT OPEN AUTHRPT, STATUS "
                       WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE WS-BUSINESS-DATE TO RT-DATE
           WRITE AUTH-RPT-RECORD FROM RP-TITLE-LINE
           PERFORM D100-PRINT-USED
           PERFORM D200-PRINT-REFUSED
           PERFORM D300-PRINT-OUTSTANDING
           MOVE SPACES TO AUTH-RPT-RECORD
           WRITE AUTH-RPT-RECORD
           MOVE WS-USED-COUNT TO RX-USED
           MOVE WS-REFUSED-COUNT TO RX-REFUSED
           MOVE WS-OUTSTANDING-COUNT TO RX-OUTSTANDING
           MOVE WS-EXPIRED-COUNT TO RX-EXPIRED
           WRITE AUTH-RPT-RECORD FROM RP-TOTAL-LINE
           CLOSE AUTH-RPT-FILE
           IF WS-REFUSED-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - CODES USED: " WS-USED-COUNT
                   "  REFUSED: " WS-REFUSED-COUNT
                   "  OUTSTANDING: " WS-OUTSTANDING-COUNT
           DISPLAY "STATUS - AUTHORISATION REPORT DONE"
           GOBACK
           .

      *ONLY TODAY'S ROWS ARE KEPT.
       B100-LOAD-TODAYS-CHECKS SECTION.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT AUTH-LOG-FILE
           IF NOT LOG-OK
               DISPLAY "STATUS - NO AUTHORISATION LOG, NO CODE HAS "
                       "BEEN ASKED FOR"
               GO TO B100-EXIT
           END-IF
           PERFORM UNTIL INPUT-DONE
               READ AUTH-LOG-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RUN-INPUT-COUNT
                       IF AG-BUS-DATE = WS-BUSINESS-DATE
                           PERFORM B110-KEEP-CHECK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUTH-LOG-FILE.
       B100-EXIT.
           EXIT.

       B110-KEEP-CHECK        SECTION.
           IF WS-CHECK-COUNT = 200
               DISPLAY "WARNING - MORE THAN 200 AUTHORISATION CHECKS "
                       "TODAY, " AG-JOB-NAME " AT " AG-CHECK-TIME
                       " NOT SHOWN"
               MOVE 4 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-CHECK-COUNT
               MOVE AUTH-LOG-RECORD TO WS-CHECK-ROW(WS-CHECK-COUNT)
           END-IF
           .

       D100-PRINT-USED        SECTION.
           MOVE SPACES TO AUTH-RPT-RECORD
           WRITE AUTH-RPT-RECORD
           MOVE 'USED - RUNS AUTHORISED TODAY' TO RS-TEXT
           WRITE AUTH-RPT-RECORD FROM RP-SECTION-LINE
           WRITE AUTH-RPT-RECORD FROM RP-USED-HEAD
           PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                   UNTIL WS-CHECK-IDX > WS-CHECK-COUNT
               MOVE WS-CHECK-ROW(WS-CHECK-IDX) TO AUTH-LOG-RECORD
               IF AG-GRANTED
                   ADD 1 TO WS-USED-COUNT
                   MOVE AG-JOB-NAME TO RU-JOB
                   MOVE AG-TARGET TO RU-TARGET
                   MOVE AG-CODE TO RU-CODE
                   MOVE AG-APPROVER TO RU-APPROVER
                   PERFORM W100-FORMAT-TIME
                   MOVE WS-HMS TO RU-TIME
                   WRITE AUTH-RPT-RECORD FROM RP-USED-LINE
               END-IF
           END-PERFORM
           IF WS-USED-COUNT = 0
               MOVE '  NONE' TO RS-TEXT
               WRITE AUTH-RPT-RECORD FROM RP-SECTION-LINE
           END-IF
           .

       D200-PRINT-REFUSED     SECTION.
           MOVE SPACES TO AUTH-RPT-RECORD
           WRITE AUTH-RPT-RECORD
           MOVE 'REFUSED - RUNS TURNED AWAY FOR WANT OF A CODE'
             TO RS-TEXT
           WRITE AUTH-RPT-RECORD FROM RP-SECTION-LINE
           WRITE AUTH-RPT-RECORD FROM RP-REFUSED-HEAD
           PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                   UNTIL WS-CHECK-IDX > WS-CHECK-COUNT
               MOVE WS-CHECK-ROW(WS-CHECK-IDX) TO AUTH-LOG-RECORD
               IF AG-REFUSED
                   PERFORM D210-PRINT-ONE-REFUSAL
               END-IF
           END-PERFORM
           IF WS-REFUSED-COUNT = 0
               MOVE '  NONE' TO RS-TEXT
               WRITE AUTH-RPT-RECORD FROM RP-SECTION-LINE
           END-IF
           .

       D210-PRINT-ONE-REFUSAL SECTION.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE AG-JOB-NAME TO RF-JOB
           MOVE AG-TARGET TO RF-TARGET
           PERFORM W100-FORMAT-TIME
           MOVE WS-HMS TO RF-TIME
           EVALUATE TRUE
               WHEN AG-NO-MATCH
                   MOVE 'NO CODE FOR THIS JOB, DATE AND TARGET'
                     TO RF-REASON
               WHEN AG-USED
                   MOVE 'CODE ALREADY USED OR CANCELLED'
                     TO RF-REASON
               WHEN AG-NO-FILE
                   MOVE 'NO AUTHORISATION FILE' TO RF-REASON
               WHEN AG-NOT-REWRITTEN
                   MOVE 'AUTHORISATION FILE NOT REWRITTEN'
                     TO RF-REASON
               WHEN OTHER
                   MOVE AG-REASON TO RF-REASON
           END-EVALUATE
           WRITE AUTH-RPT-RECORD FROM RP-REFUSED-LINE
           .

      *EVERY CODE STILL WAITING TO BE USED, WHATEVER DAY IT WAS
      *ISSUED FOR. A CODE FOR A DAY ALREADY GONE CAN NEVER MATCH A
      *RUN AGAIN - IT IS LEFT FOR THE SUPERVISOR TO CANCEL, NOT
      *QUIETLY DROPPED.
       D300-PRINT-OUTSTANDING SECTION.
           MOVE SPACES TO AUTH-RPT-RECORD
           WRITE AUTH-RPT-RECORD
           MOVE 'OUTSTANDING - ISSUED, NOT YET USED' TO RS-TEXT
           WRITE AUTH-RPT-RECORD FROM RP-SECTION-LINE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT AUTH-CTRL-FILE
           IF NOT CTL-OK
               MOVE '  NO AUTHORISATION FILE (AUTHCTL)' TO RS-TEXT
               WRITE AUTH-RPT-RECORD FROM RP-SECTION-LINE
               GO TO D300-EXIT
           END-IF
           WRITE AUTH-RPT-RECORD FROM RP-OUTSTANDING-HEAD
           PERFORM UNTIL INPUT-DONE
               READ AUTH-CTRL-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       IF AU-UNUSED AND AU-CODE NOT = SPACES
                           PERFORM D310-PRINT-ONE-OUTSTANDING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUTH-CTRL-FILE
           IF WS-OUTSTANDING-COUNT = 0
               MOVE '  NONE' TO RS-TEXT
               WRITE AUTH-RPT-RECORD FROM RP-SECTION-LINE
           END-IF.
       D300-EXIT.
           EXIT.

       D310-PRINT-ONE-OUTSTANDING SECTION.
           ADD 1 TO WS-OUTSTANDING-COUNT
           MOVE AU-CODE TO RO-CODE
           MOVE AU-JOB-NAME TO RO-JOB
           MOVE AU-BUS-DATE TO RO-BUS-DATE
           MOVE AU-TARGET TO RO-TARGET
           MOVE AU-APPROVER TO RO-APPROVER
           MOVE AU-ISSUE-DATE TO RO-ISSUED
           IF AU-BUS-DATE < WS-BUSINESS-DATE
               ADD 1 TO WS-EXPIRED-COUNT
               MOVE 'EXPIRED' TO RO-NOTE
           ELSE
               MOVE SPACES TO RO-NOTE
           END-IF
           WRITE AUTH-RPT-RECORD FROM RP-OUTSTANDING-LINE
           .

       W100-FORMAT-TIME       SECTION.
           MOVE AG-CHECK-TIME(1:2) TO WS-HMS-HH
           MOVE AG-CHECK-TIME(3:2) TO WS-HMS-MM
           MOVE AG-CHECK-TIME(5:2) TO WS-HMS-SS
           .

      *WRITE ONE SUMMARY RECORD TO THE SHARED CROSS-SUITE RUN LOG.
       Z100-WRITE-RUN-LOG     SECTION.
           MOVE "EXPPRG88" TO RL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE WS-RUN-INPUT-COUNT TO RL-INPUT-COUNT
           MOVE WS-USED-COUNT TO RL-OUTPUT-COUNT
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
