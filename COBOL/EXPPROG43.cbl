      * JUDGED FROM THE TWO LINES THAT CARRY A CONSTITUENCY CODE:
      * THE "CONSTITUENCY: XXXX" BLOCK HEADER AND THE
      * "TURNOUT XXXX" LINE.
      *
      * ON A COMBINED POLL EVERY CONSTITUENCY IS EXPECTED ONCE PER
      * ELECTION IT IS CONTESTED IN (CONSTCTRL ELECTION ID), RESIF
      * AND BOTH RESULTSOUTPUT LINES CARRY THE ELECTION, AND THE
      * BOARD CLOSES WITH EACH ELECTION'S DECLARED AND OUTSTANDING
      * COUNTS SIDE BY SIDE.
      *
       ENVIRONMENT DIVISION.
      *
       01 CONST-CTRL-REC.
           03 CC-CODE          PIC X(4).
           03 CC-ELECTORATE    PIC 9(8).
           03 CC-ELECTION      PIC X(4).
           03 FILLER           PIC X(64).

      *EXPPROG4'S RESULTS-IF-RECORD LAYOUT - MUST BE KEPT IN STEP.
       FD RESULTS-IF-FILE BLOCK CONTAINS 0 RECORDS
           03 IF-BALLOT-COUNT  PIC 9(8).
           03 IF-RUN-DATE      PIC X(8).
           03 IF-CANDIDATE     PIC X(20).
           03 IF-ELECTION      PIC X(4).
           03 FILLER           PIC X(26).
           03 IF-REC-TYPE      PIC X(1).

       FD RESULTSOUTPUT BLOCK CONTAINS 0 RECORDS
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE     PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP   PIC X(16) VALUE SPACES.

       01 WS-CONSTCTRL-STATUS  PIC X(2).
           88 CONSTCTRL-OK     VALUE "00".
           03 WS-PRG-ENTRY OCCURS 700 TIMES
                   INDEXED BY WS-PRG-IDX.
               05 WS-PRG-CODE       PIC X(4).
               05 WS-PRG-ELECTION   PIC X(4).
               05 WS-PRG-EL-SLOT    PIC 9(2).
               05 WS-PRG-ON-IF      PIC X(1).
               05 WS-PRG-ON-RESULTS PIC X(1).
               05 WS-PRG-BALLOTS    PIC 9(8).
       01 WS-PRG-FOUND         PIC X VALUE 'N'.
           88 PRG-FOUND        VALUE 'Y'.
       01 WS-LOOK-CONST        PIC X(4).
       01 WS-LOOK-ELECTION     PIC X(4).

      *ONE SLOT PER ELECTION NAMED ON CONSTCTRL, IN ORDER OF FIRST
      *APPEARANCE - ALSO THE ORDER OF THE BOARD AND ITS COLUMNS.
       01 WS-ELECTION-TABLE.
           03 WS-EL-ENTRY OCCURS 6 TIMES INDEXED BY WS-EL-IDX.
               05 WS-EL-ID          PIC X(4).
               05 WS-EL-EXPECTED    PIC 9(4).
               05 WS-EL-DECLARED    PIC 9(4).
       01 WS-EL-COUNT          PIC 9(2) VALUE 0.
       01 WS-EL-FOUND          PIC X VALUE 'N'.
           88 EL-FOUND         VALUE 'Y'.
       01 WS-EL-NAMED          PIC X VALUE 'N'.
           88 ELECTIONS-NAMED  VALUE 'Y'.

       01 WS-RPT-HEAD          PIC X(80) VALUE
          "ELECTION-NIGHT PROGRESS BOARD".
           03 FILLER           PIC X(44) VALUE SPACES.
       01 WS-RPT-LINE.
           03 PL-CODE          PIC X(4).
           03 FILLER           PIC X(1) VALUE SPACES.
           03 PL-ELECTION      PIC X(4).
           03 FILLER           PIC X(1) VALUE SPACES.
           03 PL-STATUS        PIC X(12).
           03 FILLER           PIC X(6) VALUE " IF: ".
           03 PL-ON-IF         PIC X(1).
           03 PL-ON-RESULTS    PIC X(1).
           03 FILLER           PIC X(10) VALUE " BALLOTS: ".
           03 PL-BALLOTS       PIC Z(7)9.
           03 FILLER           PIC X(22) VALUE SPACES.
       01 WS-RPT-BLANK         PIC X(80) VALUE SPACES.
       01 WS-SS-HEAD.
           03 FILLER           PIC X(16).
           03 SS-HEAD-COL OCCURS 6 TIMES.
               05 FILLER       PIC X(6).
               05 SS-ELECTION  PIC X(4).
           03 FILLER           PIC X(4).
       01 WS-SS-LINE.
           03 SS-LABEL         PIC X(16).
           03 SS-COUNT OCCURS 6 TIMES PIC Z(9)9.
           03 FILLER           PIC X(4).
      *
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - BUILDING PROGRESS BOARD"
           PERFORM B100-LOAD-EXPECTED
           PERFORM B200-SCAN-RESIF
                           ADD 1 TO WS-PRG-COUNT
                           SET WS-PRG-IDX TO WS-PRG-COUNT
                           MOVE CC-CODE TO WS-PRG-CODE(WS-PRG-IDX)
                           MOVE CC-ELECTION
                             TO WS-PRG-ELECTION(WS-PRG-IDX)
                           PERFORM D200-ADD-ELECTION
                           MOVE 'N' TO WS-PRG-ON-IF(WS-PRG-IDX)
                           MOVE 'N'
                             TO WS-PRG-ON-RESULTS(WS-PRG-IDX)
           PERFORM VARYING WS-PRG-IDX FROM 1 BY 1
                   UNTIL WS-PRG-IDX > WS-PRG-COUNT
               IF WS-PRG-CODE(WS-PRG-IDX) = WS-LOOK-CONST
                       AND (WS-LOOK-ELECTION = SPACES
                            OR WS-PRG-ELECTION(WS-PRG-IDX) = SPACES
                            OR WS-PRG-ELECTION(WS-PRG-IDX)
                               = WS-LOOK-ELECTION)
                   SET PRG-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
                           ADD 1 TO WS-RUN-INPUT-COUNT
                           IF IF-REC-TYPE = 'D'
                               MOVE IF-CONST TO WS-LOOK-CONST
                               MOVE IF-ELECTION TO WS-LOOK-ELECTION
                               PERFORM D100-FIND-CONST
                               IF PRG-FOUND
                                   MOVE 'Y'
                       AT END SET INPUT-DONE TO TRUE
                       NOT AT END
                           MOVE SPACES TO WS-LOOK-CONST
                           MOVE SPACES TO WS-LOOK-ELECTION
                           IF RESULTS-RECORD(1:14)
                                   = "CONSTITUENCY: "
                               MOVE RESULTS-RECORD(17:4)
                                 TO WS-LOOK-CONST
                               IF RESULTS-RECORD(23:10) = "ELECTION: "
                                   MOVE RESULTS-RECORD(33:4)
                                     TO WS-LOOK-ELECTION
                               END-IF
                           END-IF
                           IF RESULTS-RECORD(1:8) = "TURNOUT "
                               MOVE RESULTS-RECORD(9:4)
                                 TO WS-LOOK-CONST
                               MOVE RESULTS-RECORD(63:4)
                                 TO WS-LOOK-ELECTION
                           END-IF
                           IF WS-LOOK-CONST NOT = SPACES
                               PERFORM D100-FIND-CONST
               GOBACK
           END-IF
           WRITE PROG-RPT-RECORD FROM WS-RPT-HEAD
      *ONE ELECTION AFTER ANOTHER, EACH IN CONSTCTRL ORDER.
           PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                   UNTIL WS-EL-IDX > WS-EL-COUNT
               PERFORM VARYING WS-PRG-IDX FROM 1 BY 1
                       UNTIL WS-PRG-IDX > WS-PRG-COUNT
                   IF WS-PRG-EL-SLOT(WS-PRG-IDX) = WS-EL-IDX
                       PERFORM W110-WRITE-BOARD-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE WS-DECLARED-COUNT TO HL-DECLARED
           MOVE WS-EXPECTED-COUNT TO HL-EXPECTED
           WRITE PROG-RPT-RECORD FROM WS-RPT-HEADLINE
           IF ELECTIONS-NAMED
               PERFORM W120-WRITE-ELECTION-SUMMARY
           END-IF
           CLOSE PROG-RPT-FILE
           .

       W110-WRITE-BOARD-LINE  SECTION.
           MOVE WS-PRG-CODE(WS-PRG-IDX) TO PL-CODE
           MOVE WS-PRG-ELECTION(WS-PRG-IDX) TO PL-ELECTION
           MOVE WS-PRG-ON-IF(WS-PRG-IDX) TO PL-ON-IF
           MOVE WS-PRG-ON-RESULTS(WS-PRG-IDX) TO PL-ON-RESULTS
           MOVE WS-PRG-BALLOTS(WS-PRG-IDX) TO PL-BALLOTS
           IF WS-PRG-ON-IF(WS-PRG-IDX) = 'Y'
               MOVE "DECLARED    " TO PL-STATUS
               ADD 1 TO WS-DECLARED-COUNT
               ADD 1 TO WS-EL-DECLARED(WS-EL-IDX)
           ELSE
               MOVE "OUTSTANDING " TO PL-STATUS
           END-IF
           WRITE PROG-RPT-RECORD FROM WS-RPT-LINE
           .

      *DECLARED, OUTSTANDING AND EXPECTED PER ELECTION, ONE COLUMN
      *EACH, SO A COMBINED NIGHT READS AT A GLANCE.
       W120-WRITE-ELECTION-SUMMARY SECTION.
           WRITE PROG-RPT-RECORD FROM WS-RPT-BLANK
           MOVE SPACES TO WS-SS-HEAD
           MOVE "ELECTION" TO WS-SS-HEAD(1:16)
           PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                   UNTIL WS-EL-IDX > WS-EL-COUNT
               MOVE WS-EL-ID(WS-EL-IDX) TO SS-ELECTION(WS-EL-IDX)
           END-PERFORM
           WRITE PROG-RPT-RECORD FROM WS-SS-HEAD
           MOVE SPACES TO WS-SS-LINE
           MOVE "DECLARED" TO SS-LABEL
           PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                   UNTIL WS-EL-IDX > WS-EL-COUNT
               MOVE WS-EL-DECLARED(WS-EL-IDX) TO SS-COUNT(WS-EL-IDX)
           END-PERFORM
           WRITE PROG-RPT-RECORD FROM WS-SS-LINE
           MOVE SPACES TO WS-SS-LINE
           MOVE "OUTSTANDING" TO SS-LABEL
           PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                   UNTIL WS-EL-IDX > WS-EL-COUNT
               COMPUTE SS-COUNT(WS-EL-IDX) =
                       WS-EL-EXPECTED(WS-EL-IDX)
                       - WS-EL-DECLARED(WS-EL-IDX)
           END-PERFORM
           WRITE PROG-RPT-RECORD FROM WS-SS-LINE
           MOVE SPACES TO WS-SS-LINE
           MOVE "EXPECTED" TO SS-LABEL
           PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                   UNTIL WS-EL-IDX > WS-EL-COUNT
               MOVE WS-EL-EXPECTED(WS-EL-IDX) TO SS-COUNT(WS-EL-IDX)
           END-PERFORM
           WRITE PROG-RPT-RECORD FROM WS-SS-LINE
           .

      *COUNT ONE EXPECTED CONSTITUENCY AGAINST ITS ELECTION. MORE
      *ELECTIONS THAN COLUMNS ARE FOLDED INTO THE LAST ONE.
       D200-ADD-ELECTION      SECTION.
           MOVE 'N' TO WS-EL-FOUND
           PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                   UNTIL WS-EL-IDX > WS-EL-COUNT
               IF WS-EL-ID(WS-EL-IDX) = CC-ELECTION
                   SET EL-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT EL-FOUND
               IF WS-EL-COUNT < 6
                   ADD 1 TO WS-EL-COUNT
                   SET WS-EL-IDX TO WS-EL-COUNT
                   MOVE CC-ELECTION TO WS-EL-ID(WS-EL-IDX)
                   MOVE 0 TO WS-EL-EXPECTED(WS-EL-IDX)
                   MOVE 0 TO WS-EL-DECLARED(WS-EL-IDX)
               ELSE
                   DISPLAY "WARNING - MORE THAN 6 ELECTIONS, "
                           CC-ELECTION " SHOWN UNDER "
                           WS-EL-ID(6)
                   SET WS-EL-IDX TO 6
               END-IF
           END-IF
           IF CC-ELECTION NOT = SPACES
               SET ELECTIONS-NAMED TO TRUE
           END-IF
           SET WS-PRG-EL-SLOT(WS-PRG-IDX) TO WS-EL-IDX
           ADD 1 TO WS-EL-EXPECTED(WS-EL-IDX)
           .

      *WRITE ONE SUMMARY RECORD TO THE SHARED CROSS-SUITE RUN LOG.
       Z100-WRITE-RUN-LOG     SECTION.
           MOVE "EXPPRG43" TO RL-JOB-NAME
           MOVE WS-EXPECTED-COUNT TO RL-OUTPUT-COUNT-2
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES TO RL-FILLER
           MOVE WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
