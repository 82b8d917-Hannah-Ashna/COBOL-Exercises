      * FALLS ON THE MONTH'S LAST DAY WITHOUT DRIFTING.
      *
      * FREQUENCY: 'W' WEEKLY, 'M' MONTHLY, 'Q' QUARTERLY.
      *
      * A PAYMENT THAT FALLS DUE ON A WEEKEND OR BANK HOLIDAY (THE
      * SHARED HOLIDAY CALENDAR, THROUGH BDAYMOD) IS DATED THE NEXT
      * BUSINESS DAY, OR THE PREVIOUS ONE FOR AN ORDER MARKED 'P';
      * AN ORDER MARKED 'C' PAYS ON THE CALENDAR DATE REGARDLESS.
      * THE SCHEDULE ITSELF STAYS ON THE ANCHOR DAY - ONLY THE
      * GENERATED TRANSACTION MOVES.
      *
       ENVIRONMENT DIVISION.
      *
           03 SO-NEXT-DUE            PIC 9(8).
           03 SO-EXPIRY              PIC 9(8).
           03 SO-ANCHOR-DAY          PIC 9(2).
      *NON-BUSINESS-DAY RULE - 'P' PREVIOUS BUSINESS DAY, 'C' NO
      *MOVE, ANYTHING ELSE THE NEXT BUSINESS DAY.
           03 SO-ROLL-RULE           PIC X(1).
               88 SO-ROLL-PREVIOUS   VALUE 'P'.
               88 SO-ROLL-NONE       VALUE 'C'.
           03 FILLER                 PIC X(4).

      *THE MERGE ENGINE'S CLOSED-ACCOUNT STORE (MASTREC FAMILY).
       FD CLOSED-FILE BLOCK CONTAINS 0 RECORDS
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE           PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP         PIC X(16) VALUE SPACES.

       01 WS-SOCTRL-STATUS           PIC X(2).
           88 SOCTRL-OK              VALUE "00".
       01 WS-ADD-MONTHS              PIC 9(2).
       01 WS-DUE-INT                 PIC 9(8).
       01 WS-EMIT-GUARD              PIC 9(2).
      *THE DATE THE OCCURRENCE IS ACTUALLY PAID ON - THE NEXT-DUE
      *DATE MOVED OFF A WEEKEND OR HOLIDAY BY THE ORDER'S RULE.
       01 WS-PAY-DATE                PIC 9(8).
       01 WS-PAY-DATE-RED REDEFINES WS-PAY-DATE.
           03 WS-PAY-YEAR            PIC 9(4).
           03 WS-PAY-MONTH           PIC 9(2).
           03 WS-PAY-DAY             PIC 9(2).
      *THE SCHEDULE DATE OF THE OCCURRENCE JUST GENERATED.
       01 WS-SCHED-DATE              PIC 9(8).
       01 WS-CLOSED-NAME             PIC X(30).
       01 WS-MOVED-COUNT             PIC 9(8) VALUE 0.
       01 WS-BDAY-PARMS.
           COPY BDYPRM.

       01 WS-RPT-HEAD                PIC X(80) VALUE
          "STANDING-ORDER GENERATION SCHEDULE".
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING STANDING-ORDER GENERATION"
           MOVE WS-BUSINESS-DATE TO WS-TODAY-NUM
           PERFORM B100-INIT
                   WS-GENERATED-COUNT
           DISPLAY "STATUS - ORDERS SKIPPED:         "
                   WS-SKIPPED-COUNT
           DISPLAY "STATUS - MOVED OFF CLOSED DAYS:  "
                   WS-MOVED-COUNT
           DISPLAY "STATUS - STANDING-ORDER GENERATION DONE"
           GOBACK
           .
                   WRITE SO-RPT-RECORD FROM WS-RPT-LINE
               WHEN OTHER
                   MOVE 0 TO WS-EMIT-GUARD
                   PERFORM C150-SET-PAY-DATE
                   PERFORM C200-EMIT-WHILE-DUE
                       UNTIL WS-PAY-DATE > WS-TODAY-NUM
                          OR (SO-EXPIRY > 0
                              AND SO-NEXT-DUE > SO-EXPIRY)
                          OR WS-EMIT-GUARD > 50
           END-EVALUATE
           .

      *WHEN THE NEXT-DUE DATE IS CLOSED, THE PAYMENT MOVES TO THE
      *NEXT (OR FOR 'P' THE PREVIOUS) BUSINESS DAY. A DATE THE
      *CALENDAR CANNOT READ IS PAID AS IT STANDS.
       C150-SET-PAY-DATE      SECTION.
           MOVE SO-NEXT-DUE TO WS-PAY-DATE
           MOVE SPACES TO WS-CLOSED-NAME
           IF SO-ROLL-NONE
               GO TO C150-EXIT
           END-IF
           MOVE 'ISBD' TO BDP-ACTION
           MOVE SO-NEXT-DUE TO BDP-DATE-1
           CALL 'BDAYMOD' USING WS-BDAY-PARMS
           IF BDP-BAD-DATE OR BDP-BUSINESS-DAY
               GO TO C150-EXIT
           END-IF
           MOVE BDP-CLOSED-NAME TO WS-CLOSED-NAME
           IF SO-ROLL-PREVIOUS
               MOVE 'PREV' TO BDP-ACTION
           ELSE
               MOVE 'NEXT' TO BDP-ACTION
           END-IF
           CALL 'BDAYMOD' USING WS-BDAY-PARMS
           IF NOT BDP-BAD-DATE
               MOVE BDP-RESULT-DATE TO WS-PAY-DATE
           END-IF.
       C150-EXIT.
           EXIT.

       C200-EMIT-WHILE-DUE    SECTION.
           ADD 1 TO WS-EMIT-GUARD
           MOVE SPACES TO GEN-RECORD
           MOVE SO-SURNAME TO GEN-SURNAME
           MOVE SO-MARKER TO GEN-MARKER
           MOVE SO-AMOUNT TO GEN-TRANS-AMOUNT
           MOVE WS-PAY-DAY TO GEN-DAY
           MOVE WS-PAY-MONTH TO GEN-MONTH
           MOVE WS-PAY-YEAR TO GEN-YEAR
           MOVE SO-DETAILS TO GEN-TRANS-DETAILS
           WRITE GEN-RECORD
           ADD 1 TO WS-GENERATED-COUNT
           MOVE SO-ACCOUNT TO RL-ACCOUNT
           MOVE SPACES TO RL-TEXT
           STRING "GENERATED " SO-DETAILS " FOR " WS-PAY-DATE
               DELIMITED BY SIZE INTO RL-TEXT
           MOVE SO-NEXT-DUE TO WS-SCHED-DATE
           PERFORM C300-ADVANCE-NEXT-DUE
           MOVE SO-NEXT-DUE TO RL-NEXT-DUE
           WRITE SO-RPT-RECORD FROM WS-RPT-LINE
           IF WS-PAY-DATE NOT = WS-SCHED-DATE
               ADD 1 TO WS-MOVED-COUNT
               MOVE SPACES TO RL-TEXT
               STRING "  MOVED OFF " WS-SCHED-DATE " "
                      WS-CLOSED-NAME
                   DELIMITED BY SIZE INTO RL-TEXT
               WRITE SO-RPT-RECORD FROM WS-RPT-LINE
           END-IF
           PERFORM C150-SET-PAY-DATE
           .

      *WEEKLY MOVES SEVEN REAL DAYS; MONTHLY AND QUARTERLY MOVE
           MOVE WS-SKIPPED-COUNT TO RL-OUTPUT-COUNT-2
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES TO RL-FILLER
           MOVE WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
