       ID DIVISION.
       PROGRAM-ID. EXPPROG97.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * MONTHLY GIFT-CARD EXPIRY AND BREAKAGE RELEASE OVER CARDMAST.
      * EXPPROG7 LOADS VALUE ONTO CARDS AND DRAWS IT DOWN, BUT A CARD
      * NOBODY USES AGAIN LEAVES ITS BALANCE ON THE BOOKS AS A
      * LIABILITY FOREVER. UNDER OUR TERMS A CARD WITH NO ISSUE OR
      * REDEMPTION FOR THE EXPIRY PERIOD EXPIRES, AND WHAT IS LEFT
      * ON IT IS RECOGNISED AS BREAKAGE INCOME.
      *
      *   GCEXPCTL - ONE CARD: EXPIRY PERIOD IN MONTHS, WARNING
      *              WINDOW IN DAYS (DEFAULT 30) AND THE GIFT-CARD
      *              LEDGER ACCOUNT (DEFAULT 'GCARD', AS EXPPROG7
      *              POSTS ISSUES AND REDEMPTIONS)
      *
      * EVERY CARD ON CARDMAST IS WALKED IN CARD ORDER. A CARD'S
      * EXPIRY DATE IS ITS LAST ACTIVITY DATE PLUS THE PERIOD (A DAY
      * PAST THE END OF THE MONTH FALLS BACK TO THE MONTH END). ON OR
      * AFTER THAT DATE A CARD WITH VALUE LEFT ON IT IS EXPIRED: ITS
      * BALANCE IS WRITTEN TO THE BREAKAGE FILE (GCBREAK, APPENDED),
      * THE CARD IS MARKED EXPIRED WITH A NIL BALANCE, AND EXPPROG7
      * REFUSES ANY LATER REDEMPTION AGAINST IT. A CARD ALREADY
      * EXPIRED IS NEVER EXPIRED TWICE, SO A RERUN RELEASES NOTHING
      * MORE. A CARD OLDER THAN THE ACTIVITY DATE HAS ITS CLOCK
      * STARTED FROM THIS RUN'S DATE RATHER THAN BEING GUESSED AT.
      *
      * THE RUN'S BREAKAGE GOES TO THE GL ON GLEXTOU7 AS ONE 'X'
      * POSTING AGAINST THE GIFT-CARD ACCOUNT. GLMAPCTL NEEDS AN 'X'
      * ROW DEBITING GIFT-CARD LIABILITY AND CREDITING BREAKAGE
      * INCOME.
      *
      * CARDS DUE TO EXPIRE WITHIN THE WARNING WINDOW GO ON THE
      * EXPIRING-SOON LIST (GCSOON) SO CUSTOMER SERVICES CAN WARN
      * THE HOLDERS, WITH THE BALANCE, EXPIRY DATE AND DAYS LEFT.
      *
      * NO GCEXPCTL, OR NO PERIOD ON IT, OR NO CARDMAST, RC 12 WITH
      * NOTHING EXPIRED. A CARD THAT COULD NOT BE REWRITTEN, OR A
      * FAILED GL EXTRACT, RC 8. A CARD ROW THAT CANNOT BE READ, RC 4.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT EXP-CTRL-FILE ASSIGN TO GCEXPCTL
           FILE STATUS IS WS-EXPCTL-STATUS.
           SELECT BREAKAGE-FILE ASSIGN TO GCBREAK
           FILE STATUS IS WS-BRK-STATUS.
           SELECT SOON-RPT-FILE ASSIGN TO GCSOON
           FILE STATUS IS WS-SOON-STATUS.
           SELECT GL-EXTRACT-FILE ASSIGN TO GLEXTOU7
           FILE STATUS IS WS-GLEXT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD EXP-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 EXP-CTRL-REC.
           03 GX-EXPIRY-MONTHS PIC 9(3).
           03 GX-WARN-DAYS     PIC 9(3).
           03 GX-GL-ACCOUNT    PIC X(5).
           03 FILLER           PIC X(69).

      *ONE ROW PER CARD EXPIRED, IN THE ORDER EXPIRED.
       FD BREAKAGE-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 BREAKAGE-REC.
           03 BK-CARD-NUMBER   PIC X(8).
           03 FILLER           PIC X(1).
           03 BK-AMOUNT        PIC 9(7)V99.
           03 FILLER           PIC X(1).
           03 BK-LAST-ACTIVITY PIC X(8).
           03 FILLER           PIC X(1).
           03 BK-EXPIRY-DATE   PIC X(8).
           03 FILLER           PIC X(1).
           03 BK-RUN-DATE      PIC X(8).
           03 FILLER           PIC X(35).

       FD SOON-RPT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 SOON-RPT-LINE        PIC X(80).

       FD GL-EXTRACT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 GL-EXTRACT-RECORD.
           COPY GLEXT REPLACING ==:PRE:== BY ==GL==.

       FD RUN-LOG-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 RUN-LOG-RECORD.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE      PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP    PIC X(16) VALUE SPACES.

       01 WS-EXPCTL-STATUS      PIC X(2).
           88 EXPCTL-OK         VALUE "00".
       01 WS-BRK-STATUS         PIC X(2).
           88 BRK-OK            VALUE "00".
       01 WS-SOON-STATUS        PIC X(2).
           88 SOON-OK           VALUE "00".
       01 WS-GLEXT-STATUS       PIC X(2).
           88 GLEXT-OK          VALUE "00".
       01 WS-RUNLOG-STATUS      PIC X(2).

      *THE CARD BALANCE MASTER IS KEYED - READ AND REWRITTEN
      *THROUGH IOMOD'S SECOND KEYED SLOT, AS THE BASKET RUN DOES.
       01 WS-IO2-STATUS         PIC X(2).
           88 IO2-OK            VALUE "00".
       01 IOMOD-CONSTANTS.
           03 WS-CLOSE-KEYED       PIC X(4) VALUE 'C   '.
           03 WS-OPEN-KEYED2       PIC X(4) VALUE 'OK2 '.
           03 WS-REWRITE-KEYED2    PIC X(4) VALUE 'RW2 '.
           03 WS-READ-NEXT-KEYED2  PIC X(4) VALUE 'RN2 '.
               88 CARD-SCAN-EOF             VALUE 'RSEF'.
           03 WS-FILE-KEY2         PIC X(8) VALUE 'FILEKEY2'.
           03 WS-CARD-FILENAME     PIC X(8) VALUE 'CARDMAST'.
           03 WS-BLANK-FILENAME    PIC X(8) VALUE SPACES.

      *EXPPROG7'S CARD-RECORD LAYOUT - MUST BE KEPT IN STEP.
       01 CARD-RECORD.
           03 CD-KEY.
               05 CD-CARD-NUMBER  PIC X(8).
           03 CD-BALANCE          PIC S9(7)V99
                                  SIGN LEADING SEPARATE.
           03 CD-LAST-ACTIVITY    PIC X(8).
           03 CD-STATUS           PIC X(1).
               88 CD-EXPIRED      VALUE 'E'.
           03 CD-EXPIRED-DATE     PIC X(8).
           03 FILLER              PIC X(45).

      *GCEXPCTL SETTINGS
       01 WS-EXPIRY-MONTHS      PIC 9(3) VALUE 0.
       01 WS-WARN-DAYS          PIC 9(3) VALUE 30.
       01 WS-GL-ACCOUNT         PIC X(5) VALUE 'GCARD'.

       01 WS-CARDS-READ         PIC 9(8) VALUE 0.
       01 WS-EXPIRED-COUNT      PIC 9(6) VALUE 0.
       01 WS-EXPIRED-VALUE      PIC 9(9)V99 VALUE 0.
       01 WS-SOON-COUNT         PIC 9(6) VALUE 0.
       01 WS-SOON-VALUE         PIC 9(9)V99 VALUE 0.
       01 WS-STARTED-COUNT      PIC 9(6) VALUE 0.
       01 WS-ALREADY-COUNT      PIC 9(6) VALUE 0.
       01 WS-BAD-COUNT          PIC 9(6) VALUE 0.
       01 WS-FAILED-COUNT       PIC 9(6) VALUE 0.
       01 WS-GL-AMOUNT          PIC S9(9) COMP-3 VALUE 0.

      *EXPIRY DATE ARITHMETIC - SAME DAYS-IN-MONTH TABLE AS EXPPROG5.
       01 WS-DAYS-IN-MONTH.
           03 FILLER                 PIC 9(2) VALUE 31.
           03 FILLER                 PIC 9(2) VALUE 28.
           03 FILLER                 PIC 9(2) VALUE 31.
           03 FILLER                 PIC 9(2) VALUE 30.
           03 FILLER                 PIC 9(2) VALUE 31.
           03 FILLER                 PIC 9(2) VALUE 30.
           03 FILLER                 PIC 9(2) VALUE 31.
           03 FILLER                 PIC 9(2) VALUE 31.
           03 FILLER                 PIC 9(2) VALUE 30.
           03 FILLER                 PIC 9(2) VALUE 31.
           03 FILLER                 PIC 9(2) VALUE 30.
           03 FILLER                 PIC 9(2) VALUE 31.
       01 DAYS-IN-MONTH-REDEF REDEFINES WS-DAYS-IN-MONTH.
           03 DAYS-IN-MONTH-TAB OCCURS 12 TIMES PIC 9(2).
       01 WS-EXPIRY-DATE        PIC 9(8).
       01 WS-EXPIRY-DATE-RED REDEFINES WS-EXPIRY-DATE.
           03 WS-EXP-YEAR       PIC 9(4).
           03 WS-EXP-MONTH      PIC 9(2).
           03 WS-EXP-DAY        PIC 9(2).
       01 WS-ACTIVITY-DATE      PIC 9(8).
       01 WS-ACTIVITY-DATE-RED REDEFINES WS-ACTIVITY-DATE.
           03 WS-ACT-YEAR       PIC 9(4).
           03 WS-ACT-MONTH      PIC 9(2).
           03 WS-ACT-DAY        PIC 9(2).
       01 WS-ADD-MONTHS         PIC 9(5).
       01 WS-MAX-DAY            PIC 9(2).
       01 WS-TODAY-NUM          PIC 9(8).
       01 WS-TODAY-DAYS         PIC 9(8).
       01 WS-EXPIRY-DAYS        PIC 9(8).
       01 WS-DAYS-LEFT          PIC S9(8).

      *THE RUN'S RETURN CODE, HELD HERE BECAUSE EVERY CALL RESETS
      *RETURN-CODE
       01 WS-RUN-RC             PIC 9(4) VALUE 0.

      *EXPIRING-SOON LIST LINES
       01 RPT-HEAD-LINE.
           03 FILLER            PIC X(32) VALUE
              'GIFT CARDS EXPIRING SOON AS AT  '.
           03 RH-DATE           PIC X(8).
           03 FILLER            PIC X(10) VALUE ' - WITHIN '.
           03 RH-WARN-DAYS      PIC ZZ9.
           03 FILLER            PIC X(27) VALUE ' DAYS'.
       01 RPT-COL-LINE          PIC X(80) VALUE
           'CARD          BALANCE  LAST USED  EXPIRES   DAYS LEFT'.
       01 RPT-DETAIL-LINE.
           03 RD-CARD           PIC X(8).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 RD-BALANCE        PIC Z(6)9.99.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 RD-LAST-USED      PIC X(8).
           03 FILLER            PIC X(3) VALUE SPACES.
           03 RD-EXPIRES        PIC X(8).
           03 FILLER            PIC X(3) VALUE SPACES.
           03 RD-DAYS-LEFT      PIC ZZZZ9.
           03 FILLER            PIC X(31) VALUE SPACES.
       01 RPT-TOTAL-LINE.
           03 RT-LABEL          PIC X(30).
           03 RT-COUNT          PIC Z(5)9.
           03 FILLER            PIC X(9) VALUE '   VALUE '.
           03 RT-VALUE          PIC Z(8)9.99.
           03 FILLER            PIC X(23) VALUE SPACES.
       01 RPT-NONE-LINE         PIC X(80) VALUE
           'NO CARDS DUE TO EXPIRE IN THE WINDOW'.
       01 BLANKLINE             PIC X(80) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING GIFT-CARD EXPIRY RUN"
           PERFORM B100-READ-CONTROL
           PERFORM B200-OPEN-FILES
           PERFORM C100-WALK-CARDS
           CALL 'IOMOD'
             USING WS-CLOSE-KEYED
                   WS-FILE-KEY2
                   CARD-RECORD
                   WS-IO2-STATUS
                   WS-BLANK-FILENAME
           CLOSE BREAKAGE-FILE
           PERFORM D100-WRITE-SOON-TOTALS
           CLOSE SOON-RPT-FILE
           PERFORM E100-WRITE-GL-EXTRACT
           MOVE WS-RUN-RC TO RETURN-CODE
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - " WS-EXPIRED-COUNT " CARD(S) EXPIRED FOR "
                   WS-EXPIRED-VALUE ", " WS-SOON-COUNT
                   " EXPIRING SOON"
           IF WS-STARTED-COUNT > 0
               DISPLAY "STATUS - " WS-STARTED-COUNT " CARD(S) HAD NO "
                       "ACTIVITY DATE - CLOCK STARTED TODAY"
           END-IF
           DISPLAY "STATUS - GIFT-CARD EXPIRY RUN DONE"
           GOBACK
           .

      *------------------------------------------
      *THE PERIOD IS A MATTER OF THE CARD TERMS, SO THERE IS NO
      *DEFAULT FOR IT - WITHOUT ONE NOTHING IS EXPIRED.
       B100-READ-CONTROL      SECTION.
           OPEN INPUT EXP-CTRL-FILE
           IF NOT EXPCTL-OK
               DISPLAY "ERROR - COULD NOT OPEN GCEXPCTL, STATUS "
                       WS-EXPCTL-STATUS " - NOTHING EXPIRED"
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           READ EXP-CTRL-FILE
               AT END CONTINUE
               NOT AT END
                   IF GX-EXPIRY-MONTHS NUMERIC
                       MOVE GX-EXPIRY-MONTHS TO WS-EXPIRY-MONTHS
                   END-IF
                   IF GX-WARN-DAYS NUMERIC AND GX-WARN-DAYS > 0
                       MOVE GX-WARN-DAYS TO WS-WARN-DAYS
                   END-IF
                   IF GX-GL-ACCOUNT NOT = SPACES
                       MOVE GX-GL-ACCOUNT TO WS-GL-ACCOUNT
                   END-IF
           END-READ
           CLOSE EXP-CTRL-FILE
           IF WS-EXPIRY-MONTHS = 0
               DISPLAY "ERROR - NO EXPIRY PERIOD ON GCEXPCTL - "
                       "NOTHING EXPIRED"
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           DISPLAY "STATUS - CARDS EXPIRE AFTER " WS-EXPIRY-MONTHS
                   " MONTH(S) UNUSED, WARNING " WS-WARN-DAYS
                   " DAY(S) AHEAD"
           MOVE WS-BUSINESS-DATE TO WS-TODAY-NUM
           COMPUTE WS-TODAY-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           .

       B200-OPEN-FILES        SECTION.
           CALL 'IOMOD'
             USING WS-OPEN-KEYED2
                   WS-FILE-KEY2
                   CARD-RECORD
                   WS-IO2-STATUS
                   WS-CARD-FILENAME
           IF NOT IO2-OK
               DISPLAY "ERROR - COULD NOT OPEN CARDMAST, STATUS "
                       WS-IO2-STATUS " - NOTHING EXPIRED"
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN EXTEND BREAKAGE-FILE
           IF NOT BRK-OK
               OPEN OUTPUT BREAKAGE-FILE
           END-IF
           IF NOT BRK-OK
               DISPLAY "ERROR - COULD NOT OPEN GCBREAK, STATUS "
                       WS-BRK-STATUS " - NOTHING EXPIRED"
               CALL 'IOMOD'
                 USING WS-CLOSE-KEYED
                       WS-FILE-KEY2
                       CARD-RECORD
                       WS-IO2-STATUS
                       WS-BLANK-FILENAME
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN OUTPUT SOON-RPT-FILE
           IF NOT SOON-OK
               DISPLAY "ERROR - COULD NOT OPEN GCSOON, STATUS "
                       WS-SOON-STATUS " - NOTHING EXPIRED"
               CLOSE BREAKAGE-FILE
               CALL 'IOMOD'
                 USING WS-CLOSE-KEYED
                       WS-FILE-KEY2
                       CARD-RECORD
                       WS-IO2-STATUS
                       WS-BLANK-FILENAME
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE WS-BUSINESS-DATE TO RH-DATE
           MOVE WS-WARN-DAYS TO RH-WARN-DAYS
           WRITE SOON-RPT-LINE FROM RPT-HEAD-LINE
           WRITE SOON-RPT-LINE FROM BLANKLINE
           WRITE SOON-RPT-LINE FROM RPT-COL-LINE
           .

      *------------------------------------------
      *EVERY CARD ON THE MASTER, LOWEST CARD NUMBER FIRST.
       C100-WALK-CARDS        SECTION.
           PERFORM UNTIL CARD-SCAN-EOF
               CALL 'IOMOD'
                 USING WS-READ-NEXT-KEYED2
                       WS-FILE-KEY2
                       CARD-RECORD
                       WS-IO2-STATUS
                       WS-BLANK-FILENAME
               IF NOT CARD-SCAN-EOF
                   ADD 1 TO WS-CARDS-READ
                   PERFORM C110-CHECK-ONE-CARD
               END-IF
           END-PERFORM
           .

      *ONE CARD: ALREADY EXPIRED, NO ACTIVITY DATE YET, DUE TO
      *EXPIRE NOW, DUE WITHIN THE WINDOW, OR NOT YET.
       C110-CHECK-ONE-CARD    SECTION.
           IF CD-EXPIRED
               ADD 1 TO WS-ALREADY-COUNT
               GO TO C110-EXIT
           END-IF
           IF CD-BALANCE NOT NUMERIC
               DISPLAY "WARNING - CARD " CD-CARD-NUMBER " BALANCE "
                       "NOT NUMERIC, NOT CHECKED"
               ADD 1 TO WS-BAD-COUNT
               MOVE 4 TO WS-RUN-RC
               GO TO C110-EXIT
           END-IF
           IF CD-BALANCE NOT > 0
               GO TO C110-EXIT
           END-IF
           IF CD-LAST-ACTIVITY = SPACES
               MOVE WS-BUSINESS-DATE TO CD-LAST-ACTIVITY
               PERFORM C130-REWRITE-CARD
               IF IO2-OK
                   ADD 1 TO WS-STARTED-COUNT
               END-IF
               GO TO C110-EXIT
           END-IF
           IF CD-LAST-ACTIVITY NOT NUMERIC
               DISPLAY "WARNING - CARD " CD-CARD-NUMBER " ACTIVITY "
                       "DATE NOT VALID, NOT CHECKED"
               ADD 1 TO WS-BAD-COUNT
               MOVE 4 TO WS-RUN-RC
               GO TO C110-EXIT
           END-IF
           MOVE CD-LAST-ACTIVITY TO WS-ACTIVITY-DATE
           IF WS-ACT-MONTH < 1 OR WS-ACT-MONTH > 12
                   OR WS-ACT-DAY < 1 OR WS-ACT-DAY > 31
               DISPLAY "WARNING - CARD " CD-CARD-NUMBER " ACTIVITY "
                       "DATE NOT VALID, NOT CHECKED"
               ADD 1 TO WS-BAD-COUNT
               MOVE 4 TO WS-RUN-RC
               GO TO C110-EXIT
           END-IF
           PERFORM C120-FIND-EXPIRY-DATE
           COMPUTE WS-EXPIRY-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-EXPIRY-DATE)
           COMPUTE WS-DAYS-LEFT = WS-EXPIRY-DAYS - WS-TODAY-DAYS
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT NOT > 0
                   PERFORM C140-EXPIRE-CARD
               WHEN WS-DAYS-LEFT NOT > WS-WARN-DAYS
                   PERFORM C150-LIST-EXPIRING-CARD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       C110-EXIT.
           EXIT.

      *LAST ACTIVITY PLUS THE PERIOD, HELD TO THE END OF THE MONTH
       C120-FIND-EXPIRY-DATE  SECTION.
           MOVE WS-ACTIVITY-DATE TO WS-EXPIRY-DATE
           COMPUTE WS-ADD-MONTHS = WS-EXP-MONTH + WS-EXPIRY-MONTHS
           PERFORM UNTIL WS-ADD-MONTHS <= 12
               SUBTRACT 12 FROM WS-ADD-MONTHS
               ADD 1 TO WS-EXP-YEAR
           END-PERFORM
           MOVE WS-ADD-MONTHS TO WS-EXP-MONTH
           MOVE DAYS-IN-MONTH-TAB(WS-EXP-MONTH) TO WS-MAX-DAY
           IF WS-EXP-MONTH = 2
                   AND FUNCTION MOD(WS-EXP-YEAR, 4) = 0
                   AND (FUNCTION MOD(WS-EXP-YEAR, 100) NOT = 0
                        OR FUNCTION MOD(WS-EXP-YEAR, 400) = 0)
               MOVE 29 TO WS-MAX-DAY
           END-IF
           IF WS-EXP-DAY > WS-MAX-DAY
               MOVE WS-MAX-DAY TO WS-EXP-DAY
           END-IF
           .

       C130-REWRITE-CARD      SECTION.
           CALL 'IOMOD'
             USING WS-REWRITE-KEYED2
                   WS-FILE-KEY2
                   CARD-RECORD
                   WS-IO2-STATUS
                   WS-BLANK-FILENAME
           IF NOT IO2-OK
               DISPLAY "ERROR - IOMOD REWRITE OF CARD "
                       CD-CARD-NUMBER " FAILED, STATUS "
                       WS-IO2-STATUS
               ADD 1 TO WS-FAILED-COUNT
               MOVE 8 TO WS-RUN-RC
           END-IF
           .

      *THE CARD IS MARKED FIRST AND ITS BREAKAGE WRITTEN ONLY ONCE
      *THE MASTER HOLDS THE MARK - A CARD THAT COULD NOT BE
      *REWRITTEN IS LEFT LIVE FOR THE NEXT RUN, NOT RELEASED TWICE.
       C140-EXPIRE-CARD       SECTION.
           MOVE SPACES TO BREAKAGE-REC
           MOVE CD-CARD-NUMBER TO BK-CARD-NUMBER
           MOVE CD-BALANCE TO BK-AMOUNT
           MOVE CD-LAST-ACTIVITY TO BK-LAST-ACTIVITY
           MOVE WS-EXPIRY-DATE TO BK-EXPIRY-DATE
           MOVE WS-BUSINESS-DATE TO BK-RUN-DATE
           MOVE 0 TO CD-BALANCE
           SET CD-EXPIRED TO TRUE
           MOVE WS-BUSINESS-DATE TO CD-EXPIRED-DATE
           PERFORM C130-REWRITE-CARD
           IF NOT IO2-OK
               GO TO C140-EXIT
           END-IF
           WRITE BREAKAGE-REC
           ADD 1 TO WS-EXPIRED-COUNT
           ADD BK-AMOUNT TO WS-EXPIRED-VALUE.
       C140-EXIT.
           EXIT.

       C150-LIST-EXPIRING-CARD SECTION.
           MOVE CD-CARD-NUMBER TO RD-CARD
           MOVE CD-BALANCE TO RD-BALANCE
           MOVE CD-LAST-ACTIVITY TO RD-LAST-USED
           MOVE WS-EXPIRY-DATE TO RD-EXPIRES
           MOVE WS-DAYS-LEFT TO RD-DAYS-LEFT
           WRITE SOON-RPT-LINE FROM RPT-DETAIL-LINE
           ADD 1 TO WS-SOON-COUNT
           ADD CD-BALANCE TO WS-SOON-VALUE
           .

      *------------------------------------------
       D100-WRITE-SOON-TOTALS SECTION.
           IF WS-SOON-COUNT = 0
               WRITE SOON-RPT-LINE FROM RPT-NONE-LINE
           END-IF
           WRITE SOON-RPT-LINE FROM BLANKLINE
           MOVE 'EXPIRING SOON' TO RT-LABEL
           MOVE WS-SOON-COUNT TO RT-COUNT
           MOVE WS-SOON-VALUE TO RT-VALUE
           WRITE SOON-RPT-LINE FROM RPT-TOTAL-LINE
           MOVE 'EXPIRED THIS RUN TO BREAKAGE' TO RT-LABEL
           MOVE WS-EXPIRED-COUNT TO RT-COUNT
           MOVE WS-EXPIRED-VALUE TO RT-VALUE
           WRITE SOON-RPT-LINE FROM RPT-TOTAL-LINE
           .

      *------------------------------------------
      *THE RUN'S BREAKAGE AS ONE POSTING, EXPPROG7'S STYLE - LEDGER
      *ACCOUNT IN GL-ACCOUNT-NUM, NO RUNNING BALANCE, WHOLE UNITS.
      *NOTHING EXPIRED WRITES AN EMPTY EXTRACT.
       E100-WRITE-GL-EXTRACT  SECTION.
           OPEN OUTPUT GL-EXTRACT-FILE
           IF NOT GLEXT-OK
               DISPLAY "ERROR - COULD NOT OPEN GLEXTOU7, STATUS "
                       WS-GLEXT-STATUS " - BREAKAGE NOT POSTED"
               MOVE 8 TO WS-RUN-RC
               GO TO E100-EXIT
           END-IF
           COMPUTE WS-GL-AMOUNT ROUNDED = WS-EXPIRED-VALUE
           IF WS-GL-AMOUNT NOT = 0
               MOVE WS-GL-ACCOUNT TO GL-ACCOUNT-NUM
               MOVE 'X' TO GL-MARKER
               MOVE WS-GL-AMOUNT TO GL-TRANS-AMOUNT
               MOVE 0 TO GL-BALANCE
               MOVE WS-BUSINESS-DATE TO GL-RUN-DATE
               MOVE "EXPPRG97" TO GL-SOURCE-JOB
               MOVE SPACES TO GL-FILLER
               WRITE GL-EXTRACT-RECORD
           END-IF
           CLOSE GL-EXTRACT-FILE.
       E100-EXIT.
           EXIT.

      *------------------------------------------
      *WRITE ONE SUMMARY RECORD TO THE SHARED CROSS-SUITE RUN LOG.
       Z100-WRITE-RUN-LOG     SECTION.
           MOVE "EXPPRG97" TO RL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE WS-CARDS-READ TO RL-INPUT-COUNT
           MOVE WS-EXPIRED-COUNT TO RL-OUTPUT-COUNT
           MOVE WS-SOON-COUNT TO RL-OUTPUT-COUNT-2
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
