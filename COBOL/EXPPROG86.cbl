       ID DIVISION.
       PROGRAM-ID. EXPPROG86.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * DAILY INBOUND RECEIPT REPORT. EVERY JOB THAT TAKES AN
      * EXTERNAL FEED (CDINR1-3, ICIN, THE VOTESIN1/2 CAPTURES,
      * EXPPROG2'S FILEIN AND THE BASKET FILE) CLEARS IT AGAINST THE
      * RECEIPT REGISTER THROUGH RCPTMOD BEFORE PROCESSING. THIS JOB
      * READS THE REGISTER FOR THE BUSINESS DATE AND THE EXPECTED-
      * FEEDS LIST (FEEDCTL) AND PRINTS ON RCPTRPT:
      *   - ARRIVED  - EVERY ACCEPTED RECEIPT (NEW, OR A RERUN OF
      *                THE JOB AGAINST THE SAME FILE), WITH ITS
      *                RECORD COUNT AND CONTENT HASH; A FEED NOT ON
      *                THE LIST IS MARKED
      *   - MISSING  - EVERY FEED EXPECTED TODAY WITH NO ACCEPTED
      *                RECEIPT (A REFUSED DELIVERY LEAVES ITS FEED
      *                HERE AS WELL)
      *   - REFUSED  - EVERY REFUSED DELIVERY AND WHY
      * ANYTHING MISSING OR REFUSED ENDS THE RUN RC 4.
      *
      * FEEDCTL: FEED ID, DD NAME, CONSUMING JOB, A MONDAY-TO-SUNDAY
      * DAY MASK ('N' = NOT EXPECTED THAT DAY, SPACES = EVERY DAY)
      * AND A DESCRIPTION. WITHOUT FEEDCTL NOTHING CAN BE MISSING;
      * THE REPORT SAYS SO AND THE RUN ENDS RC 4.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT FEED-CTRL-FILE ASSIGN TO FEEDCTL
           FILE STATUS IS WS-FEED-STATUS.
           SELECT RECEIPT-REG-FILE ASSIGN TO RCPTREG
           FILE STATUS IS WS-REG-STATUS.
           SELECT RCPT-RPT-FILE ASSIGN TO RCPTRPT
           FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FEED-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 FEED-CTRL-REC.
           03 FC-FEED-ID             PIC X(8).
           03 FC-DD-NAME             PIC X(8).
           03 FC-JOB-NAME            PIC X(8).
           03 FC-DAY-MASK            PIC X(7).
           03 FC-DESCRIPTION         PIC X(30).
           03 FILLER                 PIC X(19).

       FD RECEIPT-REG-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 RECEIPT-REG-RECORD.
           COPY RCPREG.

       FD RCPT-RPT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 RCPT-RPT-RECORD            PIC X(80).

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

       01 WS-FEED-STATUS             PIC X(2).
           88 FEED-OK                VALUE "00".
       01 WS-REG-STATUS              PIC X(2).
           88 REG-OK                 VALUE "00".
       01 WS-RPT-STATUS              PIC X(2).
           88 RPT-OK                 VALUE "00".
       01 WS-RUNLOG-STATUS           PIC X(2).

       01 WS-EOF-FLAG                PIC X VALUE 'N'.
           88 INPUT-DONE             VALUE 'Y'.
       01 WS-FEEDCTL-FLAG            PIC X VALUE 'N'.
           88 FEEDCTL-PRESENT        VALUE 'Y'.

       01 WS-RUN-INPUT-COUNT         PIC 9(8) VALUE 0.
       01 WS-ARRIVED-COUNT           PIC 9(8) VALUE 0.
       01 WS-MISSING-COUNT           PIC 9(8) VALUE 0.
       01 WS-REFUSED-COUNT           PIC 9(8) VALUE 0.

      *DAY OF THE WEEK OF THE BUSINESS DATE, 1 = MONDAY
       01 WS-DATE-NUM                PIC 9(8).
       01 WS-DAY-NUM                 PIC 9(7).
       01 WS-WEEKDAY                 PIC 9(1).

      *THE EXPECTED FEEDS AND WHETHER EACH ARRIVED TODAY
       01 WS-EXP-TABLE.
           03 WS-EXP-ENTRY OCCURS 50 TIMES.
               05 WS-EXP-FEED-ID     PIC X(8).
               05 WS-EXP-DD-NAME     PIC X(8).
               05 WS-EXP-JOB-NAME    PIC X(8).
               05 WS-EXP-DESCRIPTION PIC X(30).
               05 WS-EXP-TODAY       PIC X(1).
               05 WS-EXP-ARRIVED     PIC X(1).
       01 WS-EXP-COUNT               PIC 9(2) VALUE 0.
       01 WS-EXP-IDX                 PIC 9(2).
       01 WS-EXP-FOUND               PIC 9(2).

      *TODAY'S REGISTER ROWS, IN THE ORDER THEY WERE CHECKED. EACH
      *IS MOVED BACK INTO THE REGISTER RECORD TO BE PRINTED.
       01 WS-RCPT-TABLE.
           03 WS-RCPT-ENTRY OCCURS 200 TIMES.
               05 WS-RCPT-ROW        PIC X(80).
       01 WS-RCPT-COUNT              PIC 9(3) VALUE 0.
       01 WS-RCPT-IDX                PIC 9(3).

      *REPORT LINES
       01 RP-TITLE-LINE.
           03 FILLER                 PIC X(39) VALUE
              'INBOUND FEED RECEIPTS - BUSINESS DATE '.
           03 RT-DATE                PIC X(8).
           03 FILLER                 PIC X(33) VALUE SPACES.
       01 RP-SECTION-LINE.
           03 RS-TEXT                PIC X(80).
       01 RP-ARRIVED-HEAD.
           03 FILLER                 PIC X(10) VALUE 'FEED'.
           03 FILLER                 PIC X(10) VALUE 'DD NAME'.
           03 FILLER                 PIC X(10) VALUE 'JOB'.
           03 FILLER                 PIC X(10) VALUE ' RECORDS'.
           03 FILLER                 PIC X(18) VALUE 'CONTENT HASH'.
           03 FILLER                 PIC X(10) VALUE 'CHECKED'.
           03 FILLER                 PIC X(12) VALUE 'NOTE'.
       01 RP-ARRIVED-LINE.
           03 RA-FEED                PIC X(8).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 RA-DD                  PIC X(8).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 RA-JOB                 PIC X(8).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 RA-RECORDS             PIC Z(7)9.
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 RA-HASH                PIC X(16).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 RA-TIME                PIC X(8).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 RA-NOTE                PIC X(12).
       01 RP-MISSING-HEAD.
           03 FILLER                 PIC X(10) VALUE 'FEED'.
           03 FILLER                 PIC X(10) VALUE 'DD NAME'.
           03 FILLER                 PIC X(10) VALUE 'JOB'.
           03 FILLER                 PIC X(50) VALUE 'DESCRIPTION'.
       01 RP-MISSING-LINE.
           03 RM-FEED                PIC X(8).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 RM-DD                  PIC X(8).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 RM-JOB                 PIC X(8).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 RM-DESCRIPTION         PIC X(30).
           03 FILLER                 PIC X(20) VALUE SPACES.
       01 RP-REFUSED-HEAD.
           03 FILLER                 PIC X(10) VALUE 'FEED'.
           03 FILLER                 PIC X(10) VALUE 'DD NAME'.
           03 FILLER                 PIC X(10) VALUE 'JOB'.
           03 FILLER                 PIC X(10) VALUE ' RECORDS'.
           03 FILLER                 PIC X(10) VALUE 'CHECKED'.
           03 FILLER                 PIC X(30) VALUE 'REASON'.
       01 RP-REFUSED-LINE.
           03 RF-FEED                PIC X(8).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 RF-DD                  PIC X(8).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 RF-JOB                 PIC X(8).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 RF-RECORDS             PIC Z(7)9.
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 RF-TIME                PIC X(8).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 RF-REASON              PIC X(30).
       01 RP-TOTAL-LINE.
           03 FILLER                 PIC X(9) VALUE 'ARRIVED: '.
           03 RX-ARRIVED             PIC ZZZ9.
           03 FILLER                 PIC X(12) VALUE '   MISSING: '.
           03 RX-MISSING             PIC ZZZ9.
           03 FILLER                 PIC X(12) VALUE '   REFUSED: '.
           03 RX-REFUSED             PIC ZZZ9.
           03 FILLER                 PIC X(35) VALUE SPACES.
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
           DISPLAY "STATUS - STARTING INBOUND RECEIPT REPORT"
           MOVE WS-BUSINESS-DATE TO WS-DATE-NUM
           COMPUTE WS-DAY-NUM = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-NUM - 1, 7) + 1
           PERFORM B100-LOAD-EXPECTED-FEEDS
           PERFORM B200-LOAD-TODAYS-RECEIPTS
           OPEN OUTPUT RCPT-RPT-FILE
           IF NOT RPT-OK
               DISPLAY "ERROR - COULD NOT OPEN RCPTRPT, STATUS "
                       WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE WS-BUSINESS-DATE TO RT-DATE
           WRITE RCPT-RPT-RECORD FROM RP-TITLE-LINE
           PERFORM D100-PRINT-ARRIVED
           PERFORM D200-PRINT-MISSING
           PERFORM D300-PRINT-REFUSED
           MOVE SPACES TO RCPT-RPT-RECORD
           WRITE RCPT-RPT-RECORD
           MOVE WS-ARRIVED-COUNT TO RX-ARRIVED
           MOVE WS-MISSING-COUNT TO RX-MISSING
           MOVE WS-REFUSED-COUNT TO RX-REFUSED
           WRITE RCPT-RPT-RECORD FROM RP-TOTAL-LINE
           CLOSE RCPT-RPT-FILE
           IF (WS-MISSING-COUNT > 0 OR WS-REFUSED-COUNT > 0
                   OR NOT FEEDCTL-PRESENT)
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - FEEDS ARRIVED: " WS-ARRIVED-COUNT
                   "  MISSING: " WS-MISSING-COUNT
                   "  REFUSED: " WS-REFUSED-COUNT
           DISPLAY "STATUS - INBOUND RECEIPT REPORT DONE"
           GOBACK
           .

       B100-LOAD-EXPECTED-FEEDS SECTION.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT FEED-CTRL-FILE
           IF NOT FEED-OK
               DISPLAY "WARNING - NO FEEDCTL, MISSING FEEDS CANNOT "
                       "BE REPORTED"
               GO TO B100-EXIT
           END-IF
           SET FEEDCTL-PRESENT TO TRUE
           PERFORM UNTIL INPUT-DONE
               READ FEED-CTRL-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       IF FC-FEED-ID NOT = SPACES
                           PERFORM B110-ADD-EXPECTED-FEED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEED-CTRL-FILE.
       B100-EXIT.
           EXIT.

       B110-ADD-EXPECTED-FEED SECTION.
           IF WS-EXP-COUNT = 50
               DISPLAY "WARNING - FEEDCTL HAS MORE THAN 50 FEEDS, "
                       FC-FEED-ID " IGNORED"
               MOVE 4 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-EXP-COUNT
               MOVE FC-FEED-ID TO WS-EXP-FEED-ID(WS-EXP-COUNT)
               MOVE FC-DD-NAME TO WS-EXP-DD-NAME(WS-EXP-COUNT)
               MOVE FC-JOB-NAME TO WS-EXP-JOB-NAME(WS-EXP-COUNT)
               MOVE FC-DESCRIPTION
                 TO WS-EXP-DESCRIPTION(WS-EXP-COUNT)
               MOVE 'N' TO WS-EXP-ARRIVED(WS-EXP-COUNT)
               IF FC-DAY-MASK(WS-WEEKDAY:1) = 'N'
                   MOVE 'N' TO WS-EXP-TODAY(WS-EXP-COUNT)
               ELSE
                   MOVE 'Y' TO WS-EXP-TODAY(WS-EXP-COUNT)
               END-IF
           END-IF
           .

      *ONLY TODAY'S ROWS ARE KEPT. AN ACCEPTED ROW MARKS ITS FEED AS
      *ARRIVED.
       B200-LOAD-TODAYS-RECEIPTS SECTION.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RECEIPT-REG-FILE
           IF NOT REG-OK
               DISPLAY "STATUS - NO RECEIPT REGISTER, NOTHING HAS "
                       "ARRIVED"
               GO TO B200-EXIT
           END-IF
           PERFORM UNTIL INPUT-DONE
               READ RECEIPT-REG-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RUN-INPUT-COUNT
                       IF RR-BUS-DATE = WS-BUSINESS-DATE
                           PERFORM B210-KEEP-RECEIPT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECEIPT-REG-FILE.
       B200-EXIT.
           EXIT.

       B210-KEEP-RECEIPT      SECTION.
           IF WS-RCPT-COUNT = 200
               DISPLAY "WARNING - MORE THAN 200 RECEIPTS TODAY, "
                       RR-FEED-ID " AT " RR-CHECK-TIME " NOT SHOWN"
               MOVE 4 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-RCPT-COUNT
               MOVE RECEIPT-REG-RECORD TO WS-RCPT-ROW(WS-RCPT-COUNT)
           END-IF
           IF RR-ACCEPTED
               PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                       UNTIL WS-EXP-IDX > WS-EXP-COUNT
                   IF WS-EXP-FEED-ID(WS-EXP-IDX) = RR-FEED-ID
                       MOVE 'Y' TO WS-EXP-ARRIVED(WS-EXP-IDX)
                   END-IF
               END-PERFORM
           END-IF
           .

       D100-PRINT-ARRIVED     SECTION.
           MOVE SPACES TO RCPT-RPT-RECORD
           WRITE RCPT-RPT-RECORD
           MOVE 'ARRIVED' TO RS-TEXT
           WRITE RCPT-RPT-RECORD FROM RP-SECTION-LINE
           WRITE RCPT-RPT-RECORD FROM RP-ARRIVED-HEAD
           PERFORM VARYING WS-RCPT-IDX FROM 1 BY 1
                   UNTIL WS-RCPT-IDX > WS-RCPT-COUNT
               MOVE WS-RCPT-ROW(WS-RCPT-IDX) TO RECEIPT-REG-RECORD
               IF RR-ACCEPTED
                   PERFORM D110-PRINT-ONE-ARRIVAL
               END-IF
           END-PERFORM
           IF WS-ARRIVED-COUNT = 0
               MOVE '  NONE' TO RS-TEXT
               WRITE RCPT-RPT-RECORD FROM RP-SECTION-LINE
           END-IF
           .

       D110-PRINT-ONE-ARRIVAL SECTION.
           ADD 1 TO WS-ARRIVED-COUNT
           MOVE RR-FEED-ID TO RA-FEED
           MOVE RR-DD-NAME TO RA-DD
           MOVE RR-JOB-NAME TO RA-JOB
           MOVE RR-RECORD-COUNT TO RA-RECORDS
           MOVE RR-CONTENT-HASH TO RA-HASH
           PERFORM W100-FORMAT-TIME
           MOVE WS-HMS TO RA-TIME
           IF RR-RERUN
               MOVE 'RERUN' TO RA-NOTE
           ELSE
               MOVE 'NEW' TO RA-NOTE
           END-IF
           MOVE 0 TO WS-EXP-FOUND
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                   UNTIL WS-EXP-IDX > WS-EXP-COUNT
               IF WS-EXP-FEED-ID(WS-EXP-IDX) = RR-FEED-ID
                   MOVE WS-EXP-IDX TO WS-EXP-FOUND
               END-IF
           END-PERFORM
           IF WS-EXP-FOUND = 0 AND FEEDCTL-PRESENT
               MOVE 'NOT ON LIST' TO RA-NOTE
           END-IF
           WRITE RCPT-RPT-RECORD FROM RP-ARRIVED-LINE
           .

       D200-PRINT-MISSING     SECTION.
           MOVE SPACES TO RCPT-RPT-RECORD
           WRITE RCPT-RPT-RECORD
           MOVE 'MISSING - EXPECTED TODAY, NO ACCEPTED RECEIPT'
             TO RS-TEXT
           WRITE RCPT-RPT-RECORD FROM RP-SECTION-LINE
           IF NOT FEEDCTL-PRESENT
               MOVE '  NO EXPECTED-FEEDS LIST (FEEDCTL)' TO RS-TEXT
               WRITE RCPT-RPT-RECORD FROM RP-SECTION-LINE
               GO TO D200-EXIT
           END-IF
           WRITE RCPT-RPT-RECORD FROM RP-MISSING-HEAD
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                   UNTIL WS-EXP-IDX > WS-EXP-COUNT
               IF WS-EXP-TODAY(WS-EXP-IDX) = 'Y'
                       AND WS-EXP-ARRIVED(WS-EXP-IDX) = 'N'
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE WS-EXP-FEED-ID(WS-EXP-IDX) TO RM-FEED
                   MOVE WS-EXP-DD-NAME(WS-EXP-IDX) TO RM-DD
                   MOVE WS-EXP-JOB-NAME(WS-EXP-IDX) TO RM-JOB
                   MOVE WS-EXP-DESCRIPTION(WS-EXP-IDX)
                     TO RM-DESCRIPTION
                   WRITE RCPT-RPT-RECORD FROM RP-MISSING-LINE
               END-IF
           END-PERFORM
           IF WS-MISSING-COUNT = 0
               MOVE '  NONE' TO RS-TEXT
               WRITE RCPT-RPT-RECORD FROM RP-SECTION-LINE
           END-IF.
       D200-EXIT.
           EXIT.

       D300-PRINT-REFUSED     SECTION.
           MOVE SPACES TO RCPT-RPT-RECORD
           WRITE RCPT-RPT-RECORD
           MOVE 'REFUSED' TO RS-TEXT
           WRITE RCPT-RPT-RECORD FROM RP-SECTION-LINE
           WRITE RCPT-RPT-RECORD FROM RP-REFUSED-HEAD
           PERFORM VARYING WS-RCPT-IDX FROM 1 BY 1
                   UNTIL WS-RCPT-IDX > WS-RCPT-COUNT
               MOVE WS-RCPT-ROW(WS-RCPT-IDX) TO RECEIPT-REG-RECORD
               IF RR-REFUSED
                   PERFORM D310-PRINT-ONE-REFUSAL
               END-IF
           END-PERFORM
           IF WS-REFUSED-COUNT = 0
               MOVE '  NONE' TO RS-TEXT
               WRITE RCPT-RPT-RECORD FROM RP-SECTION-LINE
           END-IF
           .

       D310-PRINT-ONE-REFUSAL SECTION.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE RR-FEED-ID TO RF-FEED
           MOVE RR-DD-NAME TO RF-DD
           MOVE RR-JOB-NAME TO RF-JOB
           MOVE RR-RECORD-COUNT TO RF-RECORDS
           PERFORM W100-FORMAT-TIME
           MOVE WS-HMS TO RF-TIME
           MOVE SPACES TO RF-REASON
           IF RR-DUP-CONTENT
               STRING 'SAME CONTENT AS ' DELIMITED BY SIZE
                      RR-MATCH-DATE DELIMITED BY SIZE
                   INTO RF-REASON
           ELSE
               MOVE 'DATE ALREADY RECEIVED' TO RF-REASON
           END-IF
           WRITE RCPT-RPT-RECORD FROM RP-REFUSED-LINE
           .

       W100-FORMAT-TIME       SECTION.
           MOVE RR-CHECK-TIME(1:2) TO WS-HMS-HH
           MOVE RR-CHECK-TIME(3:2) TO WS-HMS-MM
           MOVE RR-CHECK-TIME(5:2) TO WS-HMS-SS
           .

      *WRITE ONE SUMMARY RECORD TO THE SHARED CROSS-SUITE RUN LOG.
       Z100-WRITE-RUN-LOG     SECTION.
           MOVE "EXPPRG86" TO RL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE WS-RUN-INPUT-COUNT TO RL-INPUT-COUNT
           MOVE WS-ARRIVED-COUNT TO RL-OUTPUT-COUNT
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
