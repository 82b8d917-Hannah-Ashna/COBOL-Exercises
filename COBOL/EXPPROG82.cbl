       ID DIVISION.
       PROGRAM-ID. EXPPROG82.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * MONTH-END ACCRUALS AND THEIR REVERSALS. EACH ACCRIN CARD
      * IS ONE ACCRUAL - A DEBIT LEDGER CODE, A CREDIT LEDGER
      * CODE, THE AMOUNT, A NARRATIVE AND AN AUTO-REVERSE FLAG.
      * THE DAY'S CARDS BECOME ONE BALANCED BATCH ON ACCRJRNL
      * (THE EXPPROG25 JOURNAL LAYOUT, FED TO THE EXPPROG50
      * POSTING LIKE EXPPROG52'S RDJRNL), DATED THE LAST DAY OF
      * THE CLOSING PERIOD, WHICH MUST STILL BE OPEN ON PERDCTL.
      *
      * EVERY ACCRUAL GOES ON THE ACCRUAL REGISTER (ACCRREG) WITH
      * ITS REVERSAL DATE - THE FIRST DAY OF THE NEXT PERIOD THAT
      * IS OPEN ON PERDCTL. THE REVERSING BATCH (LEGS SWAPPED) IS
      * RELEASED TO ACCRJRNL BY THE FIRST RUN ON OR AFTER THAT
      * DATE, SO THE ACCRUAL STANDS IN THE MONTH-END LEDGER AND IS
      * GONE FROM THE NEXT. ONE REVERSING BATCH IS WRITTEN PER
      * REVERSAL DATE.
      *
      * AN ACCRUAL NOT FLAGGED FOR AUTO-REVERSAL WAITS FOR AN 'R'
      * CARD QUOTING ITS REFERENCE, WHICH RELEASES ITS REVERSAL
      * DATED THE BUSINESS DATE. ONE STILL UNREVERSED AFTER ITS
      * REVERSAL DATE IS FLAGGED ON ACCRRPT AND THE RUN ENDS RC 4.
      *
      * BATCH SEQUENCES: ACCRUALS 6001-6499, REVERSALS 6501-6999,
      * CLEAR OF THE DAILY BATCH (1), THE YEAR-END CLOSE (7000),
      * REVERSALS (8001 UP) AND RE-DATES (9001 UP).
      *
      * ANY BAD CARD (UNKNOWN ACTION, MISSING CODE, ZERO AMOUNT,
      * DUPLICATE OR UNKNOWN REFERENCE) STOPS THE RUN RC 16 WITH
      * NOTHING WRITTEN.
      *
      * PARM - THE CLOSING PERIOD AS YYYYMM; THE MONTH OF THE
      * BUSINESS DATE WHEN ABSENT.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT ACCRUAL-INPUT ASSIGN TO ACCRIN
           FILE STATUS IS WS-ACCIN-STATUS.
           SELECT ACCRUAL-REGISTER ASSIGN TO ACCRREG
           FILE STATUS IS WS-AREG-STATUS.
           SELECT PERIOD-CTRL-FILE ASSIGN TO PERDCTL
           FILE STATUS IS WS-PERD-STATUS.
           SELECT ACCRUAL-JOURNAL ASSIGN TO ACCRJRNL
           FILE STATUS IS WS-AJRN-STATUS.
           SELECT ACCRUAL-RPT-FILE ASSIGN TO ACCRRPT
           FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *'A' - A NEW ACCRUAL; 'R' - REVERSE A MANUAL ACCRUAL NOW
      *(ONLY THE REFERENCE IS READ).
       FD ACCRUAL-INPUT BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 ACCRUAL-IN-REC.
           03 AC-ACTION              PIC X(1).
               88 AC-ACCRUE          VALUE 'A'.
               88 AC-REVERSE         VALUE 'R'.
           03 AC-ACCRUAL-REF         PIC X(10).
           03 AC-DEBIT-CODE          PIC X(8).
           03 AC-CREDIT-CODE         PIC X(8).
           03 AC-AMOUNT              PIC 9(9).
           03 AC-AUTO-REVERSE        PIC X(1).
               88 AC-AUTO-VALID      VALUE 'Y' 'N'.
           03 AC-NARRATIVE           PIC X(30).
           03 FILLER                 PIC X(13).

      *ONE ROW PER ACCRUAL, REWRITTEN WHOLE EACH RUN. 'P'OSTED
      *(REVERSAL STILL TO COME) OR 'R'EVERSED.
       FD ACCRUAL-REGISTER BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 ACCRUAL-REG-REC.
           03 AR-ACCRUAL-REF         PIC X(10).
           03 AR-DEBIT-CODE          PIC X(8).
           03 AR-CREDIT-CODE         PIC X(8).
           03 AR-AMOUNT              PIC 9(9).
           03 AR-NARRATIVE           PIC X(30).
           03 AR-AUTO-REVERSE        PIC X(1).
           03 AR-STATUS              PIC X(1).
           03 AR-POST-BATCH.
               05 AR-POST-DATE       PIC 9(8).
               05 AR-POST-SEQ        PIC 9(4).
           03 AR-REVERSE-DUE         PIC 9(8).
           03 AR-REVERSE-BATCH.
               05 AR-REVERSE-DATE    PIC 9(8).
               05 AR-REVERSE-SEQ     PIC 9(4).
           03 FILLER                 PIC X(1).

      *ONE ROW PER ACCOUNTING PERIOD: YYYYMM AND 'O'PEN/'C'LOSED,
      *OR 'Y' FOR THE FINAL PERIOD OF A CLOSED YEAR.
       FD PERIOD-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 PERIOD-CTRL-REC.
           03 PD-PERIOD            PIC 9(6).
           03 PD-STATUS            PIC X(1).
           03 FILLER               PIC X(73).

      *EXPPROG25'S JOURNAL BATCH LAYOUT - MUST BE KEPT IN STEP.
       FD ACCRUAL-JOURNAL BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 JOURNAL-RECORD.
           03 JR-LEDGER-CODE       PIC X(8).
           03 JR-DRCR              PIC X(2).
           03 JR-AMOUNT            PIC S9(9) SIGN LEADING SEPARATE.
           03 JR-SOURCE-JOB        PIC X(8).
           03 JR-ACCOUNT-NUM       PIC X(5).
           03 JR-MARKER            PIC X(1).
           03 JR-RUN-DATE          PIC X(8).
           03 FILLER               PIC X(37).
           03 JR-REC-TYPE          PIC X(1).
       01 JOURNAL-HEADER-RECORD REDEFINES JOURNAL-RECORD.
           03 JH-BATCH-DATE        PIC 9(8).
           03 JH-BATCH-SEQ         PIC 9(4).
           03 FILLER               PIC X(67).
           03 JH-REC-TYPE          PIC X(1).
       01 JOURNAL-TRAILER-RECORD REDEFINES JOURNAL-RECORD.
           03 JT-RECORD-COUNT      PIC 9(7).
           03 JT-DEBIT-TOTAL       PIC S9(11) SIGN LEADING SEPARATE.
           03 JT-CREDIT-TOTAL      PIC S9(11) SIGN LEADING SEPARATE.
           03 FILLER               PIC X(48).
           03 JT-REC-TYPE          PIC X(1).

       FD ACCRUAL-RPT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 ACCRUAL-RPT-RECORD       PIC X(80).

       FD RUN-LOG-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 RUN-LOG-RECORD.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE         PIC X(8) VALUE SPACES.
       01 WS-BUSINESS-DATE-NUM REDEFINES WS-BUSINESS-DATE
                                   PIC 9(8).
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP       PIC X(16) VALUE SPACES.

       01 WS-ACCIN-STATUS          PIC X(2).
           88 ACCIN-OK             VALUE "00".
           88 ACCIN-NOTFOUND       VALUE "35".
       01 WS-AREG-STATUS           PIC X(2).
           88 AREG-OK              VALUE "00".
       01 WS-PERD-STATUS           PIC X(2).
           88 PERD-OK              VALUE "00".
       01 WS-AJRN-STATUS           PIC X(2).
           88 AJRN-OK              VALUE "00".
       01 WS-RPT-STATUS            PIC X(2).
           88 RPT-OK               VALUE "00".
       01 WS-RUNLOG-STATUS         PIC X(2).

       01 WS-EOF-FLAG              PIC X VALUE 'N'.
           88 INPUT-DONE           VALUE 'Y'.

       01 WS-RUN-INPUT-COUNT       PIC 9(8) VALUE 0.
       01 WS-ACCRUED-COUNT         PIC 9(8) VALUE 0.
       01 WS-REVERSED-COUNT        PIC 9(8) VALUE 0.
       01 WS-OVERDUE-COUNT         PIC 9(8) VALUE 0.
       01 WS-ERROR-COUNT           PIC 9(8) VALUE 0.

      *THE CLOSING PERIOD AND THE REVERSAL DATE IT GIVES
       01 WS-CLOSE-PERIOD          PIC X(6).
       01 WS-CLOSE-PERIOD-NUM REDEFINES WS-CLOSE-PERIOD
                                   PIC 9(6).
       01 WS-CLOSE-PARTS REDEFINES WS-CLOSE-PERIOD.
           03 WS-CLOSE-YYYY        PIC 9(4).
           03 WS-CLOSE-MM          PIC 9(2).
       01 WS-ACCRUAL-DATE          PIC 9(8).
       01 WS-ACCRUAL-DATE-PARTS REDEFINES WS-ACCRUAL-DATE.
           03 WS-ACCRUAL-YYYYMM    PIC 9(6).
           03 WS-ACCRUAL-DD        PIC 9(2).
       01 WS-NEXT-PERIOD           PIC 9(6).
       01 WS-NEXT-PARTS REDEFINES WS-NEXT-PERIOD.
           03 WS-NEXT-YYYY         PIC 9(4).
           03 WS-NEXT-MM           PIC 9(2).
       01 WS-REVERSAL-DATE         PIC 9(8).
       01 WS-REVERSAL-DATE-PARTS REDEFINES WS-REVERSAL-DATE.
           03 WS-REVERSAL-YYYYMM   PIC 9(6).
           03 WS-REVERSAL-DD       PIC 9(2).
       01 WS-TRIES                 PIC 9(2).
       01 WS-MONTH-DAYS-LIST       PIC X(24)
                                   VALUE '312831303130313130313031'.
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
           03 WS-MONTH-DAYS        PIC 9(2) OCCURS 12 TIMES.
       01 WS-LEAP-QUOT             PIC 9(4).
       01 WS-LEAP-REM-4            PIC 9(4).
       01 WS-LEAP-REM-100          PIC 9(4).
       01 WS-LEAP-REM-400          PIC 9(4).

      *PERIOD CONTROL - NO PERDCTL (OR NO ROW) MEANS OPEN.
       01 WS-PERD-TABLE.
           03 WS-PD-ENTRY OCCURS 36 TIMES.
               05 WS-PD-PERIOD     PIC 9(6).
               05 WS-PD-STATUS     PIC X(1).
       01 WS-PERD-COUNT            PIC 9(2) VALUE 0.
       01 WS-PD-IDX                PIC 9(2).
       01 WS-CHECK-PERIOD          PIC 9(6) VALUE 0.
       01 WS-PERIOD-CLOSED-FLAG    PIC X VALUE 'N'.
           88 PERIOD-CLOSED        VALUE 'Y'.

      *THE REGISTER IN STORAGE
       01 WS-REG-TABLE.
           03 WS-AR-ENTRY OCCURS 1000 TIMES.
               05 WS-AR-REF         PIC X(10).
               05 WS-AR-DEBIT-CODE  PIC X(8).
               05 WS-AR-CREDIT-CODE PIC X(8).
               05 WS-AR-AMOUNT      PIC 9(9).
               05 WS-AR-NARRATIVE   PIC X(30).
               05 WS-AR-AUTO        PIC X(1).
               05 WS-AR-STATUS      PIC X(1).
                   88 AR-AWAITING-REVERSAL VALUE 'P'.
               05 WS-AR-POST-DATE   PIC 9(8).
               05 WS-AR-POST-SEQ    PIC 9(4).
               05 WS-AR-DUE         PIC 9(8).
               05 WS-AR-REV-DATE    PIC 9(8).
               05 WS-AR-REV-SEQ     PIC 9(4).
               05 WS-AR-RELEASE     PIC X(1).
                   88 AR-RELEASE-NOW VALUE 'Y'.
               05 WS-AR-NEW         PIC X(1).
                   88 AR-NEW-THIS-RUN VALUE 'Y'.
       01 WS-REG-COUNT             PIC 9(4) VALUE 0.
       01 WS-REG-IDX               PIC 9(4).
       01 WS-REG-PICK              PIC 9(4).
       01 WS-FIND-REF              PIC X(10).

      *THE DAY'S CARDS, HELD UNTIL ALL ARE PROVED
       01 WS-CARD-TABLE.
           03 WS-CD-ENTRY OCCURS 500 TIMES.
               05 WS-CD-ACTION      PIC X(1).
               05 WS-CD-REF         PIC X(10).
               05 WS-CD-DEBIT-CODE  PIC X(8).
               05 WS-CD-CREDIT-CODE PIC X(8).
               05 WS-CD-AMOUNT      PIC 9(9).
               05 WS-CD-AUTO        PIC X(1).
               05 WS-CD-NARRATIVE   PIC X(30).
       01 WS-CARD-COUNT            PIC 9(3) VALUE 0.
       01 WS-CD-IDX                PIC 9(3).
       01 WS-CD-SCAN               PIC 9(3).
       01 WS-ACCRUE-CARDS          PIC 9(3) VALUE 0.

      *BATCH BUILDING
       01 WS-BATCH-DATE            PIC 9(8).
       01 WS-BATCH-SEQ             PIC 9(4).
       01 WS-SEQ-BASE              PIC 9(4).
       01 WS-BATCH-LEGS            PIC 9(7).
       01 WS-BATCH-DEBITS          PIC S9(11).
       01 WS-BATCH-CREDITS         PIC S9(11).
       01 WS-LEG-CODE              PIC X(8).
       01 WS-LEG-DRCR              PIC X(2).
       01 WS-LEG-AMOUNT            PIC 9(9).
       01 WS-LOW-DUE               PIC 9(8).

      *REPORT LINES
       01 AR-TITLE-LINE.
           03 FILLER               PIC X(26) VALUE
              'ACCRUALS - CLOSING PERIOD '.
           03 AT-PERIOD            PIC 9(6).
           03 FILLER               PIC X(13) VALUE
              '  REVERSE ON '.
           03 AT-REVERSAL-DATE     PIC 9(8).
           03 FILLER               PIC X(9) VALUE '  RUN ON '.
           03 AT-RUN-DATE          PIC X(8).
           03 FILLER               PIC X(10) VALUE SPACES.
       01 AR-SECTION-LINE.
           03 AS-TEXT              PIC X(80).
       01 AR-HEAD-LINE.
           03 FILLER               PIC X(40) VALUE
              'REFERENCE  DEBIT    CREDIT        AMOUNT'.
           03 FILLER               PIC X(40) VALUE
              ' A DUE      NOTE'.
       01 AR-DETAIL-LINE.
           03 AD-REF               PIC X(10).
           03 FILLER               PIC X(1) VALUE SPACES.
           03 AD-DEBIT-CODE        PIC X(8).
           03 FILLER               PIC X(1) VALUE SPACES.
           03 AD-CREDIT-CODE       PIC X(8).
           03 FILLER               PIC X(1) VALUE SPACES.
           03 AD-AMOUNT            PIC -(9)9.
           03 FILLER               PIC X(1) VALUE SPACES.
           03 AD-AUTO              PIC X(1).
           03 FILLER               PIC X(1) VALUE SPACES.
           03 AD-DUE               PIC 9(8).
           03 FILLER               PIC X(1) VALUE SPACES.
           03 AD-NOTE              PIC X(29).
       01 AR-BATCH-LINE.
           03 FILLER               PIC X(8) VALUE '  BATCH '.
           03 AB-DATE              PIC 9(8).
           03 FILLER               PIC X(1) VALUE '/'.
           03 AB-SEQ               PIC 9(4).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 AB-LEGS              PIC Z(6)9.
           03 FILLER               PIC X(7) VALUE ' LEGS  '.
           03 AB-TOTAL             PIC -(11)9.
           03 FILLER               PIC X(31) VALUE
              ' EACH SIDE'.
      *
       LINKAGE SECTION.
       01 INPUT-PARM.
           03 PARM-LENGTH          PIC S9(04) COMP.
           03 PARM-CLOSE-PERIOD    PIC X(6).
      *
       PROCEDURE DIVISION USING INPUT-PARM.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING ACCRUAL PROCESSING"
           PERFORM B100-CHECK-PARM
           PERFORM B200-LOAD-PERIOD-TABLE
           MOVE WS-CLOSE-PERIOD-NUM TO WS-CHECK-PERIOD
           PERFORM B210-CHECK-PERIOD
           IF PERIOD-CLOSED
               DISPLAY "ERROR - CLOSING PERIOD " WS-CLOSE-PERIOD
                       " IS CLOSED ON PERDCTL, NOTHING ACCRUED"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM B300-FIND-REVERSAL-DATE
           PERFORM B400-LOAD-REGISTER
           PERFORM B500-LOAD-CARDS
           IF WS-ERROR-COUNT > 0
               DISPLAY "ERROR - " WS-ERROR-COUNT " BAD ACCRIN CARD(S), "
                       "NOTHING WRITTEN"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN OUTPUT ACCRUAL-JOURNAL
           IF NOT AJRN-OK
               DISPLAY "ERROR - COULD NOT OPEN ACCRJRNL, STATUS "
                       WS-AJRN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN OUTPUT ACCRUAL-RPT-FILE
           MOVE WS-CLOSE-PERIOD-NUM TO AT-PERIOD
           MOVE WS-REVERSAL-DATE TO AT-REVERSAL-DATE
           MOVE WS-BUSINESS-DATE TO AT-RUN-DATE
           WRITE ACCRUAL-RPT-RECORD FROM AR-TITLE-LINE
           WRITE ACCRUAL-RPT-RECORD FROM AR-HEAD-LINE
           PERFORM C100-WRITE-ACCRUAL-BATCH
           PERFORM C200-MARK-REVERSALS
           PERFORM C300-RELEASE-REVERSALS
           PERFORM D100-REPORT-OUTSTANDING
           CLOSE ACCRUAL-JOURNAL
                 ACCRUAL-RPT-FILE
           PERFORM W100-REWRITE-REGISTER
           IF WS-OVERDUE-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - ACCRUED: " WS-ACCRUED-COUNT
                   "  REVERSED: " WS-REVERSED-COUNT
                   "  OVERDUE: " WS-OVERDUE-COUNT
           DISPLAY "STATUS - ACCRUAL PROCESSING DONE"
           GOBACK
           .

      *THE ACCRUAL BATCH IS DATED THE LAST DAY OF THE CLOSING
      *PERIOD.
       B100-CHECK-PARM        SECTION.
           IF PARM-LENGTH >= 6
               MOVE PARM-CLOSE-PERIOD TO WS-CLOSE-PERIOD
           ELSE
               MOVE WS-BUSINESS-DATE(1:6) TO WS-CLOSE-PERIOD
           END-IF
           IF WS-CLOSE-PERIOD NOT NUMERIC
                   OR WS-CLOSE-MM < 1 OR WS-CLOSE-MM > 12
               DISPLAY "ERROR - INVALID CLOSING PERIOD "
                       WS-CLOSE-PERIOD " - PARM IS YYYYMM"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE WS-CLOSE-PERIOD-NUM TO WS-ACCRUAL-YYYYMM
           MOVE WS-MONTH-DAYS(WS-CLOSE-MM) TO WS-ACCRUAL-DD
           IF WS-CLOSE-MM = 2
               DIVIDE WS-CLOSE-YYYY BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-CLOSE-YYYY BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-CLOSE-YYYY BY 400 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = 0 AND
                  (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
                   MOVE 29 TO WS-ACCRUAL-DD
               END-IF
           END-IF
           .

       B200-LOAD-PERIOD-TABLE SECTION.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PERIOD-CTRL-FILE
           IF PERD-OK
               PERFORM UNTIL INPUT-DONE
                   READ PERIOD-CTRL-FILE
                       AT END SET INPUT-DONE TO TRUE
                       NOT AT END
                           IF WS-PERD-COUNT < 36
                                   AND PD-PERIOD NUMERIC
                               ADD 1 TO WS-PERD-COUNT
                               MOVE WS-PERD-COUNT TO WS-PD-IDX
                               MOVE PD-PERIOD
                                 TO WS-PD-PERIOD(WS-PD-IDX)
                               MOVE PD-STATUS
                                 TO WS-PD-STATUS(WS-PD-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CTRL-FILE
           ELSE
               DISPLAY "WARNING - PERDCTL NOT FOUND, EVERY PERIOD "
                       "TREATED AS OPEN"
           END-IF
           .

       B210-CHECK-PERIOD      SECTION.
           MOVE 'N' TO WS-PERIOD-CLOSED-FLAG
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PERD-COUNT
               IF WS-PD-PERIOD(WS-PD-IDX) = WS-CHECK-PERIOD
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

      *THE FIRST PERIOD AFTER THE CLOSING ONE THAT IS NOT CLOSED
      *(A YEAR AHEAD AT MOST), DAY ONE.
       B300-FIND-REVERSAL-DATE SECTION.
           MOVE WS-CLOSE-PERIOD-NUM TO WS-NEXT-PERIOD
           MOVE 0 TO WS-TRIES
           SET PERIOD-CLOSED TO TRUE
           PERFORM UNTIL NOT PERIOD-CLOSED OR WS-TRIES > 12
               IF WS-NEXT-MM = 12
                   ADD 1 TO WS-NEXT-YYYY
                   MOVE 1 TO WS-NEXT-MM
               ELSE
                   ADD 1 TO WS-NEXT-MM
               END-IF
               ADD 1 TO WS-TRIES
               MOVE WS-NEXT-PERIOD TO WS-CHECK-PERIOD
               PERFORM B210-CHECK-PERIOD
           END-PERFORM
           IF PERIOD-CLOSED
               DISPLAY "ERROR - NO OPEN PERIOD IN THE YEAR AFTER "
                       WS-CLOSE-PERIOD " TO REVERSE INTO"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE WS-NEXT-PERIOD TO WS-REVERSAL-YYYYMM
           MOVE 1 TO WS-REVERSAL-DD
           DISPLAY "STATUS - ACCRUALS DATED " WS-ACCRUAL-DATE
                   ", REVERSAL DUE " WS-REVERSAL-DATE
           .

       B400-LOAD-REGISTER     SECTION.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ACCRUAL-REGISTER
           IF NOT AREG-OK
               DISPLAY "STATUS - NO ACCRUAL REGISTER YET"
               GO TO B400-EXIT
           END-IF
           PERFORM UNTIL INPUT-DONE
               READ ACCRUAL-REGISTER
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       IF WS-REG-COUNT >= 1000
                           DISPLAY "ERROR - ACCRREG OVER 1000 ROWS, "
                                   "ARCHIVE REVERSED ACCRUALS"
                           MOVE 12 TO RETURN-CODE
                           PERFORM Z100-WRITE-RUN-LOG
                           GOBACK
                       END-IF
                       ADD 1 TO WS-REG-COUNT
                       MOVE WS-REG-COUNT TO WS-REG-IDX
                       MOVE AR-ACCRUAL-REF TO WS-AR-REF(WS-REG-IDX)
                       MOVE AR-DEBIT-CODE
                         TO WS-AR-DEBIT-CODE(WS-REG-IDX)
                       MOVE AR-CREDIT-CODE
                         TO WS-AR-CREDIT-CODE(WS-REG-IDX)
                       MOVE AR-AMOUNT TO WS-AR-AMOUNT(WS-REG-IDX)
                       MOVE AR-NARRATIVE
                         TO WS-AR-NARRATIVE(WS-REG-IDX)
                       MOVE AR-AUTO-REVERSE TO WS-AR-AUTO(WS-REG-IDX)
                       MOVE AR-STATUS TO WS-AR-STATUS(WS-REG-IDX)
                       MOVE AR-POST-DATE TO WS-AR-POST-DATE(WS-REG-IDX)
                       MOVE AR-POST-SEQ TO WS-AR-POST-SEQ(WS-REG-IDX)
                       MOVE AR-REVERSE-DUE TO WS-AR-DUE(WS-REG-IDX)
                       MOVE AR-REVERSE-DATE
                         TO WS-AR-REV-DATE(WS-REG-IDX)
                       MOVE AR-REVERSE-SEQ TO WS-AR-REV-SEQ(WS-REG-IDX)
                       MOVE 'N' TO WS-AR-RELEASE(WS-REG-IDX)
                       MOVE 'N' TO WS-AR-NEW(WS-REG-IDX)
               END-READ
           END-PERFORM
           CLOSE ACCRUAL-REGISTER.
       B400-EXIT.
           EXIT.

      *NO ACCRIN IS AN ORDINARY DAY - ONLY REVERSALS FALLING DUE.
       B500-LOAD-CARDS        SECTION.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ACCRUAL-INPUT
           IF ACCIN-NOTFOUND
               DISPLAY "STATUS - NO ACCRIN CARDS TODAY"
               GO TO B500-EXIT
           END-IF
           IF NOT ACCIN-OK
               DISPLAY "ERROR - COULD NOT OPEN ACCRIN, STATUS "
                       WS-ACCIN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM UNTIL INPUT-DONE
               READ ACCRUAL-INPUT
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RUN-INPUT-COUNT
                       PERFORM B510-CHECK-CARD
               END-READ
           END-PERFORM
           CLOSE ACCRUAL-INPUT.
       B500-EXIT.
           EXIT.

       B510-CHECK-CARD        SECTION.
           IF AC-ACCRUAL-REF = SPACES
               DISPLAY "ERROR - ACCRIN CARD WITH NO REFERENCE"
               ADD 1 TO WS-ERROR-COUNT
               GO TO B510-EXIT
           END-IF
           MOVE AC-ACCRUAL-REF TO WS-FIND-REF
           PERFORM B520-FIND-REGISTER-REF
           EVALUATE TRUE
               WHEN AC-ACCRUE
                   IF AC-DEBIT-CODE = SPACES
                           OR AC-CREDIT-CODE = SPACES
                           OR AC-DEBIT-CODE = AC-CREDIT-CODE
                           OR AC-AMOUNT NOT NUMERIC
                           OR NOT AC-AUTO-VALID
                       DISPLAY "ERROR - ACCRUAL " AC-ACCRUAL-REF
                               " NEEDS TWO DIFFERENT LEDGER CODES, "
                               "AN AMOUNT AND AUTO-REVERSE Y/N"
                       ADD 1 TO WS-ERROR-COUNT
                       GO TO B510-EXIT
                   END-IF
                   IF AC-AMOUNT = 0
                       DISPLAY "ERROR - ACCRUAL " AC-ACCRUAL-REF
                               " HAS A ZERO AMOUNT"
                       ADD 1 TO WS-ERROR-COUNT
                       GO TO B510-EXIT
                   END-IF
                   IF WS-REG-PICK > 0
                       DISPLAY "ERROR - ACCRUAL " AC-ACCRUAL-REF
                               " IS ALREADY ON THE REGISTER"
                       ADD 1 TO WS-ERROR-COUNT
                       GO TO B510-EXIT
                   END-IF
                   ADD 1 TO WS-ACCRUE-CARDS
               WHEN AC-REVERSE
                   IF WS-REG-PICK = 0
                       DISPLAY "ERROR - REVERSAL FOR " AC-ACCRUAL-REF
                               " - NO SUCH ACCRUAL"
                       ADD 1 TO WS-ERROR-COUNT
                       GO TO B510-EXIT
                   END-IF
                   IF NOT AR-AWAITING-REVERSAL(WS-REG-PICK)
                       DISPLAY "ERROR - ACCRUAL " AC-ACCRUAL-REF
                               " IS ALREADY REVERSED"
                       ADD 1 TO WS-ERROR-COUNT
                       GO TO B510-EXIT
                   END-IF
               WHEN OTHER
                   DISPLAY "ERROR - ACCRIN ACTION '" AC-ACTION
                           "' FOR " AC-ACCRUAL-REF " - A OR R"
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO B510-EXIT
           END-EVALUATE
      *THE SAME REFERENCE TWICE IN ONE DECK IS AS BAD AS TWICE ON
      *THE REGISTER.
           PERFORM VARYING WS-CD-SCAN FROM 1 BY 1
                   UNTIL WS-CD-SCAN > WS-CARD-COUNT
               IF WS-CD-REF(WS-CD-SCAN) = AC-ACCRUAL-REF
                   DISPLAY "ERROR - " AC-ACCRUAL-REF
                           " IS ON ACCRIN TWICE"
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO B510-EXIT
               END-IF
           END-PERFORM
           IF WS-CARD-COUNT >= 500
               DISPLAY "ERROR - ACCRIN OVER 500 CARDS"
               ADD 1 TO WS-ERROR-COUNT
               GO TO B510-EXIT
           END-IF
           ADD 1 TO WS-CARD-COUNT
           MOVE AC-ACTION TO WS-CD-ACTION(WS-CARD-COUNT)
           MOVE AC-ACCRUAL-REF TO WS-CD-REF(WS-CARD-COUNT)
           MOVE AC-DEBIT-CODE TO WS-CD-DEBIT-CODE(WS-CARD-COUNT)
           MOVE AC-CREDIT-CODE TO WS-CD-CREDIT-CODE(WS-CARD-COUNT)
           MOVE AC-AMOUNT TO WS-CD-AMOUNT(WS-CARD-COUNT)
           MOVE AC-AUTO-REVERSE TO WS-CD-AUTO(WS-CARD-COUNT)
           MOVE AC-NARRATIVE TO WS-CD-NARRATIVE(WS-CARD-COUNT).
       B510-EXIT.
           EXIT.

       B520-FIND-REGISTER-REF SECTION.
           MOVE 0 TO WS-REG-PICK
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               IF WS-REG-PICK = 0 AND
                  WS-AR-REF(WS-REG-IDX) = WS-FIND-REF
                   MOVE WS-REG-IDX TO WS-REG-PICK
               END-IF
           END-PERFORM
           .

      *ALL THE DAY'S 'A' CARDS AS ONE BATCH, EACH ALSO ADDED TO
      *THE REGISTER.
       C100-WRITE-ACCRUAL-BATCH SECTION.
           IF WS-ACCRUE-CARDS = 0
               GO TO C100-EXIT
           END-IF
           IF WS-REG-COUNT + WS-ACCRUE-CARDS > 1000
               DISPLAY "ERROR - ACCRREG WOULD PASS 1000 ROWS, "
                       "ARCHIVE REVERSED ACCRUALS"
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE 'ACCRUED THIS RUN' TO AS-TEXT
           WRITE ACCRUAL-RPT-RECORD FROM AR-SECTION-LINE
           MOVE WS-ACCRUAL-DATE TO WS-BATCH-DATE
           MOVE 6000 TO WS-SEQ-BASE
           PERFORM E100-PICK-SEQUENCE
           PERFORM E200-START-BATCH
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                   UNTIL WS-CD-IDX > WS-CARD-COUNT
               IF WS-CD-ACTION(WS-CD-IDX) = 'A'
                   PERFORM C110-ACCRUE-ONE
               END-IF
           END-PERFORM
           PERFORM E400-END-BATCH.
       C100-EXIT.
           EXIT.

       C110-ACCRUE-ONE        SECTION.
           MOVE WS-CD-AMOUNT(WS-CD-IDX) TO WS-LEG-AMOUNT
           MOVE WS-CD-DEBIT-CODE(WS-CD-IDX) TO WS-LEG-CODE
           MOVE 'DR' TO WS-LEG-DRCR
           PERFORM E300-WRITE-LEG
           MOVE WS-CD-CREDIT-CODE(WS-CD-IDX) TO WS-LEG-CODE
           MOVE 'CR' TO WS-LEG-DRCR
           PERFORM E300-WRITE-LEG
           ADD 1 TO WS-REG-COUNT
           MOVE WS-REG-COUNT TO WS-REG-IDX
           MOVE WS-CD-REF(WS-CD-IDX) TO WS-AR-REF(WS-REG-IDX)
           MOVE WS-CD-DEBIT-CODE(WS-CD-IDX)
             TO WS-AR-DEBIT-CODE(WS-REG-IDX)
           MOVE WS-CD-CREDIT-CODE(WS-CD-IDX)
             TO WS-AR-CREDIT-CODE(WS-REG-IDX)
           MOVE WS-CD-AMOUNT(WS-CD-IDX) TO WS-AR-AMOUNT(WS-REG-IDX)
           MOVE WS-CD-NARRATIVE(WS-CD-IDX)
             TO WS-AR-NARRATIVE(WS-REG-IDX)
           MOVE WS-CD-AUTO(WS-CD-IDX) TO WS-AR-AUTO(WS-REG-IDX)
           MOVE 'P' TO WS-AR-STATUS(WS-REG-IDX)
           MOVE WS-BATCH-DATE TO WS-AR-POST-DATE(WS-REG-IDX)
           MOVE WS-BATCH-SEQ TO WS-AR-POST-SEQ(WS-REG-IDX)
           MOVE WS-REVERSAL-DATE TO WS-AR-DUE(WS-REG-IDX)
           MOVE 0 TO WS-AR-REV-DATE(WS-REG-IDX)
           MOVE 0 TO WS-AR-REV-SEQ(WS-REG-IDX)
           MOVE 'N' TO WS-AR-RELEASE(WS-REG-IDX)
           MOVE 'Y' TO WS-AR-NEW(WS-REG-IDX)
           ADD 1 TO WS-ACCRUED-COUNT
           MOVE 'ACCRUED' TO AD-NOTE
           PERFORM E500-REPORT-ENTRY
           .

      *AUTO-REVERSING ACCRUALS DUE BY TODAY ARE RELEASED ON THEIR
      *DUE DATE; AN 'R' CARD RELEASES A MANUAL ONE DATED TODAY.
      *ACCRUALS MADE IN THIS RUN WAIT FOR A LATER RUN.
       C200-MARK-REVERSALS    SECTION.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               IF AR-AWAITING-REVERSAL(WS-REG-IDX)
                       AND NOT AR-NEW-THIS-RUN(WS-REG-IDX)
                       AND WS-AR-AUTO(WS-REG-IDX) = 'Y'
                       AND WS-AR-DUE(WS-REG-IDX)
                           NOT > WS-BUSINESS-DATE-NUM
                   SET AR-RELEASE-NOW(WS-REG-IDX) TO TRUE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                   UNTIL WS-CD-IDX > WS-CARD-COUNT
               IF WS-CD-ACTION(WS-CD-IDX) = 'R'
                   MOVE WS-CD-REF(WS-CD-IDX) TO WS-FIND-REF
                   PERFORM B520-FIND-REGISTER-REF
                   SET AR-RELEASE-NOW(WS-REG-PICK) TO TRUE
                   MOVE WS-BUSINESS-DATE-NUM TO WS-AR-DUE(WS-REG-PICK)
               END-IF
           END-PERFORM
           .

      *ONE REVERSING BATCH PER DUE DATE, EARLIEST FIRST.
       C300-RELEASE-REVERSALS SECTION.
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               MOVE 99999999 TO WS-LOW-DUE
               PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                       UNTIL WS-REG-IDX > WS-REG-COUNT
                   IF AR-RELEASE-NOW(WS-REG-IDX)
                           AND WS-AR-DUE(WS-REG-IDX) < WS-LOW-DUE
                       MOVE WS-AR-DUE(WS-REG-IDX) TO WS-LOW-DUE
                   END-IF
               END-PERFORM
               IF WS-LOW-DUE = 99999999
                   SET INPUT-DONE TO TRUE
               ELSE
                   PERFORM C310-REVERSAL-BATCH
               END-IF
           END-PERFORM
           .

       C310-REVERSAL-BATCH    SECTION.
           IF WS-REVERSED-COUNT = 0
               MOVE 'REVERSED THIS RUN' TO AS-TEXT
               WRITE ACCRUAL-RPT-RECORD FROM AR-SECTION-LINE
           END-IF
           MOVE WS-LOW-DUE TO WS-BATCH-DATE
           MOVE 6500 TO WS-SEQ-BASE
           PERFORM E100-PICK-SEQUENCE
           PERFORM E200-START-BATCH
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               IF AR-RELEASE-NOW(WS-REG-IDX)
                       AND WS-AR-DUE(WS-REG-IDX) = WS-LOW-DUE
                   PERFORM C320-REVERSE-ONE
               END-IF
           END-PERFORM
           PERFORM E400-END-BATCH
           .

       C320-REVERSE-ONE       SECTION.
           MOVE WS-AR-AMOUNT(WS-REG-IDX) TO WS-LEG-AMOUNT
           MOVE WS-AR-CREDIT-CODE(WS-REG-IDX) TO WS-LEG-CODE
           MOVE 'DR' TO WS-LEG-DRCR
           PERFORM E300-WRITE-LEG
           MOVE WS-AR-DEBIT-CODE(WS-REG-IDX) TO WS-LEG-CODE
           MOVE 'CR' TO WS-LEG-DRCR
           PERFORM E300-WRITE-LEG
           MOVE 'R' TO WS-AR-STATUS(WS-REG-IDX)
           MOVE 'N' TO WS-AR-RELEASE(WS-REG-IDX)
           MOVE WS-BATCH-DATE TO WS-AR-REV-DATE(WS-REG-IDX)
           MOVE WS-BATCH-SEQ TO WS-AR-REV-SEQ(WS-REG-IDX)
           ADD 1 TO WS-REVERSED-COUNT
           MOVE WS-REG-IDX TO WS-REG-PICK
           MOVE 'REVERSED' TO AD-NOTE
           PERFORM E600-REPORT-REGISTER-ROW
           .

      *STILL AWAITING REVERSAL; PAST ITS DUE DATE IS FLAGGED.
       D100-REPORT-OUTSTANDING SECTION.
           MOVE 'AWAITING REVERSAL' TO AS-TEXT
           WRITE ACCRUAL-RPT-RECORD FROM AR-SECTION-LINE
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               IF AR-AWAITING-REVERSAL(WS-REG-IDX)
                   MOVE WS-REG-IDX TO WS-REG-PICK
                   IF WS-AR-DUE(WS-REG-IDX) < WS-BUSINESS-DATE-NUM
                           AND NOT AR-NEW-THIS-RUN(WS-REG-IDX)
                       MOVE 'OVERDUE - NEVER REVERSED' TO AD-NOTE
                       ADD 1 TO WS-OVERDUE-COUNT
                       DISPLAY "WARNING - ACCRUAL "
                               WS-AR-REF(WS-REG-IDX)
                               " NOT REVERSED, DUE "
                               WS-AR-DUE(WS-REG-IDX)
                   ELSE
                       MOVE 'PENDING' TO AD-NOTE
                   END-IF
                   PERFORM E600-REPORT-REGISTER-ROW
               END-IF
           END-PERFORM
           .

      *NEXT FREE SEQUENCE ABOVE THE BASE FOR THE BATCH DATE, FROM
      *THE BATCHES ALREADY ON THE REGISTER.
       E100-PICK-SEQUENCE     SECTION.
           COMPUTE WS-BATCH-SEQ = WS-SEQ-BASE + 1
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               IF WS-AR-POST-DATE(WS-REG-IDX) = WS-BATCH-DATE
                       AND WS-AR-POST-SEQ(WS-REG-IDX) > WS-SEQ-BASE
                       AND WS-AR-POST-SEQ(WS-REG-IDX)
                           NOT < WS-BATCH-SEQ
                   COMPUTE WS-BATCH-SEQ =
                           WS-AR-POST-SEQ(WS-REG-IDX) + 1
               END-IF
               IF WS-AR-REV-DATE(WS-REG-IDX) = WS-BATCH-DATE
                       AND WS-AR-REV-SEQ(WS-REG-IDX) > WS-SEQ-BASE
                       AND WS-AR-REV-SEQ(WS-REG-IDX)
                           NOT < WS-BATCH-SEQ
                   COMPUTE WS-BATCH-SEQ =
                           WS-AR-REV-SEQ(WS-REG-IDX) + 1
               END-IF
           END-PERFORM
           .

       E200-START-BATCH       SECTION.
           MOVE 0 TO WS-BATCH-LEGS
           MOVE 0 TO WS-BATCH-DEBITS
           MOVE 0 TO WS-BATCH-CREDITS
           MOVE SPACES TO JOURNAL-RECORD
           MOVE WS-BATCH-DATE TO JH-BATCH-DATE
           MOVE WS-BATCH-SEQ TO JH-BATCH-SEQ
           MOVE 'H' TO JH-REC-TYPE
           WRITE JOURNAL-RECORD
           .

       E300-WRITE-LEG         SECTION.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE WS-LEG-CODE TO JR-LEDGER-CODE
           MOVE WS-LEG-DRCR TO JR-DRCR
           MOVE WS-LEG-AMOUNT TO JR-AMOUNT
           MOVE "EXPPRG82" TO JR-SOURCE-JOB
           MOVE WS-BUSINESS-DATE TO JR-RUN-DATE
           MOVE 'D' TO JR-REC-TYPE
           WRITE JOURNAL-RECORD
           ADD 1 TO WS-BATCH-LEGS
           IF WS-LEG-DRCR = 'DR'
               ADD WS-LEG-AMOUNT TO WS-BATCH-DEBITS
           ELSE
               ADD WS-LEG-AMOUNT TO WS-BATCH-CREDITS
           END-IF
           .

       E400-END-BATCH         SECTION.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE WS-BATCH-LEGS TO JT-RECORD-COUNT
           MOVE WS-BATCH-DEBITS TO JT-DEBIT-TOTAL
           MOVE WS-BATCH-CREDITS TO JT-CREDIT-TOTAL
           MOVE 'T' TO JT-REC-TYPE
           WRITE JOURNAL-RECORD
           MOVE WS-BATCH-DATE TO AB-DATE
           MOVE WS-BATCH-SEQ TO AB-SEQ
           MOVE WS-BATCH-LEGS TO AB-LEGS
           MOVE WS-BATCH-DEBITS TO AB-TOTAL
           WRITE ACCRUAL-RPT-RECORD FROM AR-BATCH-LINE
           DISPLAY "STATUS - BATCH " WS-BATCH-DATE "/" WS-BATCH-SEQ
                   " WRITTEN, " WS-BATCH-LEGS " LEG(S)"
           .

       E500-REPORT-ENTRY      SECTION.
           MOVE WS-CD-REF(WS-CD-IDX) TO AD-REF
           MOVE WS-CD-DEBIT-CODE(WS-CD-IDX) TO AD-DEBIT-CODE
           MOVE WS-CD-CREDIT-CODE(WS-CD-IDX) TO AD-CREDIT-CODE
           MOVE WS-CD-AMOUNT(WS-CD-IDX) TO AD-AMOUNT
           MOVE WS-CD-AUTO(WS-CD-IDX) TO AD-AUTO
           MOVE WS-REVERSAL-DATE TO AD-DUE
           WRITE ACCRUAL-RPT-RECORD FROM AR-DETAIL-LINE
           .

       E600-REPORT-REGISTER-ROW SECTION.
           MOVE WS-AR-REF(WS-REG-PICK) TO AD-REF
           MOVE WS-AR-DEBIT-CODE(WS-REG-PICK) TO AD-DEBIT-CODE
           MOVE WS-AR-CREDIT-CODE(WS-REG-PICK) TO AD-CREDIT-CODE
           MOVE WS-AR-AMOUNT(WS-REG-PICK) TO AD-AMOUNT
           MOVE WS-AR-AUTO(WS-REG-PICK) TO AD-AUTO
           MOVE WS-AR-DUE(WS-REG-PICK) TO AD-DUE
           WRITE ACCRUAL-RPT-RECORD FROM AR-DETAIL-LINE
           .

       W100-REWRITE-REGISTER  SECTION.
           OPEN OUTPUT ACCRUAL-REGISTER
           IF NOT AREG-OK
               DISPLAY "ERROR - COULD NOT REWRITE ACCRREG, STATUS "
                       WS-AREG-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO W100-EXIT
           END-IF
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               MOVE SPACES TO ACCRUAL-REG-REC
               MOVE WS-AR-REF(WS-REG-IDX) TO AR-ACCRUAL-REF
               MOVE WS-AR-DEBIT-CODE(WS-REG-IDX) TO AR-DEBIT-CODE
               MOVE WS-AR-CREDIT-CODE(WS-REG-IDX) TO AR-CREDIT-CODE
               MOVE WS-AR-AMOUNT(WS-REG-IDX) TO AR-AMOUNT
               MOVE WS-AR-NARRATIVE(WS-REG-IDX) TO AR-NARRATIVE
               MOVE WS-AR-AUTO(WS-REG-IDX) TO AR-AUTO-REVERSE
               MOVE WS-AR-STATUS(WS-REG-IDX) TO AR-STATUS
               MOVE WS-AR-POST-DATE(WS-REG-IDX) TO AR-POST-DATE
               MOVE WS-AR-POST-SEQ(WS-REG-IDX) TO AR-POST-SEQ
               MOVE WS-AR-DUE(WS-REG-IDX) TO AR-REVERSE-DUE
               MOVE WS-AR-REV-DATE(WS-REG-IDX) TO AR-REVERSE-DATE
               MOVE WS-AR-REV-SEQ(WS-REG-IDX) TO AR-REVERSE-SEQ
               WRITE ACCRUAL-REG-REC
           END-PERFORM
           CLOSE ACCRUAL-REGISTER.
       W100-EXIT.
           EXIT.

      *WRITE ONE SUMMARY RECORD TO THE SHARED CROSS-SUITE RUN LOG.
       Z100-WRITE-RUN-LOG     SECTION.
           MOVE "EXPPRG82" TO RL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE WS-RUN-INPUT-COUNT TO RL-INPUT-COUNT
           MOVE WS-ACCRUED-COUNT TO RL-OUTPUT-COUNT
           MOVE WS-REVERSED-COUNT TO RL-OUTPUT-COUNT-2
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
