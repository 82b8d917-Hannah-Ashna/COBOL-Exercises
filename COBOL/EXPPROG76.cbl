       ID DIVISION.
       PROGRAM-ID. EXPPROG76.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * TAX-YEAR INTEREST AND TAX CERTIFICATE RUN. THE PARM GIVES
      * THE PERIOD AS TWO DATES, FROM AND TO (YYYYMMDDYYYYMMDD).
      * FOR EVERY ACCOUNT ON MASTERFILE THE INTEREST CREDITED IN
      * THE PERIOD - THE 'C' POSTINGS EXPPROG20 FEEDS THROUGH THE
      * MERGE - IS TOTALLED FROM TWO PLACES:
      *
      *   - THE KEYED ARCHIVE INDEX (CDARCH, LOADED BY EXPPROG22),
      *     WALKED FROM SEQUENCE 001 UPWARD UNTIL NOT FOUND. AN
      *     ARCHIVED POSTING COUNTS WHEN ITS ARCHIVE RUN DATE FALLS
      *     IN THE PERIOD.
      *   - THE FIVE CURRENT M-HIST-TRANS SLOTS. THE SLOTS CARRY NO
      *     DATE, ONLY THAT THEY HAVE NOT YET BEEN ARCHIVED, SO THEY
      *     COUNT ONLY WHEN THE PERIOD RUNS TO THE BUSINESS DATE OR
      *     BEYOND. FOR A PERIOD ALREADY CLOSED THEY ARE LEFT OUT
      *     AND THE RUN ENDS RC 4 SO THE CERTIFICATES ARE CHECKED.
      *
      * THE TAX-DEDUCTION RATE COMES FROM TAXCTL AS 99V99 PERCENT
      * (E.G. 2000 = 20.00 PCT). TAX IS THE GROSS AT THAT RATE,
      * ROUNDED, AND NET IS GROSS LESS TAX. ONE CERTIFICATE PER
      * ACCOUNT, NAMED FROM MASTERFILE, IS PRINTED ON TAXCERT -
      * A NIL CERTIFICATE WHERE NO INTEREST WAS CREDITED - WITH RUN
      * TOTALS AT THE END. EVERY ACCOUNT THAT EARNED INTEREST GETS
      * ONE TAXSUMM RECORD (GROSS, TAX, NET) FOR THE REVENUE
      * AUTHORITY'S ANNUAL RETURN.
      *
      * EVERY CERTIFICATE IS CLEARED WITH THE CONTACT HISTORY
      * (CONTMOD, LETTER TYPE 'TX') SO IT COUNTS AGAINST THE GAPS OF
      * LATER LETTERS. 'TX' HAS NO CONTRULE ROW AS ISSUED, SO EVERY
      * CERTIFICATE PRINTS. SHOULD ONE BE GIVEN A ROW, A CERTIFICATE
      * HELD BACK IS NOT PRINTED BUT STILL GOES ON TAXSUMM, AND IS
      * NAMED IN A WARNING (RC 4) SO IT CAN BE ISSUED BY HAND.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT MASTER-INPUT ASSIGN TO MASTIN
           FILE STATUS IS WS-MAST-STATUS.
           SELECT TAX-CTRL-FILE ASSIGN TO TAXCTL
           FILE STATUS IS WS-TAXCTL-STATUS.
           SELECT CERT-PRINT ASSIGN TO TAXCERT
           FILE STATUS IS WS-CERT-STATUS.
           SELECT TAX-SUMM-FILE ASSIGN TO TAXSUMM
           FILE STATUS IS WS-SUMM-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *DTBPROG6'S MASTERFILE LAYOUT - MUST BE KEPT IN STEP WITH THE
      *MASTER-RECORD DECLARED THERE.
       FD MASTER-INPUT BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 MASTER-RECORD.
           COPY MASTREC REPLACING ==:PRE:== BY ==M==.

      *TAX-DEDUCTION RATE AS 99V99 PERCENT (E.G. 2000 = 20.00 PCT)
       FD TAX-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 TAX-CTRL-REC.
           03 TC-TAX-RATE            PIC 9(2)V9(2).
           03 FILLER                 PIC X(76).

       FD CERT-PRINT BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 PRINTLINE                  PIC X(80).

      *ONE RECORD PER ACCOUNT THAT EARNED INTEREST IN THE PERIOD
       FD TAX-SUMM-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 TAX-SUMM-RECORD.
           03 TS-ACCOUNT             PIC X(5).
           03 TS-INITIAL-VAL         PIC X(1).
           03 TS-SURNAME             PIC X(20).
           03 TS-FROM-DATE           PIC X(8).
           03 TS-TO-DATE             PIC X(8).
           03 TS-GROSS-INTEREST      PIC 9(9).
           03 TS-TAX-DEDUCTED        PIC 9(9).
           03 TS-NET-INTEREST        PIC 9(9).
           03 TS-TAX-RATE            PIC 9(2)V9(2).
           03 FILLER                 PIC X(7).

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

       01 WS-MAST-STATUS        PIC X(2).
           88 MAST-OK           VALUE "00".
       01 WS-TAXCTL-STATUS      PIC X(2).
           88 TAXCTL-OK         VALUE "00".
       01 WS-CERT-STATUS        PIC X(2).
           88 CERT-OK           VALUE "00".
       01 WS-SUMM-STATUS        PIC X(2).
           88 SUMM-OK           VALUE "00".
       01 WS-RUNLOG-STATUS      PIC X(2).

       01 WS-EOF-FLAG           PIC X VALUE 'N'.
           88 INPUT-DONE        VALUE 'Y'.

      *RC HELD HERE - EVERY IOMOD CALL RESETS RETURN-CODE
       01 WS-RUN-RC             PIC 9(4) VALUE 0.

       01 WS-RUN-INPUT-COUNT    PIC 9(8) VALUE 0.
       01 WS-CERT-COUNT         PIC 9(8) VALUE 0.
       01 WS-SUMM-COUNT         PIC 9(8) VALUE 0.
       01 WS-NIL-COUNT          PIC 9(8) VALUE 0.
       01 WS-UNDATED-COUNT      PIC 9(8) VALUE 0.
       01 WS-CONT-HELD-COUNT    PIC 9(8) VALUE 0.

      *CONTACT HISTORY (CONTMOD)
       01 WS-CONT-PARMS.
           COPY CNTPRM.

      *PERIOD FROM THE PARM
       01 WS-PERIOD.
           03 WS-FROM-DATE          PIC X(8).
           03 WS-FROM-PARTS REDEFINES WS-FROM-DATE.
               05 FILLER            PIC 9(4).
               05 WS-FROM-MM        PIC 9(2).
               05 WS-FROM-DD        PIC 9(2).
           03 WS-TO-DATE            PIC X(8).
           03 WS-TO-PARTS REDEFINES WS-TO-DATE.
               05 FILLER            PIC 9(4).
               05 WS-TO-MM          PIC 9(2).
               05 WS-TO-DD          PIC 9(2).
       01 WS-SLOT-FLAG          PIC X VALUE 'N'.
           88 SLOTS-IN-PERIOD   VALUE 'Y'.

       01 WS-TAX-RATE           PIC 9(2)V9(2) VALUE 0.

      *PER-ACCOUNT WORK
       01 WS-GROSS-INTEREST     PIC S9(9) COMP-3.
       01 WS-TAX-DEDUCTED       PIC S9(9) COMP-3.
       01 WS-NET-INTEREST       PIC S9(9) COMP-3.
       01 WS-CREDIT-COUNT       PIC 9(5).
       01 WS-SLOT-IDX           PIC 9(1).

      *RUN TOTALS
       01 WS-TOTAL-GROSS        PIC S9(11) COMP-3 VALUE 0.
       01 WS-TOTAL-TAX          PIC S9(11) COMP-3 VALUE 0.
       01 WS-TOTAL-NET          PIC S9(11) COMP-3 VALUE 0.

      *KEYED ARCHIVE INDEX (CDARCH) ACCESS THROUGH IOMOD
       01 WS-IO-STATUS          PIC X(2).
           88 IO-OK             VALUE "00".
           88 IO-NOTFOUND       VALUE "23".
           88 IO-NOFILE         VALUE "35".
       01 IOMOD-CONSTANTS.
           03 WS-OPEN-KEYED       PIC X(4) VALUE 'OK  '.
           03 WS-READ-KEYED       PIC X(4) VALUE 'RK  '.
           03 WS-CLOSE            PIC X(4) VALUE 'C   '.
           03 WS-FILE-KEY         PIC X(8) VALUE 'FILEKEY '.
           03 WS-ARCH-FILENAME    PIC X(8) VALUE 'CDARCH'.
           03 WS-BLANK-FILENAME   PIC X(8) VALUE SPACES.
       01 WS-INDEX-FLAG         PIC X VALUE 'N'.
           88 INDEX-USED        VALUE 'Y'.
       01 WS-IOMOD-ACTION       PIC X(4).

      *EXPPROG22'S INDEX RECORD LAYOUT - MUST BE KEPT IN STEP
       01 ARCH-INDEX-RECORD.
           03 AX-KEY.
               05 AX-ACCOUNT        PIC X(5).
               05 AX-SEQ            PIC 9(3).
           03 AX-MARKER             PIC X(1).
           03 AX-AMOUNT             PIC S9(9) SIGN LEADING SEPARATE.
           03 AX-RUN-DATE           PIC X(8).
           03 FILLER                PIC X(53).
       01 WS-SEQ-NUM            PIC 9(3).

      *CERTIFICATE LINES
       01 CERT-TITLE-LINE.
           03 FILLER            PIC X(40) VALUE
              'CERTIFICATE OF INTEREST AND TAX DEDUCTED'.
           03 FILLER            PIC X(40) VALUE SPACES.
       01 CERT-RULE-LINE        PIC X(80) VALUE ALL '-'.
       01 CERT-ACCOUNT-LINE.
           03 FILLER            PIC X(24) VALUE
              'ACCOUNT                 '.
           03 CA-ACCOUNT        PIC X(5).
           03 FILLER            PIC X(3) VALUE SPACES.
           03 CA-INITIAL        PIC X(1).
           03 FILLER            PIC X(2) VALUE '. '.
           03 CA-SURNAME        PIC X(20).
           03 FILLER            PIC X(25) VALUE SPACES.
       01 CERT-PERIOD-LINE.
           03 FILLER            PIC X(24) VALUE
              'PERIOD                  '.
           03 CP-FROM-DATE      PIC X(8).
           03 FILLER            PIC X(4) VALUE ' TO '.
           03 CP-TO-DATE        PIC X(8).
           03 FILLER            PIC X(36) VALUE SPACES.
       01 CERT-AMOUNT-LINE.
           03 CM-LABEL          PIC X(24).
           03 CM-AMOUNT         PIC -(9)9.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 CM-NOTE           PIC X(44).
       01 CERT-RATE-NOTE.
           03 FILLER            PIC X(3) VALUE 'AT '.
           03 CR-RATE           PIC Z9.99.
           03 FILLER            PIC X(4) VALUE ' PCT'.
           03 FILLER            PIC X(32) VALUE SPACES.
       01 CERT-COUNT-LINE.
           03 CC-LABEL          PIC X(24).
           03 CC-COUNT          PIC Z(9)9.
           03 FILLER            PIC X(46) VALUE SPACES.
       01 BLANKLINE             PIC X(80) VALUE SPACES.
       01 TOTAL-TITLE-LINE.
           03 FILLER            PIC X(20) VALUE
              'RUN TOTALS - PERIOD '.
           03 TT-FROM-DATE      PIC X(8).
           03 FILLER            PIC X(4) VALUE ' TO '.
           03 TT-TO-DATE        PIC X(8).
           03 FILLER            PIC X(40) VALUE SPACES.
       01 TOTAL-AMOUNT-LINE.
           03 TA-LABEL          PIC X(24).
           03 TA-AMOUNT         PIC -(11)9.
           03 FILLER            PIC X(44) VALUE SPACES.

       LINKAGE SECTION.
       01 INPUT-PARM.
           03 PARM-LENGTH       PIC S9(04) COMP.
           03 PARM-FROM-DATE    PIC X(8).
           03 PARM-TO-DATE      PIC X(8).
      *
       PROCEDURE DIVISION USING INPUT-PARM.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING INTEREST TAX CERTIFICATE RUN"
           PERFORM B100-CHECK-PARM
           PERFORM B200-LOAD-TAX-RATE
           PERFORM B300-OPEN-FILES
           MOVE "EXPPRG76" TO CNP-JOB-NAME
           MOVE WS-BUSINESS-DATE TO CNP-RUN-DATE
           MOVE "TX" TO CNP-LETTER-TYPE
           MOVE 'M' TO CNP-SCOPE
           MOVE 'OPEN' TO CNP-ACTION
           CALL 'CONTMOD' USING WS-CONT-PARMS
           READ MASTER-INPUT AT END SET INPUT-DONE TO TRUE
           END-READ
           PERFORM C100-CERTIFY-ACCOUNT UNTIL INPUT-DONE
           PERFORM D100-PRINT-TOTALS
           CLOSE MASTER-INPUT
                 CERT-PRINT
                 TAX-SUMM-FILE
           IF INDEX-USED
               MOVE WS-CLOSE TO WS-IOMOD-ACTION
               CALL    'IOMOD'
                 USING WS-IOMOD-ACTION
                       WS-FILE-KEY
                       ARCH-INDEX-RECORD
                       WS-IO-STATUS
                       WS-BLANK-FILENAME
           END-IF
           IF WS-UNDATED-COUNT > 0
               DISPLAY "WARNING - " WS-UNDATED-COUNT " UNARCHIVED "
                       "CREDIT(S) HAVE NO DATE AND FALL OUTSIDE A "
                       "CLOSED PERIOD - NOT COUNTED"
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF
           MOVE WS-RUN-RC TO RETURN-CODE
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - CERTIFICATES PRINTED: " WS-CERT-COUNT
                   ", NIL: " WS-NIL-COUNT
           DISPLAY "STATUS - SUMMARY RECORDS WRITTEN: " WS-SUMM-COUNT
           DISPLAY "STATUS - CERTIFICATES HELD BACK: "
                   WS-CONT-HELD-COUNT
           DISPLAY "STATUS - INTEREST TAX CERTIFICATE RUN DONE"
           GOBACK
           .

      *BOTH DATES MUST BE REAL YYYYMMDD DATES, FROM NOT AFTER TO.
       B100-CHECK-PARM        SECTION.
           IF PARM-LENGTH < 16
               DISPLAY "ERROR - PERIOD FROM AND TO DATES "
                       "(YYYYMMDDYYYYMMDD) REQUIRED ON THE PARM"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE PARM-FROM-DATE TO WS-FROM-DATE
           MOVE PARM-TO-DATE TO WS-TO-DATE
           IF WS-FROM-DATE NOT NUMERIC OR WS-TO-DATE NOT NUMERIC
              OR WS-FROM-MM < 1 OR WS-FROM-MM > 12
              OR WS-FROM-DD < 1 OR WS-FROM-DD > 31
              OR WS-TO-MM < 1 OR WS-TO-MM > 12
              OR WS-TO-DD < 1 OR WS-TO-DD > 31
              OR WS-FROM-DATE > WS-TO-DATE
               DISPLAY "ERROR - INVALID PERIOD ON THE PARM: "
                       WS-FROM-DATE " TO " WS-TO-DATE
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           DISPLAY "STATUS - PERIOD " WS-FROM-DATE " TO " WS-TO-DATE
      *UNARCHIVED SLOTS ARE NO OLDER THAN THE ARCHIVE AND NO NEWER
      *THAN TODAY - THEY BELONG TO A PERIOD STILL RUNNING
           IF WS-TO-DATE >= WS-BUSINESS-DATE
               SET SLOTS-IN-PERIOD TO TRUE
           ELSE
               DISPLAY "STATUS - PERIOD CLOSED BEFORE "
                       WS-BUSINESS-DATE ", CURRENT HISTORY SLOTS "
                       "NOT COUNTED"
           END-IF
           .

       B200-LOAD-TAX-RATE     SECTION.
           OPEN INPUT TAX-CTRL-FILE
           IF NOT TAXCTL-OK
               DISPLAY "ERROR - COULD NOT OPEN TAXCTL, STATUS "
                       WS-TAXCTL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           READ TAX-CTRL-FILE
               AT END
                   DISPLAY "ERROR - TAXCTL IS EMPTY"
                   CLOSE TAX-CTRL-FILE
                   MOVE 16 TO RETURN-CODE
                   PERFORM Z100-WRITE-RUN-LOG
                   GOBACK
           END-READ
           CLOSE TAX-CTRL-FILE
           IF TC-TAX-RATE NOT NUMERIC
               DISPLAY "ERROR - TAXCTL RATE NOT NUMERIC"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE TC-TAX-RATE TO WS-TAX-RATE
           MOVE WS-TAX-RATE TO CR-RATE
           DISPLAY "STATUS - TAX DEDUCTED AT " CR-RATE " PCT"
           .

       B300-OPEN-FILES        SECTION.
           OPEN INPUT MASTER-INPUT
           IF NOT MAST-OK
               DISPLAY "ERROR - COULD NOT OPEN MASTIN, STATUS "
                       WS-MAST-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE WS-OPEN-KEYED TO WS-IOMOD-ACTION
           CALL    'IOMOD'
             USING WS-IOMOD-ACTION
                   WS-FILE-KEY
                   ARCH-INDEX-RECORD
                   WS-IO-STATUS
                   WS-ARCH-FILENAME
           EVALUATE TRUE
               WHEN IO-OK
                   SET INDEX-USED TO TRUE
               WHEN IO-NOFILE
                   DISPLAY "WARNING - NO ARCHIVE INDEX, CURRENT "
                           "HISTORY SLOTS ONLY"
                   MOVE 4 TO WS-RUN-RC
               WHEN OTHER
                   DISPLAY "ERROR - COULD NOT OPEN CDARCH, STATUS "
                           WS-IO-STATUS
                   CLOSE MASTER-INPUT
                   MOVE 12 TO RETURN-CODE
                   PERFORM Z100-WRITE-RUN-LOG
                   GOBACK
           END-EVALUATE
           OPEN OUTPUT CERT-PRINT
           IF NOT CERT-OK
               DISPLAY "ERROR - COULD NOT OPEN TAXCERT, STATUS "
                       WS-CERT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN OUTPUT TAX-SUMM-FILE
           IF NOT SUMM-OK
               DISPLAY "ERROR - COULD NOT OPEN TAXSUMM, STATUS "
                       WS-SUMM-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           .

       C100-CERTIFY-ACCOUNT   SECTION.
           ADD 1 TO WS-RUN-INPUT-COUNT
           MOVE 0 TO WS-GROSS-INTEREST
           MOVE 0 TO WS-CREDIT-COUNT
           IF INDEX-USED
               PERFORM C200-TOTAL-ARCHIVE
           END-IF
           PERFORM C300-TOTAL-SLOTS
           COMPUTE WS-TAX-DEDUCTED ROUNDED =
                   WS-GROSS-INTEREST * WS-TAX-RATE / 100
           COMPUTE WS-NET-INTEREST =
                   WS-GROSS-INTEREST - WS-TAX-DEDUCTED
           ADD WS-GROSS-INTEREST TO WS-TOTAL-GROSS
           ADD WS-TAX-DEDUCTED TO WS-TOTAL-TAX
           ADD WS-NET-INTEREST TO WS-TOTAL-NET
           PERFORM C400-CHECK-CONTACT
           IF CNP-SEND
               PERFORM W100-PRINT-CERTIFICATE
           END-IF
           IF WS-GROSS-INTEREST > 0
               PERFORM W200-WRITE-SUMMARY
           ELSE
               ADD 1 TO WS-NIL-COUNT
           END-IF
           READ MASTER-INPUT AT END SET INPUT-DONE TO TRUE
           END-READ
           .

      *WALK THE ACCOUNT'S INDEX ENTRIES FROM SEQUENCE 001 UPWARD
      *UNTIL NOT FOUND, TAKING 'C' CREDITS ARCHIVED IN THE PERIOD.
       C200-TOTAL-ARCHIVE     SECTION.
           MOVE 0 TO WS-SEQ-NUM
           MOVE "00" TO WS-IO-STATUS
           PERFORM UNTIL IO-NOTFOUND OR WS-SEQ-NUM >= 999
               ADD 1 TO WS-SEQ-NUM
               MOVE SPACES TO ARCH-INDEX-RECORD
               MOVE M-ACCOUNT TO AX-ACCOUNT
               MOVE WS-SEQ-NUM TO AX-SEQ
               MOVE WS-READ-KEYED TO WS-IOMOD-ACTION
               CALL    'IOMOD'
                 USING WS-IOMOD-ACTION
                       WS-FILE-KEY
                       ARCH-INDEX-RECORD
                       WS-IO-STATUS
                       WS-BLANK-FILENAME
               IF IO-OK
                   IF AX-MARKER = 'C' AND AX-AMOUNT > 0
                      AND AX-RUN-DATE >= WS-FROM-DATE
                      AND AX-RUN-DATE <= WS-TO-DATE
                       ADD AX-AMOUNT TO WS-GROSS-INTEREST
                       ADD 1 TO WS-CREDIT-COUNT
                   END-IF
               ELSE
                   IF NOT IO-NOTFOUND
                       DISPLAY "ERROR - IOMOD READ OF CDARCH FOR "
                               M-ACCOUNT " FAILED, STATUS "
                               WS-IO-STATUS
                       MOVE 8 TO WS-RUN-RC
                       MOVE "23" TO WS-IO-STATUS
                   END-IF
               END-IF
           END-PERFORM
           .

      *SLOTS 1-5 ARE THE POSTINGS NOT YET ARCHIVED; EMPTY SLOTS
      *(SPACE MARKER) ARE SKIPPED.
       C300-TOTAL-SLOTS       SECTION.
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 5
               IF M-MARKER(WS-SLOT-IDX) = 'C'
                  AND M-TRANS-AMOUNT(WS-SLOT-IDX) > 0
                   IF SLOTS-IN-PERIOD
                       ADD M-TRANS-AMOUNT(WS-SLOT-IDX)
                         TO WS-GROSS-INTEREST
                       ADD 1 TO WS-CREDIT-COUNT
                   ELSE
                       ADD 1 TO WS-UNDATED-COUNT
                   END-IF
               END-IF
           END-PERFORM
           .

      *THE CERTIFICATE PRINTS ONLY IF THE CONTACT HISTORY CLEARS IT.
       C400-CHECK-CONTACT     SECTION.
           MOVE 'CHK ' TO CNP-ACTION
           MOVE SPACES TO CNP-ACCOUNT
           MOVE M-ACCOUNT TO CNP-ACCOUNT
           MOVE SPACES TO CNP-DEFER-DATE
           CALL 'CONTMOD' USING WS-CONT-PARMS
           IF NOT CNP-SEND
               ADD 1 TO WS-CONT-HELD-COUNT
               DISPLAY "WARNING - CERTIFICATE FOR " M-ACCOUNT
                       " HELD BACK AFTER " CNP-BLOCK-TYPE " OF "
                       CNP-BLOCK-DATE " - ISSUE BY HAND"
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF
           .

       W100-PRINT-CERTIFICATE SECTION.
           WRITE PRINTLINE FROM CERT-RULE-LINE
           WRITE PRINTLINE FROM CERT-TITLE-LINE
           WRITE PRINTLINE FROM BLANKLINE
           MOVE M-ACCOUNT TO CA-ACCOUNT
           MOVE M-INITIAL-VAL TO CA-INITIAL
           MOVE M-SURNAME TO CA-SURNAME
           WRITE PRINTLINE FROM CERT-ACCOUNT-LINE
           MOVE WS-FROM-DATE TO CP-FROM-DATE
           MOVE WS-TO-DATE TO CP-TO-DATE
           WRITE PRINTLINE FROM CERT-PERIOD-LINE
           WRITE PRINTLINE FROM BLANKLINE
           MOVE 'GROSS INTEREST CREDITED ' TO CM-LABEL
           MOVE WS-GROSS-INTEREST TO CM-AMOUNT
           MOVE SPACES TO CM-NOTE
           WRITE PRINTLINE FROM CERT-AMOUNT-LINE
           MOVE 'TAX DEDUCTED            ' TO CM-LABEL
           MOVE WS-TAX-DEDUCTED TO CM-AMOUNT
           MOVE WS-TAX-RATE TO CR-RATE
           MOVE CERT-RATE-NOTE TO CM-NOTE
           WRITE PRINTLINE FROM CERT-AMOUNT-LINE
           MOVE 'NET INTEREST            ' TO CM-LABEL
           MOVE WS-NET-INTEREST TO CM-AMOUNT
           MOVE SPACES TO CM-NOTE
           WRITE PRINTLINE FROM CERT-AMOUNT-LINE
           MOVE 'INTEREST CREDITS        ' TO CC-LABEL
           MOVE WS-CREDIT-COUNT TO CC-COUNT
           WRITE PRINTLINE FROM CERT-COUNT-LINE
           WRITE PRINTLINE FROM BLANKLINE
           ADD 1 TO WS-CERT-COUNT
           .

       W200-WRITE-SUMMARY     SECTION.
           MOVE SPACES TO TAX-SUMM-RECORD
           MOVE M-ACCOUNT TO TS-ACCOUNT
           MOVE M-INITIAL-VAL TO TS-INITIAL-VAL
           MOVE M-SURNAME TO TS-SURNAME
           MOVE WS-FROM-DATE TO TS-FROM-DATE
           MOVE WS-TO-DATE TO TS-TO-DATE
           MOVE WS-GROSS-INTEREST TO TS-GROSS-INTEREST
           MOVE WS-TAX-DEDUCTED TO TS-TAX-DEDUCTED
           MOVE WS-NET-INTEREST TO TS-NET-INTEREST
           MOVE WS-TAX-RATE TO TS-TAX-RATE
           WRITE TAX-SUMM-RECORD
           ADD 1 TO WS-SUMM-COUNT
           .

       D100-PRINT-TOTALS      SECTION.
           WRITE PRINTLINE FROM CERT-RULE-LINE
           MOVE WS-FROM-DATE TO TT-FROM-DATE
           MOVE WS-TO-DATE TO TT-TO-DATE
           WRITE PRINTLINE FROM TOTAL-TITLE-LINE
           WRITE PRINTLINE FROM BLANKLINE
           MOVE 'CERTIFICATES PRINTED    ' TO CC-LABEL
           MOVE WS-CERT-COUNT TO CC-COUNT
           WRITE PRINTLINE FROM CERT-COUNT-LINE
           MOVE 'OF WHICH NIL            ' TO CC-LABEL
           MOVE WS-NIL-COUNT TO CC-COUNT
           WRITE PRINTLINE FROM CERT-COUNT-LINE
           MOVE 'SUMMARY RECORDS         ' TO CC-LABEL
           MOVE WS-SUMM-COUNT TO CC-COUNT
           WRITE PRINTLINE FROM CERT-COUNT-LINE
           MOVE 'TOTAL GROSS INTEREST    ' TO TA-LABEL
           MOVE WS-TOTAL-GROSS TO TA-AMOUNT
           WRITE PRINTLINE FROM TOTAL-AMOUNT-LINE
           MOVE 'TOTAL TAX DEDUCTED      ' TO TA-LABEL
           MOVE WS-TOTAL-TAX TO TA-AMOUNT
           WRITE PRINTLINE FROM TOTAL-AMOUNT-LINE
           MOVE 'TOTAL NET INTEREST      ' TO TA-LABEL
           MOVE WS-TOTAL-NET TO TA-AMOUNT
           WRITE PRINTLINE FROM TOTAL-AMOUNT-LINE
           IF WS-CONT-HELD-COUNT > 0
               MOVE 'HELD BACK - NOT PRINTED ' TO CC-LABEL
               MOVE WS-CONT-HELD-COUNT TO CC-COUNT
               WRITE PRINTLINE FROM CERT-COUNT-LINE
           END-IF
           IF WS-UNDATED-COUNT > 0
               MOVE 'UNDATED CREDITS OMITTED ' TO CC-LABEL
               MOVE WS-UNDATED-COUNT TO CC-COUNT
               WRITE PRINTLINE FROM CERT-COUNT-LINE
           END-IF
           .

       Z100-WRITE-RUN-LOG     SECTION.
           MOVE "EXPPRG76" TO RL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE WS-RUN-INPUT-COUNT TO RL-INPUT-COUNT
           MOVE WS-CERT-COUNT TO RL-OUTPUT-COUNT
           MOVE WS-SUMM-COUNT TO RL-OUTPUT-COUNT-2
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
