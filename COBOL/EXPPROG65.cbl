       ID DIVISION.
       PROGRAM-ID. EXPPROG65.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * MONTH-END AGED-CREDITORS REPORT OFF THE APLEDGR OPEN-ITEM
      * LEDGER. EVERY ITEM STILL OPEN OR PART-PAID IS AGED FROM ITS
      * INVOICE DATE (THE DETLOUT LINE'S DET-RUN-DATE) TO THE
      * BUSINESS DATE AND ITS OPEN AMOUNT IS TOTALLED BY SUPPLIER
      * INTO CURRENT (UNDER 30 DAYS), 30, 60 AND 90+ DAY BUCKETS.
      * OPEN CREDIT NOTES AGE THE SAME WAY AND REDUCE THE BUCKET
      * THEY FALL IN. A GRAND-TOTAL LINE TIES TO THE LEDGER'S OPEN
      * BALANCE. SUPPLIER NAMES COME FROM SUPCTRL.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT SUP-CTRL-FILE ASSIGN TO SUPCTRL
           FILE STATUS IS WS-SUPCTRL-STATUS.
           SELECT AGED-RPT-FILE ASSIGN TO APAGED
           FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *EXPPROG2'S SUPPLIER MASTER LAYOUT - MUST BE KEPT IN STEP.
       FD SUP-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 SUP-CTRL-REC.
           03 SUP-PREFIX             PIC X(1).
           03 SUP-CODE               PIC X(4).
           03 SUP-NAME               PIC X(20).
           03 SUP-TERMS-DAYS         PIC 9(3).
           03 SUP-DISC-PCT           PIC 9(2)V99.
           03 SUP-SORT-CODE          PIC X(6).
           03 SUP-ACCOUNT-NUM        PIC X(8).
           03 FILLER                 PIC X(34).

       FD AGED-RPT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 AGED-RPT-RECORD            PIC X(100).

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

       01 WS-SUPCTRL-STATUS          PIC X(2).
           88 SUPCTRL-OK             VALUE "00".
           88 SUPCTRL-EOF            VALUE "10".
       01 WS-RPT-STATUS              PIC X(2).
           88 RPT-OK                 VALUE "00".
       01 WS-RUNLOG-STATUS           PIC X(2).

      *IOMOD ACTION/FILE-ID CONSTANTS FOR THE KEYED LEDGER.
       01 WS-GENERAL-FILLER.
           03 WS-OPEN-KEYED          PIC X(4) VALUE 'OK  '.
           03 WS-READ-NEXT-KEYED     PIC X(4) VALUE 'RNK '.
               88 KEYED-SCAN-EOF              VALUE 'RSEF'.
           03 WS-CLOSE               PIC X(4) VALUE 'C   '.
           03 WS-FILE-KEY            PIC X(8) VALUE 'FILEKEY '.
           03 WS-LEDGER-FILENAME     PIC X(8) VALUE 'APLEDGR'.
       01 WS-IO-STATUS               PIC X(2).
           88 IO-OK                  VALUE "00".

       01 APL-RECORD.
           COPY APLEDG.

       01 WS-RUN-INPUT-COUNT         PIC 9(8) VALUE 0.
       01 WS-AGED-COUNT              PIC 9(8) VALUE 0.
       01 WS-UNAGED-COUNT            PIC 9(8) VALUE 0.
       01 WS-SUPPLIER-LINES          PIC 9(6) VALUE 0.

      *SUPPLIER NAMES AND THE AGED OPEN BALANCE PER SUPPLIER. ENTRY
      *27 COLLECTS ITEMS WHOSE SUPPLIER IS NO LONGER ON SUPCTRL.
       01 WS-SUP-TABLE.
           03 WS-SUP-ENTRY OCCURS 27 TIMES INDEXED BY WS-SUP-IDX.
               05 WS-SUP-CODE        PIC X(4) VALUE SPACES.
               05 WS-SUP-NAME        PIC X(20) VALUE SPACES.
               05 WS-SUP-ITEMS       PIC 9(7) VALUE 0.
               05 WS-SUP-BUCKET      PIC S9(11) VALUE 0
                                     OCCURS 4 TIMES.
       01 WS-SUP-COUNT               PIC 9(2) VALUE 0.
       01 WS-SUP-FOUND               PIC X VALUE 'N'.
           88 SUP-FOUND              VALUE 'Y'.

       01 WS-TODAY-NUM               PIC 9(8).
       01 WS-TODAY-INT               PIC 9(8).
       01 WS-ITEM-DATE-NUM           PIC 9(8).
       01 WS-AGE-DAYS                PIC S9(8).
       01 WS-BUCKET                  PIC 9(1).
       01 WS-SUP-TOTAL               PIC S9(12) VALUE 0.
       01 WS-GT-BUCKET               PIC S9(12) VALUE 0
                                     OCCURS 4 TIMES.
       01 WS-GT-TOTAL                PIC S9(12) VALUE 0.
       01 WS-GT-ITEMS                PIC 9(8) VALUE 0.

       01 WS-RPT-HEAD.
           03 FILLER                 PIC X(36) VALUE
              "AGED CREDITORS - OPEN ITEMS AS AT ".
           03 RH-DATE                PIC X(8).
           03 FILLER                 PIC X(56) VALUE SPACES.
       01 WS-RPT-COL-HEAD.
           03 FILLER                 PIC X(32) VALUE
              "SUPP NAME                  ITEMS".
           03 FILLER                 PIC X(12) VALUE "     CURRENT".
           03 FILLER                 PIC X(12) VALUE "     30 DAYS".
           03 FILLER                 PIC X(12) VALUE "     60 DAYS".
           03 FILLER                 PIC X(12) VALUE "    90+ DAYS".
           03 FILLER                 PIC X(13) VALUE "        TOTAL".
           03 FILLER                 PIC X(7) VALUE SPACES.
       01 WS-RPT-LINE.
           03 RL-CODE                PIC X(4).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 RL-NAME                PIC X(20).
           03 RL-ITEMS               PIC Z(6)9.
           03 RL-BUCKET              PIC -(11)9 OCCURS 4 TIMES.
           03 RL-TOTAL               PIC -(12)9.
           03 FILLER                 PIC X(7) VALUE SPACES.
       01 WS-RPT-COUNT-LINE.
           03 CL-LABEL               PIC X(36).
           03 CL-COUNT               PIC Z(7)9.
           03 FILLER                 PIC X(56) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING AGED-CREDITORS RUN"
           MOVE WS-BUSINESS-DATE TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           PERFORM B100-INIT
           PERFORM B200-LOAD-SUPPLIER-TABLE
           PERFORM C900-READ-NEXT-ITEM
           PERFORM C100-AGE-ONE-ITEM UNTIL KEYED-SCAN-EOF
           PERFORM W100-WRITE-REPORT
           PERFORM T100-TERMINATE
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - OPEN ITEMS AGED:   " WS-AGED-COUNT
           DISPLAY "STATUS - AGED-CREDITORS DONE"
           GOBACK
           .

       B100-INIT              SECTION.
           CALL 'IOMOD'
             USING WS-OPEN-KEYED
                   WS-FILE-KEY
                   APL-RECORD
                   WS-IO-STATUS
                   WS-LEDGER-FILENAME
           IF NOT IO-OK
               DISPLAY "ERROR - COULD NOT OPEN APLEDGR, STATUS "
                       WS-IO-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN OUTPUT AGED-RPT-FILE
           IF NOT RPT-OK
               DISPLAY "ERROR - COULD NOT OPEN APAGED, STATUS "
                       WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE WS-BUSINESS-DATE TO RH-DATE
           WRITE AGED-RPT-RECORD FROM WS-RPT-HEAD
           WRITE AGED-RPT-RECORD FROM WS-RPT-COL-HEAD
           .

       B200-LOAD-SUPPLIER-TABLE SECTION.
           OPEN INPUT SUP-CTRL-FILE
           IF SUPCTRL-OK
               PERFORM UNTIL SUPCTRL-EOF
                   READ SUP-CTRL-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF WS-SUP-COUNT < 26
                               ADD 1 TO WS-SUP-COUNT
                               SET WS-SUP-IDX TO WS-SUP-COUNT
                               MOVE SUP-CODE
                                 TO WS-SUP-CODE(WS-SUP-IDX)
                               MOVE SUP-NAME
                                 TO WS-SUP-NAME(WS-SUP-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUP-CTRL-FILE
           ELSE
               DISPLAY "WARNING - SUPCTRL NOT FOUND, SUPPLIERS "
                       "REPORTED WITHOUT NAMES"
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "????" TO WS-SUP-CODE(27)
           MOVE "NOT ON SUPCTRL" TO WS-SUP-NAME(27)
           .

      *AGE IS WHOLE DAYS FROM THE INVOICE DATE TO THE BUSINESS DATE;
      *BUCKET 1 IS CURRENT (UNDER 30), 2 IS 30-59, 3 IS 60-89 AND
      *4 IS 90 OR MORE.
       C100-AGE-ONE-ITEM      SECTION.
           ADD 1 TO WS-RUN-INPUT-COUNT
           MOVE 'N' TO WS-SUP-FOUND
           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUP-COUNT
               IF WS-SUP-CODE(WS-SUP-IDX) = APL-SUPPLIER-CODE
                   SET SUP-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT SUP-FOUND
               SET WS-SUP-IDX TO 27
           END-IF
           IF APL-INVOICE-DATE NUMERIC
               MOVE APL-INVOICE-DATE TO WS-ITEM-DATE-NUM
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                       - FUNCTION INTEGER-OF-DATE(WS-ITEM-DATE-NUM)
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS < 30
                       MOVE 1 TO WS-BUCKET
                   WHEN WS-AGE-DAYS < 60
                       MOVE 2 TO WS-BUCKET
                   WHEN WS-AGE-DAYS < 90
                       MOVE 3 TO WS-BUCKET
                   WHEN OTHER
                       MOVE 4 TO WS-BUCKET
               END-EVALUATE
               ADD 1 TO WS-AGED-COUNT
           ELSE
      *        NO USABLE DATE - SHOW IT AS OLDEST SO IT IS CHASED.
               MOVE 4 TO WS-BUCKET
               ADD 1 TO WS-UNAGED-COUNT
           END-IF
           ADD 1 TO WS-SUP-ITEMS(WS-SUP-IDX)
           ADD APL-OPEN-AMOUNT TO WS-SUP-BUCKET(WS-SUP-IDX, WS-BUCKET)
           PERFORM C900-READ-NEXT-ITEM
           .

      *NEXT LEDGER ITEM WITH SOMETHING STILL OPEN - CLEARED ITEMS
      *ARE PASSED OVER.
       C900-READ-NEXT-ITEM    SECTION.
           CALL 'IOMOD'
             USING WS-READ-NEXT-KEYED
                   WS-FILE-KEY
                   APL-RECORD
                   WS-IO-STATUS
                   WS-LEDGER-FILENAME
           PERFORM UNTIL KEYED-SCAN-EOF
                      OR ((APL-OPEN OR APL-PART-PAID)
                          AND APL-OPEN-AMOUNT NOT = 0)
               CALL 'IOMOD'
                 USING WS-READ-NEXT-KEYED
                       WS-FILE-KEY
                       APL-RECORD
                       WS-IO-STATUS
                       WS-LEDGER-FILENAME
           END-PERFORM
           .

       W100-WRITE-REPORT      SECTION.
           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > 27
               IF WS-SUP-ITEMS(WS-SUP-IDX) > 0
                   MOVE 0 TO WS-SUP-TOTAL
                   PERFORM VARYING WS-BUCKET FROM 1 BY 1
                           UNTIL WS-BUCKET > 4
                       MOVE WS-SUP-BUCKET(WS-SUP-IDX, WS-BUCKET)
                         TO RL-BUCKET(WS-BUCKET)
                       ADD WS-SUP-BUCKET(WS-SUP-IDX, WS-BUCKET)
                         TO WS-SUP-TOTAL
                       ADD WS-SUP-BUCKET(WS-SUP-IDX, WS-BUCKET)
                         TO WS-GT-BUCKET(WS-BUCKET)
                   END-PERFORM
                   MOVE WS-SUP-CODE(WS-SUP-IDX) TO RL-CODE
                   MOVE WS-SUP-NAME(WS-SUP-IDX) TO RL-NAME
                   MOVE WS-SUP-ITEMS(WS-SUP-IDX) TO RL-ITEMS
                   MOVE WS-SUP-TOTAL TO RL-TOTAL
                   WRITE AGED-RPT-RECORD FROM WS-RPT-LINE
                   ADD 1 TO WS-SUPPLIER-LINES
                   ADD WS-SUP-ITEMS(WS-SUP-IDX) TO WS-GT-ITEMS
                   ADD WS-SUP-TOTAL TO WS-GT-TOTAL
               END-IF
           END-PERFORM
           MOVE SPACES TO AGED-RPT-RECORD
           WRITE AGED-RPT-RECORD
           MOVE "TOTL" TO RL-CODE
           MOVE "ALL SUPPLIERS" TO RL-NAME
           MOVE WS-GT-ITEMS TO RL-ITEMS
           PERFORM VARYING WS-BUCKET FROM 1 BY 1
                   UNTIL WS-BUCKET > 4
               MOVE WS-GT-BUCKET(WS-BUCKET) TO RL-BUCKET(WS-BUCKET)
           END-PERFORM
           MOVE WS-GT-TOTAL TO RL-TOTAL
           WRITE AGED-RPT-RECORD FROM WS-RPT-LINE
           MOVE "ITEMS WITH NO USABLE DATE (90+):    " TO CL-LABEL
           MOVE WS-UNAGED-COUNT TO CL-COUNT
           WRITE AGED-RPT-RECORD FROM WS-RPT-COUNT-LINE
           .

       T100-TERMINATE         SECTION.
           CALL 'IOMOD'
             USING WS-CLOSE
                   WS-FILE-KEY
                   APL-RECORD
                   WS-IO-STATUS
                   WS-LEDGER-FILENAME
           CLOSE AGED-RPT-FILE
           DISPLAY "STATUS - FILES CLOSED"
           .

      *WRITE ONE SUMMARY RECORD TO THE SHARED CROSS-SUITE RUN LOG.
       Z100-WRITE-RUN-LOG     SECTION.
           MOVE "EXPPRG65" TO RL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE WS-RUN-INPUT-COUNT TO RL-INPUT-COUNT
           MOVE WS-SUPPLIER-LINES TO RL-OUTPUT-COUNT
           MOVE WS-UNAGED-COUNT TO RL-OUTPUT-COUNT-2
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
