       ID DIVISION.
       PROGRAM-ID. EXPPROG64.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * ACCOUNTS-PAYABLE OPEN-ITEM LEDGER MAINTENANCE. APLEDGR IS
      * KEYED THROUGH IOMOD'S FILEKEY SLOT, ONE ITEM PER INVOICE OR
      * CREDIT-NOTE LINE (LAYOUT IN APLEDG).
      *
      * 'LOAD' ADDS EVERY PRICED LINE OF EXPPROG2'S DETLOUT FOR A
      * SUPPLIER ON SUPCTRL. A LINE ALREADY ON THE LEDGER (SAME
      * INVOICE, DEPARTMENT, DATE AND AMOUNT) IS SKIPPED, SO
      * RELOADING A DETLOUT NEVER DOUBLES AN ITEM. CREDIT NOTES ARE
      * THEN NETTED AGAINST THEIR SUPPLIER'S OPEN INVOICES.
      *
      * 'PAY ' CLEARS ITEMS FROM THE APPROVED-PAYMENT FILE (APPRPAY,
      * LAYOUT IN APPAY) - SUPPLIER, AMOUNT PAID AND DISCOUNT TAKEN.
      * THE SUPPLIER'S OPEN CREDITS AND THE PAYMENT ARE ALLOCATED
      * OLDEST INVOICE FIRST; A PART-PAYMENT LEAVES THE RESIDUE OF
      * THE LAST INVOICE OPEN. MONEY THAT FINDS NOTHING OPEN TO
      * CLEAR IS REPORTED AS UNALLOCATED FOR THE ACCOUNTS OFFICE.
      *
      * EVERY ALLOCATION IS LISTED ON APRPT. EXPPROG41 PROPOSES
      * PAYMENTS FROM THE OPEN ITEMS AND EXPPROG65 AGES THEM.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT DETL-IN ASSIGN TO DETLOUT
           FILE STATUS IS WS-DETL-STATUS.
           SELECT SUP-CTRL-FILE ASSIGN TO SUPCTRL
           FILE STATUS IS WS-SUPCTRL-STATUS.
           SELECT PAY-IN ASSIGN TO APPRPAY
           FILE STATUS IS WS-PAY-STATUS.
           SELECT AP-RPT-FILE ASSIGN TO APRPT
           FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *EXPPROG2'S DETL-REC LAYOUT - MUST BE KEPT IN STEP.
       FD DETL-IN BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 DETL-REC.
           03 DET-DEPARTMENT         PIC 9(1).
           03 DET-INVOICE-NUM.
               05 DET-INV-PREFIX     PIC X(1).
               05 DET-INV-DIGITS     PIC X(4).
           03 DET-QUANTITY           PIC 9(4).
           03 DET-PRICE-USED         PIC 9(5).
           03 DET-SALE-INDICATOR     PIC X(1).
           03 DET-EXTENDED-VALUE     PIC 9(9).
           03 DET-SUPPLIER-CODE      PIC X(4).
           03 DET-CREDIT-FLAG        PIC X(1).
           03 DET-CURRENCY           PIC X(3).
           03 DET-ORIG-VALUE         PIC 9(9).
           03 DET-RUN-DATE           PIC X(8).
           03 DET-APPROVER           PIC X(8).
           03 FILLER                 PIC X(22).

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

       FD PAY-IN BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 PAY-REC.
           COPY APPAY.

       FD AP-RPT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 AP-RPT-RECORD              PIC X(100).

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

       01 WS-DETL-STATUS             PIC X(2).
           88 DETL-OK                VALUE "00".
       01 WS-SUPCTRL-STATUS          PIC X(2).
           88 SUPCTRL-OK             VALUE "00".
           88 SUPCTRL-EOF            VALUE "10".
       01 WS-PAY-STATUS              PIC X(2).
           88 PAY-OK                 VALUE "00".
       01 WS-RPT-STATUS              PIC X(2).
           88 RPT-OK                 VALUE "00".
       01 WS-RUNLOG-STATUS           PIC X(2).

       01 WS-EOF-FLAG                PIC X VALUE 'N'.
           88 INPUT-DONE             VALUE 'Y'.
       01 WS-RUN-MODE                PIC X(4) VALUE SPACES.
           88 LOAD-MODE              VALUE 'LOAD'.
           88 PAY-MODE               VALUE 'PAY '.

      *IOMOD ACTION/FILE-ID CONSTANTS FOR THE KEYED LEDGER.
       01 WS-GENERAL-FILLER.
           03 WS-OPEN-KEYED          PIC X(4) VALUE 'OK  '.
           03 WS-READ-KEYED          PIC X(4) VALUE 'RK  '.
           03 WS-WRITE-KEYED         PIC X(4) VALUE 'WK  '.
           03 WS-REWRITE-KEYED       PIC X(4) VALUE 'RW  '.
           03 WS-READ-NEXT-KEYED     PIC X(4) VALUE 'RNK '.
               88 KEYED-SCAN-EOF              VALUE 'RSEF'.
           03 WS-CLOSE               PIC X(4) VALUE 'C   '.
           03 WS-FILE-KEY            PIC X(8) VALUE 'FILEKEY '.
           03 WS-LEDGER-FILENAME     PIC X(8) VALUE 'APLEDGR'.
       01 WS-IO-STATUS               PIC X(2).
           88 IO-OK                  VALUE "00".
           88 IO-NOT-FOUND           VALUE "23".

       01 APL-RECORD.
           COPY APLEDG.

       01 WS-RUN-INPUT-COUNT         PIC 9(8) VALUE 0.
       01 WS-LOADED-COUNT            PIC 9(8) VALUE 0.
       01 WS-ALREADY-COUNT           PIC 9(8) VALUE 0.
       01 WS-NO-SUPPLIER-COUNT       PIC 9(8) VALUE 0.
       01 WS-PAYMENT-COUNT           PIC 9(8) VALUE 0.
       01 WS-REJECTED-PAY-COUNT      PIC 9(8) VALUE 0.
       01 WS-CLEARED-COUNT           PIC 9(8) VALUE 0.
       01 WS-PART-PAID-COUNT         PIC 9(8) VALUE 0.
       01 WS-REWRITE-COUNT           PIC 9(8) VALUE 0.

      *SUPPLIER MASTER - DETLOUT LINES ARE MATCHED ON THE INVOICE
      *PREFIX, APPRPAY RECORDS ON THE SUPPLIER CODE.
       01 WS-SUP-TABLE.
           03 WS-SUP-ENTRY OCCURS 26 TIMES INDEXED BY WS-SUP-IDX.
               05 WS-SUP-PREFIX      PIC X(1) VALUE SPACE.
               05 WS-SUP-CODE        PIC X(4) VALUE SPACES.
       01 WS-SUP-COUNT               PIC 9(2) VALUE 0.
       01 WS-SUP-FOUND               PIC X VALUE 'N'.
           88 SUP-FOUND              VALUE 'Y'.

      *EVERY ITEM NOT YET CLEARED, HELD IN STORAGE WHILE CREDITS AND
      *PAYMENTS ARE ALLOCATED; CHANGED ITEMS ARE REWRITTEN AT THE
      *END OF THE RUN.
       01 WS-OI-TABLE.
           03 WS-OI-ENTRY OCCURS 3000 TIMES INDEXED BY WS-OI-IDX.
               05 WS-OI-KEY          PIC X(8).
               05 WS-OI-SUPPLIER     PIC X(4).
               05 WS-OI-DATE         PIC X(8).
               05 WS-OI-ORIG         PIC S9(11).
               05 WS-OI-OPEN         PIC S9(11).
               05 WS-OI-CHANGED      PIC X(1).
       01 WS-OI-COUNT                PIC 9(4) VALUE 0.
       01 WS-OI-BEST                 PIC 9(4) VALUE 0.
       01 WS-OI-I                    PIC 9(4) VALUE 0.

       01 WS-LINE-AMOUNT             PIC S9(11) VALUE 0.
       01 WS-LINE-SEQ                PIC 9(3) VALUE 0.
       01 WS-LINE-STATE              PIC X VALUE 'N'.
           88 LINE-PLACED            VALUE 'P'.
           88 LINE-ALREADY-LOADED    VALUE 'A'.
           88 LINE-NOT-PLACED        VALUE 'N'.

      *ONE SUPPLIER'S ALLOCATION - THE PAYMENT (ZERO WHEN ONLY
      *CREDITS ARE BEING NETTED) PLUS THE OPEN CREDITS AGAINST THE
      *OPEN INVOICES.
       01 WS-ALLOC-SUPPLIER          PIC X(4).
       01 WS-ALLOC-CASH              PIC S9(11) VALUE 0.
       01 WS-ALLOC-CREDITS           PIC S9(11) VALUE 0.
       01 WS-ALLOC-INVOICES          PIC S9(11) VALUE 0.
       01 WS-ALLOC-APPLY             PIC S9(11) VALUE 0.
       01 WS-ALLOC-CREDIT-USE        PIC S9(11) VALUE 0.
       01 WS-ALLOC-UNUSED            PIC S9(11) VALUE 0.
       01 WS-ALLOC-REMAIN            PIC S9(11) VALUE 0.
       01 WS-ALLOC-AMOUNT            PIC S9(11) VALUE 0.
       01 WS-GT-APPLIED              PIC S9(12) VALUE 0.
       01 WS-GT-UNALLOCATED          PIC S9(12) VALUE 0.

       01 WS-RPT-HEAD.
           03 FILLER                 PIC X(30) VALUE
              "AP OPEN-ITEM LEDGER - RUN OF ".
           03 RH-DATE                PIC X(8).
           03 FILLER                 PIC X(3) VALUE " - ".
           03 RH-MODE                PIC X(20).
           03 FILLER                 PIC X(39) VALUE SPACES.
       01 WS-RPT-COL-HEAD.
           03 FILLER                 PIC X(48) VALUE
              "SUPP ITEM     DATE         APPLIED    STILL OPEN".
           03 FILLER                 PIC X(52) VALUE SPACES.
       01 WS-RPT-ALLOC-LINE.
           03 AL-SUPPLIER            PIC X(4).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 AL-KEY                 PIC X(8).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 AL-DATE                PIC X(8).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 AL-APPLIED             PIC -(10)9.
           03 FILLER                 PIC X(3) VALUE SPACES.
           03 AL-OPEN                PIC -(10)9.
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 AL-TEXT                PIC X(20).
           03 FILLER                 PIC X(30) VALUE SPACES.
       01 WS-RPT-PAY-LINE.
           03 FILLER                 PIC X(8) VALUE "PAYMENT ".
           03 PL-SUPPLIER            PIC X(4).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 PL-REFERENCE           PIC X(16).
           03 FILLER                 PIC X(6) VALUE " PAID ".
           03 PL-PAID                PIC -(10)9.
           03 FILLER                 PIC X(6) VALUE " DISC ".
           03 PL-DISC                PIC -(10)9.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 PL-TEXT                PIC X(36).
       01 WS-RPT-COUNT-LINE.
           03 CL-LABEL               PIC X(36).
           03 CL-COUNT               PIC Z(7)9.
           03 FILLER                 PIC X(56) VALUE SPACES.
       01 WS-RPT-AMOUNT-LINE.
           03 CL-AMT-LABEL           PIC X(36).
           03 CL-AMOUNT              PIC -(11)9.
           03 FILLER                 PIC X(52) VALUE SPACES.

       LINKAGE SECTION.
       01 INPUT-PARM.
           03 PARM-LENGTH            PIC S9(04) COMP.
           03 PARM-DATA              PIC X(4).
      *
       PROCEDURE DIVISION USING INPUT-PARM.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           IF PARM-LENGTH >= 4
               MOVE PARM-DATA TO WS-RUN-MODE
           END-IF
           IF NOT LOAD-MODE AND NOT PAY-MODE
               DISPLAY "ERROR - PARM MUST BE 'LOAD' OR 'PAY '"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           DISPLAY "STATUS - STARTING AP LEDGER RUN, MODE "
                   WS-RUN-MODE
           PERFORM B100-INIT
           PERFORM B200-LOAD-SUPPLIER-TABLE
           PERFORM B300-LOAD-OPEN-ITEMS
           IF LOAD-MODE
               PERFORM C100-LOAD-DETLOUT
               PERFORM C200-NET-CREDITS
           ELSE
               PERFORM C300-APPLY-PAYMENTS
           END-IF
           PERFORM E100-REWRITE-CHANGED
           PERFORM W100-WRITE-TOTALS
           PERFORM T100-TERMINATE
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - ITEMS LOADED:      " WS-LOADED-COUNT
           DISPLAY "STATUS - ITEMS CLEARED:     " WS-CLEARED-COUNT
           DISPLAY "STATUS - ITEMS PART-PAID:   " WS-PART-PAID-COUNT
           DISPLAY "STATUS - AP LEDGER RUN DONE"
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
           OPEN OUTPUT AP-RPT-FILE
           IF NOT RPT-OK
               DISPLAY "ERROR - COULD NOT OPEN APRPT, STATUS "
                       WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE WS-BUSINESS-DATE TO RH-DATE
           IF LOAD-MODE
               MOVE "DETLOUT LOAD" TO RH-MODE
           ELSE
               MOVE "PAYMENT ALLOCATION" TO RH-MODE
           END-IF
           WRITE AP-RPT-RECORD FROM WS-RPT-HEAD
           WRITE AP-RPT-RECORD FROM WS-RPT-COL-HEAD
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
                               MOVE SUP-PREFIX
                                 TO WS-SUP-PREFIX(WS-SUP-IDX)
                               MOVE SUP-CODE
                                 TO WS-SUP-CODE(WS-SUP-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUP-CTRL-FILE
           ELSE
               DISPLAY "ERROR - SUPCTRL NOT FOUND, NO SUPPLIERS TO "
                       "HOLD ITEMS AGAINST"
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           .

      *WALK THE LEDGER IN KEY ORDER AND KEEP EVERY ITEM THAT STILL
      *HAS SOMETHING OPEN.
       B300-LOAD-OPEN-ITEMS   SECTION.
           MOVE 'RNK ' TO WS-READ-NEXT-KEYED
           PERFORM UNTIL KEYED-SCAN-EOF
               CALL 'IOMOD'
                 USING WS-READ-NEXT-KEYED
                       WS-FILE-KEY
                       APL-RECORD
                       WS-IO-STATUS
                       WS-LEDGER-FILENAME
               IF NOT KEYED-SCAN-EOF AND NOT APL-CLEARED
                   PERFORM B310-ADD-OPEN-ITEM
               END-IF
           END-PERFORM
           MOVE 'RNK ' TO WS-READ-NEXT-KEYED
           DISPLAY "STATUS - OPEN ITEMS ON LEDGER: " WS-OI-COUNT
           .

       B310-ADD-OPEN-ITEM     SECTION.
           IF WS-OI-COUNT < 3000
               ADD 1 TO WS-OI-COUNT
               SET WS-OI-IDX TO WS-OI-COUNT
               MOVE APL-KEY TO WS-OI-KEY(WS-OI-IDX)
               MOVE APL-SUPPLIER-CODE TO WS-OI-SUPPLIER(WS-OI-IDX)
               MOVE APL-INVOICE-DATE TO WS-OI-DATE(WS-OI-IDX)
               MOVE APL-ORIG-AMOUNT TO WS-OI-ORIG(WS-OI-IDX)
               MOVE APL-OPEN-AMOUNT TO WS-OI-OPEN(WS-OI-IDX)
               MOVE 'N' TO WS-OI-CHANGED(WS-OI-IDX)
           ELSE
               DISPLAY "WARNING - OPEN-ITEM TABLE FULL, " APL-KEY
                       " NOT ALLOCATED THIS RUN"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .

      *------------------------------------------
      *LOAD - ONE LEDGER ITEM PER DETLOUT LINE.
       C100-LOAD-DETLOUT      SECTION.
           OPEN INPUT DETL-IN
           IF NOT DETL-OK
               DISPLAY "ERROR - COULD NOT OPEN DETLOUT, STATUS "
                       WS-DETL-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO C100-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           READ DETL-IN AT END SET INPUT-DONE TO TRUE
           END-READ
           PERFORM C110-LOAD-ONE-LINE UNTIL INPUT-DONE
           CLOSE DETL-IN
           .
       C100-EXIT.
           EXIT.

       C110-LOAD-ONE-LINE     SECTION.
           ADD 1 TO WS-RUN-INPUT-COUNT
           MOVE 'N' TO WS-SUP-FOUND
           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUP-COUNT
               IF WS-SUP-PREFIX(WS-SUP-IDX) = DET-INV-PREFIX
                   SET SUP-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN NOT SUP-FOUND
                   ADD 1 TO WS-NO-SUPPLIER-COUNT
               WHEN DET-RUN-DATE NOT NUMERIC
                   ADD 1 TO WS-NO-SUPPLIER-COUNT
               WHEN OTHER
                   IF DET-CREDIT-FLAG = 'C'
                       COMPUTE WS-LINE-AMOUNT = 0 - DET-EXTENDED-VALUE
                   ELSE
                       MOVE DET-EXTENDED-VALUE TO WS-LINE-AMOUNT
                   END-IF
                   MOVE 'N' TO WS-LINE-STATE
                   PERFORM C120-TRY-LINE-KEY
                       VARYING WS-LINE-SEQ FROM 1 BY 1
                       UNTIL WS-LINE-SEQ > 99 OR NOT LINE-NOT-PLACED
                   IF LINE-NOT-PLACED
                       DISPLAY "WARNING - NO FREE LINE SEQUENCE FOR "
                               "INVOICE " DET-INVOICE-NUM
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
           END-EVALUATE
           READ DETL-IN AT END SET INPUT-DONE TO TRUE
           END-READ
           .

      *THE SAME INVOICE AND DEPARTMENT CAN CARRY SEVERAL LINES, SO
      *EACH TAKES THE FIRST FREE SEQUENCE. ONE ALREADY HOLDING THIS
      *LINE'S DATE AND AMOUNT MEANS THE LINE WAS LOADED BEFORE.
       C120-TRY-LINE-KEY      SECTION.
           MOVE SPACES TO APL-RECORD
           MOVE DET-INVOICE-NUM TO APL-INVOICE-NUM
           MOVE DET-DEPARTMENT TO APL-DEPARTMENT
           MOVE WS-LINE-SEQ TO APL-LINE-SEQ
           CALL 'IOMOD'
             USING WS-READ-KEYED
                   WS-FILE-KEY
                   APL-RECORD
                   WS-IO-STATUS
                   WS-LEDGER-FILENAME
           EVALUATE TRUE
               WHEN IO-NOT-FOUND
                   PERFORM C130-WRITE-NEW-ITEM
               WHEN IO-OK
                   IF APL-INVOICE-DATE = DET-RUN-DATE
                           AND APL-ORIG-AMOUNT = WS-LINE-AMOUNT
                       SET LINE-ALREADY-LOADED TO TRUE
                       ADD 1 TO WS-ALREADY-COUNT
                   END-IF
               WHEN OTHER
                   DISPLAY "ERROR - IOMOD READ OF APLEDGR FAILED, "
                           "STATUS " WS-IO-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET LINE-ALREADY-LOADED TO TRUE
           END-EVALUATE
           .

       C130-WRITE-NEW-ITEM    SECTION.
           MOVE SPACES TO APL-RECORD
           MOVE DET-INVOICE-NUM TO APL-INVOICE-NUM
           MOVE DET-DEPARTMENT TO APL-DEPARTMENT
           MOVE WS-LINE-SEQ TO APL-LINE-SEQ
           MOVE WS-SUP-CODE(WS-SUP-IDX) TO APL-SUPPLIER-CODE
           MOVE DET-RUN-DATE TO APL-INVOICE-DATE
           MOVE DET-CREDIT-FLAG TO APL-CREDIT-FLAG
           MOVE WS-LINE-AMOUNT TO APL-ORIG-AMOUNT
           MOVE WS-LINE-AMOUNT TO APL-OPEN-AMOUNT
           SET APL-OPEN TO TRUE
           MOVE WS-BUSINESS-DATE TO APL-LOADED-DATE
           CALL 'IOMOD'
             USING WS-WRITE-KEYED
                   WS-FILE-KEY
                   APL-RECORD
                   WS-IO-STATUS
                   WS-LEDGER-FILENAME
           IF IO-OK
               SET LINE-PLACED TO TRUE
               ADD 1 TO WS-LOADED-COUNT
               PERFORM B310-ADD-OPEN-ITEM
           ELSE
               DISPLAY "ERROR - IOMOD WRITE TO APLEDGR FAILED, "
                       "STATUS " WS-IO-STATUS " FOR " APL-KEY
               MOVE 16 TO RETURN-CODE
               SET LINE-ALREADY-LOADED TO TRUE
           END-IF
           .

      *A SUPPLIER'S OPEN CREDIT NOTES ARE SET AGAINST ITS OPEN
      *INVOICES, OLDEST FIRST; CREDIT BEYOND WHAT IS OWED STAYS
      *OPEN FOR THE NEXT INVOICES.
       C200-NET-CREDITS       SECTION.
           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUP-COUNT
               MOVE WS-SUP-CODE(WS-SUP-IDX) TO WS-ALLOC-SUPPLIER
               MOVE 0 TO WS-ALLOC-CASH
               PERFORM D100-ALLOCATE-SUPPLIER
           END-PERFORM
           .

      *------------------------------------------
      *PAY - EACH APPROVED PAYMENT CLEARS ITS SUPPLIER'S ITEMS.
       C300-APPLY-PAYMENTS    SECTION.
           OPEN INPUT PAY-IN
           IF NOT PAY-OK
               DISPLAY "ERROR - COULD NOT OPEN APPRPAY, STATUS "
                       WS-PAY-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO C300-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           READ PAY-IN AT END SET INPUT-DONE TO TRUE
           END-READ
           PERFORM C310-APPLY-ONE-PAYMENT UNTIL INPUT-DONE
           CLOSE PAY-IN
           .
       C300-EXIT.
           EXIT.

       C310-APPLY-ONE-PAYMENT SECTION.
           ADD 1 TO WS-RUN-INPUT-COUNT
           MOVE 'N' TO WS-SUP-FOUND
           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUP-COUNT
               IF WS-SUP-CODE(WS-SUP-IDX) = APP-SUPPLIER-CODE
                   SET SUP-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE APP-SUPPLIER-CODE TO PL-SUPPLIER
           MOVE APP-REFERENCE TO PL-REFERENCE
           MOVE APP-AMOUNT-PAID TO PL-PAID
           MOVE APP-DISCOUNT TO PL-DISC
           EVALUATE TRUE
               WHEN NOT SUP-FOUND
                   MOVE "REJECTED - SUPPLIER NOT ON SUPCTRL" TO PL-TEXT
                   ADD 1 TO WS-REJECTED-PAY-COUNT
               WHEN APP-AMOUNT-PAID NOT NUMERIC
                 OR APP-DISCOUNT NOT NUMERIC
                   MOVE "REJECTED - AMOUNT NOT NUMERIC" TO PL-TEXT
                   ADD 1 TO WS-REJECTED-PAY-COUNT
               WHEN OTHER
                   MOVE SPACES TO PL-TEXT
                   ADD 1 TO WS-PAYMENT-COUNT
           END-EVALUATE
           WRITE AP-RPT-RECORD FROM WS-RPT-PAY-LINE
           IF PL-TEXT = SPACES
               MOVE APP-SUPPLIER-CODE TO WS-ALLOC-SUPPLIER
               COMPUTE WS-ALLOC-CASH = APP-AMOUNT-PAID + APP-DISCOUNT
               PERFORM D100-ALLOCATE-SUPPLIER
               IF WS-ALLOC-UNUSED NOT = 0
                   MOVE APP-SUPPLIER-CODE TO AL-SUPPLIER
                   MOVE SPACES TO AL-KEY
                   MOVE APP-PAY-DATE TO AL-DATE
                   MOVE WS-ALLOC-UNUSED TO AL-APPLIED
                   MOVE 0 TO AL-OPEN
                   MOVE "UNALLOCATED CASH" TO AL-TEXT
                   WRITE AP-RPT-RECORD FROM WS-RPT-ALLOC-LINE
                   ADD WS-ALLOC-UNUSED TO WS-GT-UNALLOCATED
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           READ PAY-IN AT END SET INPUT-DONE TO TRUE
           END-READ
           .

      *------------------------------------------
      *WS-ALLOC-CASH PLUS THE SUPPLIER'S OPEN CREDITS IS SPREAD
      *OVER ITS OPEN INVOICES OLDEST FIRST. CREDITS ARE USED BEFORE
      *CASH, OLDEST CREDIT FIRST; CASH LEFT OVER COMES BACK IN
      *WS-ALLOC-UNUSED.
       D100-ALLOCATE-SUPPLIER SECTION.
           MOVE 0 TO WS-ALLOC-CREDITS
           MOVE 0 TO WS-ALLOC-INVOICES
           MOVE WS-ALLOC-CASH TO WS-ALLOC-UNUSED
           PERFORM VARYING WS-OI-I FROM 1 BY 1
                   UNTIL WS-OI-I > WS-OI-COUNT
               IF WS-OI-SUPPLIER(WS-OI-I) = WS-ALLOC-SUPPLIER
                   IF WS-OI-OPEN(WS-OI-I) < 0
                       SUBTRACT WS-OI-OPEN(WS-OI-I)
                           FROM WS-ALLOC-CREDITS
                   ELSE
                       ADD WS-OI-OPEN(WS-OI-I) TO WS-ALLOC-INVOICES
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-ALLOC-APPLY = WS-ALLOC-CASH + WS-ALLOC-CREDITS
           IF WS-ALLOC-APPLY > WS-ALLOC-INVOICES
               MOVE WS-ALLOC-INVOICES TO WS-ALLOC-APPLY
           END-IF
           IF WS-ALLOC-APPLY <= 0
               GO TO D100-EXIT
           END-IF
           IF WS-ALLOC-CREDITS > WS-ALLOC-APPLY
               MOVE WS-ALLOC-APPLY TO WS-ALLOC-CREDIT-USE
           ELSE
               MOVE WS-ALLOC-CREDITS TO WS-ALLOC-CREDIT-USE
           END-IF
           COMPUTE WS-ALLOC-UNUSED = WS-ALLOC-CASH
                   - (WS-ALLOC-APPLY - WS-ALLOC-CREDIT-USE)
           ADD WS-ALLOC-APPLY TO WS-GT-APPLIED
           MOVE WS-ALLOC-APPLY TO WS-ALLOC-REMAIN
           PERFORM D110-PAY-OLDEST-INVOICE
               UNTIL WS-ALLOC-REMAIN <= 0
           MOVE WS-ALLOC-CREDIT-USE TO WS-ALLOC-REMAIN
           PERFORM D120-USE-OLDEST-CREDIT
               UNTIL WS-ALLOC-REMAIN <= 0
           .
       D100-EXIT.
           EXIT.

       D110-PAY-OLDEST-INVOICE SECTION.
           MOVE 0 TO WS-OI-BEST
           PERFORM VARYING WS-OI-I FROM 1 BY 1
                   UNTIL WS-OI-I > WS-OI-COUNT
               IF WS-OI-SUPPLIER(WS-OI-I) = WS-ALLOC-SUPPLIER
                       AND WS-OI-OPEN(WS-OI-I) > 0
                   IF WS-OI-BEST = 0
                       MOVE WS-OI-I TO WS-OI-BEST
                   ELSE
                       IF WS-OI-DATE(WS-OI-I) < WS-OI-DATE(WS-OI-BEST)
                           MOVE WS-OI-I TO WS-OI-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-OI-BEST = 0
               MOVE 0 TO WS-ALLOC-REMAIN
               GO TO D110-EXIT
           END-IF
           IF WS-ALLOC-REMAIN < WS-OI-OPEN(WS-OI-BEST)
               MOVE WS-ALLOC-REMAIN TO WS-ALLOC-AMOUNT
           ELSE
               MOVE WS-OI-OPEN(WS-OI-BEST) TO WS-ALLOC-AMOUNT
           END-IF
           SUBTRACT WS-ALLOC-AMOUNT FROM WS-OI-OPEN(WS-OI-BEST)
           SUBTRACT WS-ALLOC-AMOUNT FROM WS-ALLOC-REMAIN
           MOVE 'Y' TO WS-OI-CHANGED(WS-OI-BEST)
           IF WS-OI-OPEN(WS-OI-BEST) = 0
               MOVE "CLEARED" TO AL-TEXT
           ELSE
               MOVE "PART-PAID" TO AL-TEXT
           END-IF
           PERFORM D190-WRITE-ALLOC-LINE
           .
       D110-EXIT.
           EXIT.

       D120-USE-OLDEST-CREDIT SECTION.
           MOVE 0 TO WS-OI-BEST
           PERFORM VARYING WS-OI-I FROM 1 BY 1
                   UNTIL WS-OI-I > WS-OI-COUNT
               IF WS-OI-SUPPLIER(WS-OI-I) = WS-ALLOC-SUPPLIER
                       AND WS-OI-OPEN(WS-OI-I) < 0
                   IF WS-OI-BEST = 0
                       MOVE WS-OI-I TO WS-OI-BEST
                   ELSE
                       IF WS-OI-DATE(WS-OI-I) < WS-OI-DATE(WS-OI-BEST)
                           MOVE WS-OI-I TO WS-OI-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-OI-BEST = 0
               MOVE 0 TO WS-ALLOC-REMAIN
               GO TO D120-EXIT
           END-IF
           IF WS-ALLOC-REMAIN < 0 - WS-OI-OPEN(WS-OI-BEST)
               MOVE WS-ALLOC-REMAIN TO WS-ALLOC-AMOUNT
           ELSE
               COMPUTE WS-ALLOC-AMOUNT = 0 - WS-OI-OPEN(WS-OI-BEST)
           END-IF
           ADD WS-ALLOC-AMOUNT TO WS-OI-OPEN(WS-OI-BEST)
           SUBTRACT WS-ALLOC-AMOUNT FROM WS-ALLOC-REMAIN
           MOVE 'Y' TO WS-OI-CHANGED(WS-OI-BEST)
           IF WS-OI-OPEN(WS-OI-BEST) = 0
               MOVE "CREDIT USED" TO AL-TEXT
           ELSE
               MOVE "CREDIT PART-USED" TO AL-TEXT
           END-IF
           PERFORM D190-WRITE-ALLOC-LINE
           .
       D120-EXIT.
           EXIT.

       D190-WRITE-ALLOC-LINE  SECTION.
           MOVE WS-OI-SUPPLIER(WS-OI-BEST) TO AL-SUPPLIER
           MOVE WS-OI-KEY(WS-OI-BEST) TO AL-KEY
           MOVE WS-OI-DATE(WS-OI-BEST) TO AL-DATE
           MOVE WS-ALLOC-AMOUNT TO AL-APPLIED
           MOVE WS-OI-OPEN(WS-OI-BEST) TO AL-OPEN
           WRITE AP-RPT-RECORD FROM WS-RPT-ALLOC-LINE
           .

      *------------------------------------------
      *EVERY ITEM AN ALLOCATION TOUCHED GOES BACK TO THE LEDGER -
      *CLEARED AT ZERO, PART-PAID WHILE ANY OF IT REMAINS.
       E100-REWRITE-CHANGED   SECTION.
           PERFORM VARYING WS-OI-IDX FROM 1 BY 1
                   UNTIL WS-OI-IDX > WS-OI-COUNT
               IF WS-OI-CHANGED(WS-OI-IDX) = 'Y'
                   PERFORM E110-REWRITE-ONE-ITEM
               END-IF
           END-PERFORM
           .

       E110-REWRITE-ONE-ITEM  SECTION.
           MOVE SPACES TO APL-RECORD
           MOVE WS-OI-KEY(WS-OI-IDX) TO APL-KEY
           CALL 'IOMOD'
             USING WS-READ-KEYED
                   WS-FILE-KEY
                   APL-RECORD
                   WS-IO-STATUS
                   WS-LEDGER-FILENAME
           IF NOT IO-OK
               DISPLAY "ERROR - APLEDGR ITEM " WS-OI-KEY(WS-OI-IDX)
                       " VANISHED, STATUS " WS-IO-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO E110-EXIT
           END-IF
           MOVE WS-OI-OPEN(WS-OI-IDX) TO APL-OPEN-AMOUNT
           MOVE WS-BUSINESS-DATE TO APL-LAST-ALLOC-DATE
           IF APL-OPEN-AMOUNT = 0
               SET APL-CLEARED TO TRUE
               ADD 1 TO WS-CLEARED-COUNT
           ELSE
               SET APL-PART-PAID TO TRUE
               ADD 1 TO WS-PART-PAID-COUNT
           END-IF
           CALL 'IOMOD'
             USING WS-REWRITE-KEYED
                   WS-FILE-KEY
                   APL-RECORD
                   WS-IO-STATUS
                   WS-LEDGER-FILENAME
           IF IO-OK
               ADD 1 TO WS-REWRITE-COUNT
           ELSE
               DISPLAY "ERROR - IOMOD REWRITE OF APLEDGR FAILED, "
                       "STATUS " WS-IO-STATUS " FOR " APL-KEY
               MOVE 16 TO RETURN-CODE
           END-IF
           .
       E110-EXIT.
           EXIT.

       W100-WRITE-TOTALS      SECTION.
           MOVE SPACES TO AP-RPT-RECORD
           WRITE AP-RPT-RECORD
           MOVE "RECORDS READ:                       " TO CL-LABEL
           MOVE WS-RUN-INPUT-COUNT TO CL-COUNT
           WRITE AP-RPT-RECORD FROM WS-RPT-COUNT-LINE
           IF LOAD-MODE
               MOVE "ITEMS LOADED:                       " TO CL-LABEL
               MOVE WS-LOADED-COUNT TO CL-COUNT
               WRITE AP-RPT-RECORD FROM WS-RPT-COUNT-LINE
               MOVE "LINES ALREADY ON THE LEDGER:        " TO CL-LABEL
               MOVE WS-ALREADY-COUNT TO CL-COUNT
               WRITE AP-RPT-RECORD FROM WS-RPT-COUNT-LINE
               MOVE "LINES WITH NO SUPPLIER/DATE:        " TO CL-LABEL
               MOVE WS-NO-SUPPLIER-COUNT TO CL-COUNT
               WRITE AP-RPT-RECORD FROM WS-RPT-COUNT-LINE
           ELSE
               MOVE "PAYMENTS APPLIED:                   " TO CL-LABEL
               MOVE WS-PAYMENT-COUNT TO CL-COUNT
               WRITE AP-RPT-RECORD FROM WS-RPT-COUNT-LINE
               MOVE "PAYMENTS REJECTED:                  " TO CL-LABEL
               MOVE WS-REJECTED-PAY-COUNT TO CL-COUNT
               WRITE AP-RPT-RECORD FROM WS-RPT-COUNT-LINE
               MOVE "UNALLOCATED CASH:                   "
                 TO CL-AMT-LABEL
               MOVE WS-GT-UNALLOCATED TO CL-AMOUNT
               WRITE AP-RPT-RECORD FROM WS-RPT-AMOUNT-LINE
           END-IF
           MOVE "TOTAL ALLOCATED:                    " TO CL-AMT-LABEL
           MOVE WS-GT-APPLIED TO CL-AMOUNT
           WRITE AP-RPT-RECORD FROM WS-RPT-AMOUNT-LINE
           MOVE "ITEMS CLEARED:                      " TO CL-LABEL
           MOVE WS-CLEARED-COUNT TO CL-COUNT
           WRITE AP-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE "ITEMS LEFT PART-PAID:               " TO CL-LABEL
           MOVE WS-PART-PAID-COUNT TO CL-COUNT
           WRITE AP-RPT-RECORD FROM WS-RPT-COUNT-LINE
           .

       T100-TERMINATE         SECTION.
           CALL 'IOMOD'
             USING WS-CLOSE
                   WS-FILE-KEY
                   APL-RECORD
                   WS-IO-STATUS
                   WS-LEDGER-FILENAME
           CLOSE AP-RPT-FILE
           DISPLAY "STATUS - FILES CLOSED"
           .

      *WRITE ONE SUMMARY RECORD TO THE SHARED CROSS-SUITE RUN LOG.
       Z100-WRITE-RUN-LOG     SECTION.
           MOVE "EXPPRG64" TO RL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE WS-RUN-INPUT-COUNT TO RL-INPUT-COUNT
           IF LOAD-MODE
               MOVE WS-LOADED-COUNT TO RL-OUTPUT-COUNT
           ELSE
               MOVE WS-PAYMENT-COUNT TO RL-OUTPUT-COUNT
           END-IF
           MOVE WS-CLEARED-COUNT TO RL-OUTPUT-COUNT-2
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
