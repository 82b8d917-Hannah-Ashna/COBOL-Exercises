       ID DIVISION.
       PROGRAM-ID. EXPPROG66.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * BANK PAYMENT FILE AND REMITTANCE ADVICES FROM THE APPROVED
      * PAYMENT PROPOSAL. RUN ONCE THE ACCOUNTS OFFICE HAS SIGNED
      * OFF EXPPROG41'S PAYPROP - EVERY RECORD LEFT ON PAYPROP IS
      * TREATED AS APPROVED. EACH SUPPLIER'S SORT CODE AND ACCOUNT
      * NUMBER COME FROM THE SUPCTRL MASTER, AND ONE CREDIT FOR
      * PP-NET IS WRITTEN TO THE BANK FILE (BANKPAY):
      *
      *   H  FILE ID, CREATION DATE, ORIGINATOR, PAYMENT DATE
      *   C  SORT CODE, ACCOUNT, AMOUNT, PAYEE NAME, REFERENCE
      *   T  CREDIT COUNT, AMOUNT TOTAL, HASH
      *
      * THE HASH IS THE SUM OF THE 14-DIGIT SORT CODE AND ACCOUNT
      * NUMBER OF EVERY CREDIT. A REMITTANCE ADVICE (REMIT) LISTS
      * THE OPEN APLEDGR ITEMS THAT WERE DUE ON THE PROPOSAL DATE -
      * THE SAME SELECTION EXPPROG41 MADE - WITH THE GROSS, THE
      * EARLY-SETTLEMENT DISCOUNT AND THE NET PAID.
      *
      * A SUPPLIER WITH NO USABLE BANK DETAILS, NOT ON SUPCTRL, OR
      * WITH NOTHING POSITIVE TO PAY IS HELD BACK AND LISTED ON
      * PAYHOLD, NEVER PAID BLIND. EVERY CREDIT IS ALSO WRITTEN TO
      * APPRPAY SO EXPPROG64 'PAY ' CAN CLEAR THE ITEMS IT PAID.
      * THE CREDIT COUNT AND TOTAL ARE POSTED AS PRODUCER OF THE
      * BANKPAY INTERFACE THROUGH HNDMOD.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT PROPOSAL-FILE ASSIGN TO PAYPROP
           FILE STATUS IS WS-PROP-STATUS.
           SELECT SUP-CTRL-FILE ASSIGN TO SUPCTRL
           FILE STATUS IS WS-SUPCTRL-STATUS.
           SELECT BANK-FILE ASSIGN TO BANKPAY
           FILE STATUS IS WS-BANK-STATUS.
           SELECT REMIT-FILE ASSIGN TO REMIT
           FILE STATUS IS WS-REMIT-STATUS.
           SELECT HOLD-RPT-FILE ASSIGN TO PAYHOLD
           FILE STATUS IS WS-HOLD-STATUS.
           SELECT PAY-OUT ASSIGN TO APPRPAY
           FILE STATUS IS WS-PAY-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *EXPPROG41'S PROPOSAL LAYOUT - MUST BE KEPT IN STEP.
       FD PROPOSAL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 PROPOSAL-REC.
           03 PP-SUPPLIER-CODE       PIC X(4).
           03 PP-SUPPLIER-NAME       PIC X(20).
           03 PP-INV-COUNT           PIC 9(7).
           03 PP-GROSS               PIC S9(11).
           03 PP-DISCOUNT            PIC S9(11).
           03 PP-NET                 PIC S9(11).
           03 PP-RUN-DATE            PIC X(8).
           03 FILLER                 PIC X(7).

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

      *BANK PAYMENT FILE - HEADER, ONE CREDIT PER SUPPLIER, TRAILER.
       FD BANK-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 BANK-REC.
           03 BK-RECORD-TYPE         PIC X(1).
           03 BK-BODY                PIC X(99).
       01 BANK-HEADER-REC.
           03 BH-RECORD-TYPE         PIC X(1).
           03 BH-FILE-ID             PIC X(8).
           03 BH-CREATE-DATE         PIC X(8).
           03 BH-ORIGINATOR          PIC X(8).
           03 BH-PAY-DATE            PIC X(8).
           03 FILLER                 PIC X(67).
       01 BANK-CREDIT-REC.
           03 BC-RECORD-TYPE         PIC X(1).
           03 BC-SORT-CODE           PIC X(6).
           03 BC-ACCOUNT-NUM         PIC X(8).
           03 BC-AMOUNT              PIC 9(11).
           03 BC-PAYEE-NAME          PIC X(18).
           03 BC-REFERENCE           PIC X(18).
           03 FILLER                 PIC X(38).
       01 BANK-TRAILER-REC.
           03 BT-RECORD-TYPE         PIC X(1).
           03 BT-CREDIT-COUNT        PIC 9(7).
           03 BT-AMOUNT-TOTAL        PIC 9(13).
           03 BT-HASH-TOTAL          PIC 9(18).
           03 FILLER                 PIC X(61).

       FD REMIT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 REMIT-RECORD               PIC X(100).

       FD HOLD-RPT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 HOLD-RPT-RECORD            PIC X(100).

       FD PAY-OUT BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 PAY-REC.
           COPY APPAY.

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

       01 WS-PROP-STATUS             PIC X(2).
           88 PROP-OK                VALUE "00".
       01 WS-SUPCTRL-STATUS          PIC X(2).
           88 SUPCTRL-OK             VALUE "00".
           88 SUPCTRL-EOF            VALUE "10".
       01 WS-BANK-STATUS             PIC X(2).
           88 BANK-OK                VALUE "00".
       01 WS-REMIT-STATUS            PIC X(2).
           88 REMIT-OK               VALUE "00".
       01 WS-HOLD-STATUS             PIC X(2).
           88 HOLD-OK                VALUE "00".
       01 WS-PAY-STATUS              PIC X(2).
           88 PAY-OK                 VALUE "00".
       01 WS-RUNLOG-STATUS           PIC X(2).

       01 WS-PROP-EOF-FLAG           PIC X VALUE 'N'.
           88 PROP-FILE-DONE         VALUE 'Y'.

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

      *HANDOFF POSTING (HNDMOD) - THIS JOB PRODUCES THE BANKPAY
      *INTERFACE.
       01 WS-HND-ROLE                PIC X(1).
       01 WS-HND-INTERFACE           PIC X(8).
       01 WS-HND-JOB                 PIC X(8) VALUE 'EXPPRG66'.
       01 WS-HND-COUNT               PIC 9(8).
       01 WS-HND-AMOUNT              PIC S9(11).

       01 WS-RUN-INPUT-COUNT         PIC 9(8) VALUE 0.
       01 WS-CREDIT-COUNT            PIC 9(7) VALUE 0.
       01 WS-HELD-COUNT              PIC 9(8) VALUE 0.
       01 WS-AMOUNT-TOTAL            PIC 9(13) VALUE 0.
       01 WS-HELD-TOTAL              PIC S9(13) VALUE 0.
       01 WS-HASH-TOTAL              PIC 9(18) VALUE 0.
       01 WS-BANK-KEY.
           03 WS-BANK-SORT-CODE      PIC X(6).
           03 WS-BANK-ACCOUNT-NUM    PIC X(8).
       01 WS-BANK-KEY-NUM REDEFINES WS-BANK-KEY PIC 9(14).

       01 WS-HOLD-REASON             PIC X(30).

      *SUPPLIER NAMES, TERMS AND BANK DETAILS.
       01 WS-SUP-TABLE.
           03 WS-SUP-ENTRY OCCURS 26 TIMES INDEXED BY WS-SUP-IDX.
               05 WS-SUP-CODE        PIC X(4) VALUE SPACES.
               05 WS-SUP-NAME        PIC X(20) VALUE SPACES.
               05 WS-SUP-TERMS-DAYS  PIC 9(3) VALUE 0.
               05 WS-SUP-DISC-PCT    PIC 9(2)V99 VALUE 0.
               05 WS-SUP-SORT-CODE   PIC X(6) VALUE SPACES.
               05 WS-SUP-ACCOUNT-NUM PIC X(8) VALUE SPACES.
       01 WS-SUP-COUNT               PIC 9(2) VALUE 0.
       01 WS-SUP-FOUND               PIC X VALUE 'N'.
           88 SUP-FOUND              VALUE 'Y'.

      *EVERY OPEN OR PART-PAID LEDGER ITEM, FOR THE ADVICE LINES.
       01 WS-OI-TABLE.
           03 WS-OI-ENTRY OCCURS 3000 TIMES INDEXED BY WS-OI-IDX.
               05 WS-OI-SUPPLIER     PIC X(4).
               05 WS-OI-INVOICE      PIC X(5).
               05 WS-OI-DEPARTMENT   PIC 9(1).
               05 WS-OI-DATE         PIC X(8).
               05 WS-OI-CREDIT-FLAG  PIC X(1).
               05 WS-OI-OPEN         PIC S9(11).
       01 WS-OI-COUNT                PIC 9(4) VALUE 0.

       01 WS-PROP-DATE-NUM           PIC 9(8).
       01 WS-PROP-DATE-INT           PIC 9(8).
       01 WS-ITEM-DATE-NUM           PIC 9(8).
       01 WS-DUE-INT                 PIC 9(8).
       01 WS-ADVICE-GROSS            PIC S9(11) VALUE 0.
       01 WS-ADVICE-LINES            PIC 9(5) VALUE 0.

       01 WS-REMIT-HEAD.
           03 FILLER                 PIC X(30) VALUE
              "REMITTANCE ADVICE       DATE ".
           03 RH-PAY-DATE            PIC X(8).
           03 FILLER                 PIC X(62) VALUE SPACES.
       01 WS-REMIT-TO-LINE.
           03 FILLER                 PIC X(11) VALUE "SUPPLIER   ".
           03 RT-CODE                PIC X(4).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 RT-NAME                PIC X(20).
           03 FILLER                 PIC X(12) VALUE "  REFERENCE ".
           03 RT-REFERENCE           PIC X(18).
           03 FILLER                 PIC X(34) VALUE SPACES.
       01 WS-REMIT-COL-HEAD.
           03 FILLER                 PIC X(42) VALUE
              "INVOICE  DEPT  INVOICE DATE        AMOUNT".
           03 FILLER                 PIC X(58) VALUE SPACES.
       01 WS-REMIT-ITEM-LINE.
           03 RI-INVOICE             PIC X(5).
           03 FILLER                 PIC X(5) VALUE SPACES.
           03 RI-DEPARTMENT          PIC 9(1).
           03 FILLER                 PIC X(5) VALUE SPACES.
           03 RI-DATE                PIC X(8).
           03 FILLER                 PIC X(7) VALUE SPACES.
           03 RI-AMOUNT              PIC -(10)9.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 RI-CREDIT-TEXT         PIC X(11).
           03 FILLER                 PIC X(46) VALUE SPACES.
       01 WS-REMIT-AMOUNT-LINE.
           03 RA-LABEL               PIC X(31).
           03 RA-AMOUNT              PIC -(10)9.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 RA-TEXT                PIC X(57).
       01 WS-HOLD-HEAD.
           03 FILLER                 PIC X(40) VALUE
              "PAYMENTS HELD BACK - NOT SENT TO BANK - ".
           03 HH-DATE                PIC X(8).
           03 FILLER                 PIC X(52) VALUE SPACES.
       01 WS-HOLD-LINE.
           03 HL-CODE                PIC X(4).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 HL-NAME                PIC X(20).
           03 FILLER                 PIC X(6) VALUE "  NET ".
           03 HL-NET                 PIC -(10)9.
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 HL-REASON              PIC X(30).
           03 FILLER                 PIC X(26) VALUE SPACES.
       01 WS-RPT-COUNT-LINE.
           03 CL-LABEL               PIC X(36).
           03 CL-COUNT               PIC Z(7)9.
           03 FILLER                 PIC X(56) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING BANK PAYMENT RUN"
           PERFORM B100-INIT
           PERFORM B200-LOAD-SUPPLIER-TABLE
           PERFORM B300-LOAD-OPEN-ITEMS
           PERFORM C100-PAY-ONE-SUPPLIER UNTIL PROP-FILE-DONE
           PERFORM W100-WRITE-TRAILER
           PERFORM T100-TERMINATE
           MOVE 'P' TO WS-HND-ROLE
           MOVE 'BANKPAY ' TO WS-HND-INTERFACE
           MOVE WS-CREDIT-COUNT TO WS-HND-COUNT
           MOVE WS-AMOUNT-TOTAL TO WS-HND-AMOUNT
           CALL 'HNDMOD' USING WS-HND-ROLE WS-HND-INTERFACE
                               WS-HND-JOB WS-BUSINESS-DATE
                               WS-HND-COUNT WS-HND-AMOUNT
           IF WS-HELD-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - PROPOSALS READ:    " WS-RUN-INPUT-COUNT
           DISPLAY "STATUS - CREDITS WRITTEN:   " WS-CREDIT-COUNT
           DISPLAY "STATUS - PAYMENTS HELD:     " WS-HELD-COUNT
           DISPLAY "STATUS - BANK PAYMENT RUN DONE"
           GOBACK
           .

       B100-INIT              SECTION.
           OPEN INPUT PROPOSAL-FILE
           IF NOT PROP-OK
               DISPLAY "ERROR - COULD NOT OPEN PAYPROP, STATUS "
                       WS-PROP-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
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
           OPEN OUTPUT BANK-FILE
           IF NOT BANK-OK
               DISPLAY "ERROR - COULD NOT OPEN BANKPAY, STATUS "
                       WS-BANK-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN OUTPUT REMIT-FILE
           IF NOT REMIT-OK
               DISPLAY "ERROR - COULD NOT OPEN REMIT, STATUS "
                       WS-REMIT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN OUTPUT HOLD-RPT-FILE
           IF NOT HOLD-OK
               DISPLAY "ERROR - COULD NOT OPEN PAYHOLD, STATUS "
                       WS-HOLD-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN OUTPUT PAY-OUT
           IF NOT PAY-OK
               DISPLAY "ERROR - COULD NOT OPEN APPRPAY, STATUS "
                       WS-PAY-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE SPACES TO BANK-HEADER-REC
           MOVE 'H' TO BH-RECORD-TYPE
           MOVE 'BANKPAY ' TO BH-FILE-ID
           MOVE WS-BUSINESS-DATE TO BH-CREATE-DATE
           MOVE WS-HND-JOB TO BH-ORIGINATOR
           MOVE WS-BUSINESS-DATE TO BH-PAY-DATE
           WRITE BANK-HEADER-REC
           MOVE WS-BUSINESS-DATE TO HH-DATE
           WRITE HOLD-RPT-RECORD FROM WS-HOLD-HEAD
           READ PROPOSAL-FILE AT END SET PROP-FILE-DONE TO TRUE
           END-READ
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
                               IF SUP-TERMS-DAYS NUMERIC
                                   MOVE SUP-TERMS-DAYS
                                     TO WS-SUP-TERMS-DAYS
                                            (WS-SUP-IDX)
                               END-IF
                               IF SUP-DISC-PCT NUMERIC
                                   MOVE SUP-DISC-PCT
                                     TO WS-SUP-DISC-PCT(WS-SUP-IDX)
                               END-IF
                               MOVE SUP-SORT-CODE
                                 TO WS-SUP-SORT-CODE(WS-SUP-IDX)
                               MOVE SUP-ACCOUNT-NUM
                                 TO WS-SUP-ACCOUNT-NUM(WS-SUP-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUP-CTRL-FILE
           ELSE
               DISPLAY "ERROR - SUPCTRL NOT FOUND, NO BANK DETAILS "
                       "TO PAY AGAINST"
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           .

       B300-LOAD-OPEN-ITEMS   SECTION.
           MOVE 'RNK ' TO WS-READ-NEXT-KEYED
           PERFORM UNTIL KEYED-SCAN-EOF
               CALL 'IOMOD'
                 USING WS-READ-NEXT-KEYED
                       WS-FILE-KEY
                       APL-RECORD
                       WS-IO-STATUS
                       WS-LEDGER-FILENAME
               IF NOT KEYED-SCAN-EOF
                       AND (APL-OPEN OR APL-PART-PAID)
                       AND APL-OPEN-AMOUNT NOT = 0
                   IF WS-OI-COUNT < 3000
                       ADD 1 TO WS-OI-COUNT
                       SET WS-OI-IDX TO WS-OI-COUNT
                       MOVE APL-SUPPLIER-CODE
                         TO WS-OI-SUPPLIER(WS-OI-IDX)
                       MOVE APL-INVOICE-NUM TO WS-OI-INVOICE(WS-OI-IDX)
                       MOVE APL-DEPARTMENT
                         TO WS-OI-DEPARTMENT(WS-OI-IDX)
                       MOVE APL-INVOICE-DATE TO WS-OI-DATE(WS-OI-IDX)
                       MOVE APL-CREDIT-FLAG
                         TO WS-OI-CREDIT-FLAG(WS-OI-IDX)
                       MOVE APL-OPEN-AMOUNT TO WS-OI-OPEN(WS-OI-IDX)
                   ELSE
                       DISPLAY "WARNING - OPEN-ITEM TABLE FULL, "
                               APL-KEY " LEFT OFF THE ADVICES"
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'RNK ' TO WS-READ-NEXT-KEYED
           .

      *ONE APPROVED PROPOSAL - PAY IT IF THE SUPPLIER HAS GOOD BANK
      *DETAILS AND SOMETHING TO PAY, OTHERWISE HOLD IT.
       C100-PAY-ONE-SUPPLIER  SECTION.
           ADD 1 TO WS-RUN-INPUT-COUNT
           MOVE 'N' TO WS-SUP-FOUND
           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUP-COUNT
               IF WS-SUP-CODE(WS-SUP-IDX) = PP-SUPPLIER-CODE
                   SET SUP-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-HOLD-REASON
           EVALUATE TRUE
               WHEN NOT SUP-FOUND
                   MOVE "SUPPLIER NOT ON SUPCTRL" TO WS-HOLD-REASON
               WHEN WS-SUP-SORT-CODE(WS-SUP-IDX) NOT NUMERIC
                 OR WS-SUP-SORT-CODE(WS-SUP-IDX) = ZEROES
                   MOVE "NO BANK SORT CODE" TO WS-HOLD-REASON
               WHEN WS-SUP-ACCOUNT-NUM(WS-SUP-IDX) NOT NUMERIC
                 OR WS-SUP-ACCOUNT-NUM(WS-SUP-IDX) = ZEROES
                   MOVE "NO BANK ACCOUNT NUMBER" TO WS-HOLD-REASON
               WHEN PP-NET NOT NUMERIC
                   MOVE "NET AMOUNT NOT NUMERIC" TO WS-HOLD-REASON
               WHEN PP-NET NOT > 0
                   MOVE "NOTHING TO PAY - NET NOT ABOVE 0"
                     TO WS-HOLD-REASON
           END-EVALUATE
           IF WS-HOLD-REASON = SPACES
               PERFORM C200-WRITE-CREDIT
               PERFORM D100-WRITE-ADVICE
           ELSE
               PERFORM C300-HOLD-PAYMENT
           END-IF
           READ PROPOSAL-FILE AT END SET PROP-FILE-DONE TO TRUE
           END-READ
           .

       C200-WRITE-CREDIT      SECTION.
           MOVE SPACES TO BANK-CREDIT-REC
           MOVE 'C' TO BC-RECORD-TYPE
           MOVE WS-SUP-SORT-CODE(WS-SUP-IDX) TO BC-SORT-CODE
           MOVE WS-SUP-ACCOUNT-NUM(WS-SUP-IDX) TO BC-ACCOUNT-NUM
           MOVE PP-NET TO BC-AMOUNT
           MOVE WS-SUP-NAME(WS-SUP-IDX) TO BC-PAYEE-NAME
           MOVE SPACES TO BC-REFERENCE
           STRING "PAY " PP-SUPPLIER-CODE " " WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO BC-REFERENCE
           WRITE BANK-CREDIT-REC
           ADD 1 TO WS-CREDIT-COUNT
           ADD PP-NET TO WS-AMOUNT-TOTAL
           MOVE WS-SUP-SORT-CODE(WS-SUP-IDX) TO WS-BANK-SORT-CODE
           MOVE WS-SUP-ACCOUNT-NUM(WS-SUP-IDX) TO WS-BANK-ACCOUNT-NUM
           ADD WS-BANK-KEY-NUM TO WS-HASH-TOTAL
           MOVE SPACES TO PAY-REC
           MOVE PP-SUPPLIER-CODE TO APP-SUPPLIER-CODE
           MOVE PP-NET TO APP-AMOUNT-PAID
           MOVE PP-DISCOUNT TO APP-DISCOUNT
           MOVE WS-BUSINESS-DATE TO APP-PAY-DATE
           MOVE BC-REFERENCE TO APP-REFERENCE
           WRITE PAY-REC
           .

       C300-HOLD-PAYMENT      SECTION.
           ADD 1 TO WS-HELD-COUNT
           MOVE PP-SUPPLIER-CODE TO HL-CODE
           MOVE PP-SUPPLIER-NAME TO HL-NAME
           IF PP-NET NUMERIC
               MOVE PP-NET TO HL-NET
               ADD PP-NET TO WS-HELD-TOTAL
           ELSE
               MOVE 0 TO HL-NET
           END-IF
           MOVE WS-HOLD-REASON TO HL-REASON
           WRITE HOLD-RPT-RECORD FROM WS-HOLD-LINE
           .

      *THE ADVICE LISTS THE SUPPLIER'S OPEN ITEMS THAT WERE DUE ON
      *THE PROPOSAL DATE - INVOICE DATE PLUS DAYS-TO-PAY - AS
      *EXPPROG41 SELECTED THEM, THEN GROSS, DISCOUNT AND NET.
       D100-WRITE-ADVICE      SECTION.
           MOVE WS-BUSINESS-DATE TO RH-PAY-DATE
           WRITE REMIT-RECORD FROM WS-REMIT-HEAD
           MOVE PP-SUPPLIER-CODE TO RT-CODE
           MOVE WS-SUP-NAME(WS-SUP-IDX) TO RT-NAME
           MOVE BC-REFERENCE TO RT-REFERENCE
           WRITE REMIT-RECORD FROM WS-REMIT-TO-LINE
           MOVE SPACES TO REMIT-RECORD
           WRITE REMIT-RECORD
           WRITE REMIT-RECORD FROM WS-REMIT-COL-HEAD
           MOVE 0 TO WS-ADVICE-GROSS
           MOVE 0 TO WS-ADVICE-LINES
           IF PP-RUN-DATE NUMERIC
               MOVE PP-RUN-DATE TO WS-PROP-DATE-NUM
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-PROP-DATE-NUM
           END-IF
           COMPUTE WS-PROP-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PROP-DATE-NUM)
           PERFORM VARYING WS-OI-IDX FROM 1 BY 1
                   UNTIL WS-OI-IDX > WS-OI-COUNT
               IF WS-OI-SUPPLIER(WS-OI-IDX) = PP-SUPPLIER-CODE
                       AND WS-OI-DATE(WS-OI-IDX) NUMERIC
                   MOVE WS-OI-DATE(WS-OI-IDX) TO WS-ITEM-DATE-NUM
                   COMPUTE WS-DUE-INT =
                           FUNCTION INTEGER-OF-DATE
                               (WS-ITEM-DATE-NUM)
                           + WS-SUP-TERMS-DAYS(WS-SUP-IDX)
                   IF WS-DUE-INT <= WS-PROP-DATE-INT
                       PERFORM D110-WRITE-ADVICE-ITEM
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO REMIT-RECORD
           WRITE REMIT-RECORD
           MOVE SPACES TO RA-TEXT
           MOVE "GROSS                          " TO RA-LABEL
           MOVE PP-GROSS TO RA-AMOUNT
           IF WS-ADVICE-GROSS NOT = PP-GROSS
               MOVE "ITEMS ABOVE DIFFER - LEDGER MOVED SINCE PROPOSAL"
                 TO RA-TEXT
               MOVE 4 TO RETURN-CODE
           END-IF
           WRITE REMIT-RECORD FROM WS-REMIT-AMOUNT-LINE
           MOVE SPACES TO RA-TEXT
           MOVE "LESS EARLY-SETTLEMENT DISCOUNT " TO RA-LABEL
           MOVE PP-DISCOUNT TO RA-AMOUNT
           WRITE REMIT-RECORD FROM WS-REMIT-AMOUNT-LINE
           MOVE "NET PAID TO YOUR ACCOUNT       " TO RA-LABEL
           MOVE PP-NET TO RA-AMOUNT
           WRITE REMIT-RECORD FROM WS-REMIT-AMOUNT-LINE
           MOVE SPACES TO REMIT-RECORD
           WRITE REMIT-RECORD
           .

       D110-WRITE-ADVICE-ITEM SECTION.
           MOVE WS-OI-INVOICE(WS-OI-IDX) TO RI-INVOICE
           MOVE WS-OI-DEPARTMENT(WS-OI-IDX) TO RI-DEPARTMENT
           MOVE WS-OI-DATE(WS-OI-IDX) TO RI-DATE
           MOVE WS-OI-OPEN(WS-OI-IDX) TO RI-AMOUNT
           IF WS-OI-CREDIT-FLAG(WS-OI-IDX) = 'C'
               MOVE "CREDIT NOTE" TO RI-CREDIT-TEXT
           ELSE
               MOVE SPACES TO RI-CREDIT-TEXT
           END-IF
           WRITE REMIT-RECORD FROM WS-REMIT-ITEM-LINE
           ADD WS-OI-OPEN(WS-OI-IDX) TO WS-ADVICE-GROSS
           ADD 1 TO WS-ADVICE-LINES
           .

       W100-WRITE-TRAILER     SECTION.
           MOVE SPACES TO BANK-TRAILER-REC
           MOVE 'T' TO BT-RECORD-TYPE
           MOVE WS-CREDIT-COUNT TO BT-CREDIT-COUNT
           MOVE WS-AMOUNT-TOTAL TO BT-AMOUNT-TOTAL
           MOVE WS-HASH-TOTAL TO BT-HASH-TOTAL
           WRITE BANK-TRAILER-REC
           MOVE SPACES TO HOLD-RPT-RECORD
           WRITE HOLD-RPT-RECORD
           MOVE "PAYMENTS HELD:                      " TO CL-LABEL
           MOVE WS-HELD-COUNT TO CL-COUNT
           WRITE HOLD-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE "CREDITS SENT TO BANK:               " TO CL-LABEL
           MOVE WS-CREDIT-COUNT TO CL-COUNT
           WRITE HOLD-RPT-RECORD FROM WS-RPT-COUNT-LINE
           .

       T100-TERMINATE         SECTION.
           CALL 'IOMOD'
             USING WS-CLOSE
                   WS-FILE-KEY
                   APL-RECORD
                   WS-IO-STATUS
                   WS-LEDGER-FILENAME
           CLOSE PROPOSAL-FILE
                 BANK-FILE
                 REMIT-FILE
                 HOLD-RPT-FILE
                 PAY-OUT
           DISPLAY "STATUS - FILES CLOSED"
           .

      *WRITE ONE SUMMARY RECORD TO THE SHARED CROSS-SUITE RUN LOG.
       Z100-WRITE-RUN-LOG     SECTION.
           MOVE "EXPPRG66" TO RL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE WS-RUN-INPUT-COUNT TO RL-INPUT-COUNT
           MOVE WS-CREDIT-COUNT TO RL-OUTPUT-COUNT
           MOVE WS-HELD-COUNT TO RL-OUTPUT-COUNT-2
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
