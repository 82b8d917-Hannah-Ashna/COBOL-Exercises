       DATE-WRITTEN. 2ND SEPT 2026.
       DATE-COMPILED.
      *
      * PAYMENT PROPOSAL GENERATOR OFF THE APLEDGR OPEN-ITEM LEDGER
      * (LOADED FROM EXPPROG2'S DETLOUT BY EXPPROG64). EVERY ITEM
      * STILL OPEN OR PART-PAID IS AGGREGATED BY SUPPLIER, THE
      * SETTLEMENT TERMS COME FROM THE SUPCTRL MASTER (DAYS TO PAY,
      * EARLY-SETTLEMENT DISCOUNT PERCENT), AND ONLY ITEMS WHOSE
      * INVOICE DATE PLUS TERMS HAS REACHED THE BUSINESS DATE ARE
      * SELECTED. ITEMS CLEARED BY AN APPROVED PAYMENT ARE NEVER
      * PROPOSED AGAIN, AND A PART-PAID ITEM IS PROPOSED FOR ITS
      * RESIDUE ONLY. OUTPUT IS A PAYMENT PROPOSAL FILE (PAYPROP, ONE
      * RECORD PER SUPPLIER) PLUS A REVIEW REPORT (PAYRPT) SHOWING
      * INVOICE COUNT, GROSS, DISCOUNT TAKEN AND NET PER SUPPLIER
      * WITH A GRAND-TOTAL CONTROL LINE THE ACCOUNTS OFFICE CAN TIE
      * TO THE LEDGER BEFORE ANYTHING IS RELEASED.
      *
      * OPEN CREDIT NOTES REDUCE THE SUPPLIER'S GROSS; ITEMS WHOSE
      * SUPPLIER HAS NO SUPCTRL ROW ARE COUNTED AND REPORTED, NOT
      * PROPOSED.
      *
      * A SUPPLIER WHOSE TERMS ARE IN BUSINESS DAYS ('B' IN THE
      * SUPCTRL TERMS BASIS) HAS ITS DUE DATE COUNTED ON THE
      * SHARED HOLIDAY CALENDAR THROUGH BDAYMOD; EVERY OTHER
      * SUPPLIER'S TERMS ARE CALENDAR DAYS, AS BEFORE.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT SUP-CTRL-FILE ASSIGN TO SUPCTRL
           FILE STATUS IS WS-SUPCTRL-STATUS.
           SELECT PROPOSAL-FILE ASSIGN TO PAYPROP
      *
       FILE SECTION.
      *
      *EXPPROG2'S SUPPLIER MASTER LAYOUT - MUST BE KEPT IN STEP.
       FD SUP-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           03 SUP-NAME               PIC X(20).
           03 SUP-TERMS-DAYS         PIC 9(3).
           03 SUP-DISC-PCT           PIC 9(2)V99.
           03 SUP-SORT-CODE          PIC X(6).
           03 SUP-ACCOUNT-NUM        PIC X(8).
           03 SUP-TERMS-BASIS        PIC X(1).
               88 SUP-TERMS-BUSINESS VALUE 'B'.
           03 FILLER                 PIC X(33).

      *ONE PROPOSAL RECORD PER SUPPLIER WITH SOMETHING DUE.
       FD PROPOSAL-FILE BLOCK CONTAINS 0 RECORDS
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE           PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP         PIC X(16) VALUE SPACES.

       01 WS-SUPCTRL-STATUS          PIC X(2).
           88 SUPCTRL-OK             VALUE "00".
           88 SUPCTRL-EOF            VALUE "10".
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
       01 WS-DUE-COUNT               PIC 9(8) VALUE 0.
               05 WS-SUP-CODE        PIC X(4) VALUE SPACES.
               05 WS-SUP-NAME        PIC X(20) VALUE SPACES.
               05 WS-SUP-TERMS-DAYS  PIC 9(3) VALUE 0.
               05 WS-SUP-TERMS-BASIS PIC X(1) VALUE SPACE.
               05 WS-SUP-DISC-PCT    PIC 9(2)V99 VALUE 0.
               05 WS-SUP-INV-COUNT   PIC 9(7) VALUE 0.
               05 WS-SUP-GROSS       PIC S9(11) VALUE 0.
       01 WS-TODAY-INT               PIC 9(8).
       01 WS-LINE-DATE-NUM           PIC 9(8).
       01 WS-DUE-INT                 PIC 9(8).
       01 WS-DUE-FOUND               PIC X VALUE 'N'.
           88 DUE-FOUND              VALUE 'Y'.

      *BUSINESS-DAY TERMS ARE COUNTED ON THE SHARED CALENDAR.
       01 WS-BDAY-PARMS.
           COPY BDYPRM.
       01 WS-DISCOUNT                PIC S9(11) VALUE 0.
       01 WS-NET                     PIC S9(11) VALUE 0.
       01 WS-GT-GROSS                PIC S9(12) VALUE 0.
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING PAYMENT PROPOSAL RUN"
           MOVE WS-BUSINESS-DATE TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           PERFORM B100-INIT
           PERFORM B200-LOAD-SUPPLIER-TABLE
           PERFORM C100-SELECT-ONE-LINE UNTIL KEYED-SCAN-EOF
           PERFORM W100-WRITE-PROPOSALS
           PERFORM T100-TERMINATE
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - ITEMS READ:        " WS-RUN-INPUT-COUNT
           DISPLAY "STATUS - ITEMS DUE:         " WS-DUE-COUNT
           DISPLAY "STATUS - SUPPLIERS PROPOSED:" WS-PROPOSED-COUNT
           DISPLAY "STATUS - PAYMENT PROPOSAL DONE"
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
               GOBACK
           END-IF
           WRITE PAY-RPT-RECORD FROM WS-RPT-HEAD
           PERFORM C900-READ-NEXT-ITEM
           .

       B200-LOAD-SUPPLIER-TABLE SECTION.
                                   MOVE SUP-DISC-PCT
                                     TO WS-SUP-DISC-PCT(WS-SUP-IDX)
                               END-IF
                               MOVE SUP-TERMS-BASIS
                                 TO WS-SUP-TERMS-BASIS(WS-SUP-IDX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

      *AN ITEM FALLS DUE WHEN ITS INVOICE DATE PLUS THE SUPPLIER'S
      *DAYS-TO-PAY HAS REACHED THE BUSINESS DATE. ONLY THE OPEN
      *AMOUNT IS PROPOSED; OPEN CREDIT NOTES CARRY IT NEGATIVE AND
      *SO REDUCE THE SUPPLIER'S GROSS.
       C100-SELECT-ONE-LINE   SECTION.
           ADD 1 TO WS-RUN-INPUT-COUNT
           MOVE 'N' TO WS-SUP-FOUND
           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUP-COUNT
               IF WS-SUP-CODE(WS-SUP-IDX) = APL-SUPPLIER-CODE
                   SET SUP-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           EVALUATE TRUE
               WHEN NOT SUP-FOUND
                   ADD 1 TO WS-NO-SUPPLIER-COUNT
               WHEN APL-INVOICE-DATE NOT NUMERIC
                   ADD 1 TO WS-NO-SUPPLIER-COUNT
               WHEN OTHER
                   PERFORM C110-FIND-DUE-DATE
                   EVALUATE TRUE
                       WHEN NOT DUE-FOUND
                           ADD 1 TO WS-NO-SUPPLIER-COUNT
                       WHEN WS-DUE-INT <= WS-TODAY-INT
                           ADD 1 TO WS-DUE-COUNT
                           ADD 1 TO WS-SUP-INV-COUNT(WS-SUP-IDX)
                           ADD APL-OPEN-AMOUNT
                             TO WS-SUP-GROSS(WS-SUP-IDX)
                       WHEN OTHER
                           ADD 1 TO WS-NOT-DUE-COUNT
                   END-EVALUATE
           END-EVALUATE
           PERFORM C900-READ-NEXT-ITEM
           .

      *INVOICE DATE PLUS TERMS - CALENDAR DAYS, OR BUSINESS DAYS
      *ON THE HOLIDAY CALENDAR FOR A 'B' SUPPLIER. AN INVOICE DATE
      *THE CALENDAR CANNOT READ LEAVES THE ITEM WITHOUT A DUE DATE.
       C110-FIND-DUE-DATE     SECTION.
           MOVE 'Y' TO WS-DUE-FOUND
           MOVE APL-INVOICE-DATE TO WS-LINE-DATE-NUM
           IF WS-SUP-TERMS-BASIS(WS-SUP-IDX) = 'B'
               MOVE 'ADDB' TO BDP-ACTION
               MOVE WS-LINE-DATE-NUM TO BDP-DATE-1
               MOVE WS-SUP-TERMS-DAYS(WS-SUP-IDX) TO BDP-DAYS
               CALL 'BDAYMOD' USING WS-BDAY-PARMS
               IF BDP-BAD-DATE
                   MOVE 'N' TO WS-DUE-FOUND
               ELSE
                   COMPUTE WS-DUE-INT =
                           FUNCTION INTEGER-OF-DATE(BDP-RESULT-DATE)
               END-IF
           ELSE
               COMPUTE WS-DUE-INT =
                       FUNCTION INTEGER-OF-DATE
                           (WS-LINE-DATE-NUM)
                       + WS-SUP-TERMS-DAYS(WS-SUP-IDX)
           END-IF
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

       W100-WRITE-PROPOSALS   SECTION.
           MOVE WS-GT-DISCOUNT TO GT-DISC
           MOVE WS-GT-NET TO GT-NET
           WRITE PAY-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE "ITEMS NOT YET DUE:                  " TO CL-LABEL
           MOVE WS-NOT-DUE-COUNT TO CL-COUNT
           WRITE PAY-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE "ITEMS WITH NO SUPPLIER/DATE:        " TO CL-LABEL
           MOVE WS-NO-SUPPLIER-COUNT TO CL-COUNT
           WRITE PAY-RPT-RECORD FROM WS-RPT-COUNT-LINE
           .

       T100-TERMINATE         SECTION.
           CALL 'IOMOD'
             USING WS-CLOSE
                   WS-FILE-KEY
                   APL-RECORD
                   WS-IO-STATUS
                   WS-LEDGER-FILENAME
           CLOSE PROPOSAL-FILE
                 PAY-RPT-FILE
           DISPLAY "STATUS - FILES CLOSED"
           .
           MOVE WS-NO-SUPPLIER-COUNT TO RL-OUTPUT-COUNT-2
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES TO RL-FILLER
           MOVE WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
