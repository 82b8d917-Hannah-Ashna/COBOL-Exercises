           SELECT CHECKPOINT-FILE ASSIGN TO CDCHKPT
           FILE STATUS IS WS-CHK-STATUS.

      *TRADING POSTINGS IN THE COMMON GL EXTRACT LAYOUT FOR THE
      *EXPPROG25 JOURNAL - DEPARTMENT REVENUE, DEPARTMENT VAT AND
      *CREDIT NOTES, WRITTEN FROM THE RUN TOTALS AT END OF RUN.
           SELECT GL-EXTRACT-FILE ASSIGN TO GLEXTOU3
           FILE STATUS IS WS-GLEXT-STATUS.

      *APPROVAL LIMITS (APPRCTL) PER DEPARTMENT, OPTIONALLY NARROWED
      *TO ONE SUPPLIER - AN INVOICE WHOSE STERLING EXTENDED VALUE IS
      *OVER ITS LIMIT IS HELD ON THE PENDING-APPROVAL FILE
      *(PENDAPPR) INSTEAD OF BEING PRICED INTO THE RUN, SO NOTHING
      *LARGE REACHES DETLOUT (AND SO THE PAYMENT PROPOSAL) WITHOUT
      *A SECOND SIGNATURE. THE APPROVALS FILE (APPRIN) RELEASES
      *HELD INVOICES INTO A LATER RUN'S TOTALS WITH THE APPROVER ON
      *THE DETLOUT LINE; WHAT IS STILL WAITING LISTS, WITH ITS AGE,
      *ON THE APPROVALS-OUTSTANDING REPORT (APPRRPT). NO APPRCTL
      *MEANS NO LIMITS - EVERY VALID INVOICE IS PRICED AS BEFORE.
           SELECT APPR-CTRL-FILE ASSIGN TO APPRCTL
           FILE STATUS IS WS-APPRCTL-STATUS.
           SELECT PEND-APPR-FILE ASSIGN TO PENDAPPR
           FILE STATUS IS WS-PENDAPPR-STATUS.
           SELECT APPR-IN-FILE ASSIGN TO APPRIN
           FILE STATUS IS WS-APPRIN-STATUS.
           SELECT APPR-RPT-FILE ASSIGN TO APPRRPT
           FILE STATUS IS WS-APPRRPT-STATUS.

      *SHARED CROSS-SUITE PER-JOB RUN LOG
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
            03 DET-CURRENCY       PIC X(3).
            03 DET-ORIG-VALUE     PIC 9(9).
      *THE BUSINESS DATE THE LINE WAS PRICED - THE PAYMENT PROPOSAL
      *RUN COUNTS SETTLEMENT TERMS FROM HERE. A LINE RELEASED FROM
      *APPROVAL HOLD CARRIES THE DATE THE INVOICE WAS FIRST HELD,
      *SO THE SUPPLIER'S TERMS DO NOT RESTART ON APPROVAL.
            03 DET-RUN-DATE       PIC X(8).
      *WHO SIGNED A LINE OFF WHEN IT WAS RELEASED FROM APPROVAL
      *HOLD - SPACES ON A LINE PRICED STRAIGHT IN.
            03 DET-APPROVER       PIC X(8).
            03 FILLER             PIC X(22).

        FD DEPT-CTRL-FILE BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.
      *CKD-MODULUS MUST COME TO ZERO.
      *ONE ROW PER INVOICE PREFIX: SUPPLIER CODE, NAME AND
      *SETTLEMENT TERMS (DAYS TO PAY, EARLY-SETTLEMENT DISCOUNT AS
      *99V99). THE TERMS ARE CARRIED FOR THE PAYMENT PROPOSAL RUN,
      *THE BANK SORT CODE AND ACCOUNT FOR THE PAYMENT FILE.
        FD SUP-CTRL-FILE BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.
        01 SUP-CTRL-REC.
            03 SUP-NAME           PIC X(20).
            03 SUP-TERMS-DAYS     PIC 9(3).
            03 SUP-DISC-PCT       PIC 9(2)V99.
            03 SUP-SORT-CODE      PIC X(6).
            03 SUP-ACCOUNT-NUM    PIC X(8).
            03 FILLER             PIC X(34).

        FD SUP-RPT-FILE BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

      *ONE ROW PER OPEN PURCHASE ORDER: NUMBER, SUPPLIER PREFIX,
      *DEPARTMENT, EXPECTED QUANTITY AND PRICE, TOLERANCE PERCENT
      *(99V99) AND THE DATE DELIVERY WAS EXPECTED BY. ORDERS RAISED
      *BY EXPPROG92 ALSO CARRY THE ITEM ORDERED AND THE DATE RAISED;
      *ROWS KEYED BY HAND LEAVE THEM BLANK.
        FD PO-CTRL-FILE BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.
        01 PO-CTRL-REC.
            03 PO-EXP-PRICE       PIC 9(5).
            03 PO-TOL-PCT         PIC 9(2)V99.
            03 PO-EXP-DATE        PIC 9(8).
            03 PO-ITEM-CODE       PIC X(3).
            03 PO-RAISED-DATE     PIC X(8).
            03 FILLER             PIC X(38).

        FD PO-RPT-FILE BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.
            03 CKD-WEIGHTS        PIC 9(8).
            03 FILLER             PIC X(62).

      *DEPARTMENT CODE PLUS VAT RATE AS 99V99 (E.G. 1750 = 17.50 PCT),
      *IN FORCE FROM/TO THE CCYYMMDD DATES AT THE END OF THE ROW
      *(TO 99999999 WHEN OPEN-ENDED)
        FD TAX-CTRL-FILE BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.
        01 TAX-CTRL-REC.
            03 TC-DEPT            PIC 9(1).
            03 TC-RATE            PIC 9(2)V99.
            03 FILLER             PIC X(59).
            03 TC-EFF-FROM        PIC X(8).
            03 TC-EFF-TO          PIC X(8).

      *MARKDOWN AUTHORITY LIMIT AS 999V99 (E.G. 05000 = 50.00 PCT)
        FD MD-CTRL-FILE BLOCK CONTAINS 0 RECORDS
                05 CHK-DEPT-RETAIL-TOTAL PIC 9(7).
                05 CHK-DEPT-SALE-TOTAL   PIC 9(7).
                05 CHK-DEPT-TAX-TOTAL    PIC 9(7)V99.
                05 CHK-DEPT-CREDIT-TOTAL PIC 9(7).
            03 CHK-RUN-TAX-TOTAL      PIC 9(9)V99.
            03 CHK-RECORDS-HELD       PIC 9(8).
            03 CHK-FILLER             PIC X(2).
      *OWNER STAMP WRITTEN AS THE FIRST RECORD WHENEVER THE
      *CHECKPOINT FILE IS STARTED FRESH - EVERY CHECKPOINTING JOB
      *SHARES THE CDCHKPT NAME, SO A RESTART MUST PROVE THE
        01 CHECKPOINT-HEADER-RECORD.
           COPY CHKHDR.

        FD GL-EXTRACT-FILE BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.
        01 GL-EXTRACT-RECORD.
           COPY GLEXT REPLACING ==:PRE:== BY ==GL==.

      *ONE ROW PER DEPARTMENT (SUPPLIER SPACES) OR PER DEPARTMENT
      *AND SUPPLIER CODE: THE HIGHEST STERLING EXTENDED VALUE AN
      *INVOICE MAY CARRY WITHOUT A SECOND SIGNATURE. A SUPPLIER ROW
      *BEATS ITS DEPARTMENT'S ROW; NO ROW AT ALL MEANS NO LIMIT.
        FD APPR-CTRL-FILE BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.
        01 APPR-CTRL-REC.
            03 AC-DEPT            PIC 9(1).
            03 AC-SUPPLIER        PIC X(4).
            03 AC-LIMIT           PIC 9(9).
            03 FILLER             PIC X(66).

      *PENDING-APPROVAL FILE - AN 'H' ROW IS APPENDED THE MOMENT AN
      *INVOICE IS HELD (CARRYING THE WHOLE FILE-IN RECORD AND ITS
      *STERLING VALUE, SO THE RELEASE NEEDS NO RE-CONVERSION) AND AN
      *'R' ROW THE MOMENT ONE IS RELEASED, SO AN ABORTED RUN LOSES
      *NEITHER. A CLEANLY COMPLETED RUN REWRITES THE FILE WITH ONLY
      *THE INVOICES STILL HELD AND THOSE RELEASED ON THE BUSINESS
      *DATE, WHICH STAY UNTIL A LATER DATE'S RUN SO A RERUN CAN
      *PRICE THEM IN AGAIN.
        FD PEND-APPR-FILE BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.
        01 PEND-APPR-REC.
            03 PA-ROW-TYPE        PIC X(1).
                88 PA-HELD-ROW    VALUE 'H'.
                88 PA-RELEASE-ROW VALUE 'R'.
            03 PA-INVOICE         PIC X(5).
      *HELD DATE ON AN 'H' ROW, RELEASE DATE ON AN 'R' ROW
            03 PA-EVENT-DATE      PIC X(8).
            03 PA-APPROVER        PIC X(8).
            03 PA-STERLING-VALUE  PIC 9(9).
            03 PA-ORIG-VALUE      PIC 9(9).
            03 PA-LIMIT           PIC 9(9).
            03 PA-SUPPLIER-CODE   PIC X(4).
            03 PA-FILE-IN-IMAGE   PIC X(80).
            03 FILLER             PIC X(7).

      *ONE ROW PER SIGNED-OFF INVOICE: THE INVOICE NUMBER, WHO
      *APPROVED IT AND WHEN.
        FD APPR-IN-FILE BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.
        01 APPR-IN-REC.
            03 AI-INVOICE         PIC X(5).
            03 AI-APPROVER        PIC X(8).
            03 AI-APPROVED-DATE   PIC X(8).
            03 FILLER             PIC X(59).

        FD APPR-RPT-FILE BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.
        01 APPR-RPT-RECORD        PIC X(80).

        FD RUN-LOG-FILE BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.
        01 RUN-LOG-RECORD.
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE         PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP       PIC X(16) VALUE SPACES.

        01 WS-FILEIN-STATUS    PIC X(2).
           88 FILEIN-OK        VALUE "00".
        01 WS-TAXCTRL-STATUS   PIC X(2).
           88 TAXCTRL-OK       VALUE "00".
           88 TAXCTRL-EOF      VALUE "10".
        01 WS-TAX-NOT-IN-FORCE PIC 9(4) VALUE 0.
        01 WS-MDCTL-STATUS     PIC X(2).
           88 MDCTL-OK         VALUE "00".
        01 WS-MARKRPT-STATUS   PIC X(2).
        01 WS-CHK-STATUS       PIC X(2).
           88 CHK-OK           VALUE "00".
           88 CHK-NOT-FOUND    VALUE "35".
        01 WS-APPRCTL-STATUS   PIC X(2).
           88 APPRCTL-OK       VALUE "00".
           88 APPRCTL-EOF      VALUE "10".
        01 WS-PENDAPPR-STATUS  PIC X(2).
           88 PENDAPPR-OK      VALUE "00".
        01 WS-APPRIN-STATUS    PIC X(2).
           88 APPRIN-OK        VALUE "00".
        01 WS-APPRRPT-STATUS   PIC X(2).

      *SUITE-WIDE VERBOSITY SWITCH (VERBCTL CARD VIA VERBMOD) -
      *QUIET KEEPS STATUS/ERROR/RECONCILIATION LINES AND DROPS THE
                05 WS-DEPT-SALE-TOTAL    PIC 9(7) COMP-3 VALUE 0.
                05 WS-DEPT-TAX-RATE      PIC 9(2)V99 COMP-3 VALUE 0.
                05 WS-DEPT-TAX-TOTAL     PIC 9(7)V99 COMP-3 VALUE 0.
                05 WS-DEPT-CREDIT-TOTAL  PIC 9(7) COMP-3 VALUE 0.
                05 WS-DEPT-MD-SUM        PIC 9(7)V99 COMP-3 VALUE 0.
                05 WS-DEPT-MD-COUNT      PIC 9(5) COMP-3 VALUE 0.
                05 WS-DEPT-MD-MAX        PIC 9(3)V99 COMP-3 VALUE 0.
            03 PLL-DATE            PIC 9(8).
            03 FILLER              PIC X(39) VALUE SPACES.

      *APPROVAL LIMITS FROM APPRCTL
        01 WS-APL-TABLE.
            03 WS-APL-ENTRY OCCURS 50 TIMES INDEXED BY WS-APL-IDX.
                05 WS-APL-DEPT         PIC 9(1) VALUE 0.
                05 WS-APL-SUPPLIER     PIC X(4) VALUE SPACES.
                05 WS-APL-LIMIT        PIC 9(9) VALUE 0.
        01 WS-APL-COUNT            PIC 9(2) VALUE 0.
        01 WS-APR-VALUE            PIC 9(9) VALUE 0.
        01 WS-APR-LIMIT            PIC 9(9) VALUE 0.
        01 WS-APR-SUPPLIER         PIC X(4) VALUE SPACES.
        01 WS-APR-LIMIT-FOUND      PIC X VALUE 'N'.
            88 APR-LIMIT-FOUND     VALUE 'Y'.
        01 WS-APR-HOLD-FLAG        PIC X VALUE 'N'.
            88 APPROVAL-HOLD       VALUE 'Y'.
      *WHAT THE CURRENT DETLOUT LINE CARRIES AS ITS PRICED DATE AND
      *APPROVER - THE BUSINESS DATE AND SPACES UNLESS THE LINE IS A
      *RELEASE FROM APPROVAL HOLD.
        01 WS-DET-LINE-DATE        PIC X(8) VALUE SPACES.
        01 WS-APR-APPROVER         PIC X(8) VALUE SPACES.

      *EVERY INVOICE ON THE PENDING-APPROVAL FILE: 'H' STILL HELD,
      *'R' RELEASED (TODAY FLAG 'Y' WHEN THIS RUN PRICED IT IN).
      *AN ENTRY THAT CANNOT FIT LEAVES THE FILE UNCOMPACTED AT END
      *OF RUN, SO IT IS NEVER DROPPED.
        01 WS-PND-TABLE.
            03 WS-PND-ENTRY OCCURS 500 TIMES INDEXED BY WS-PND-IDX.
                05 WS-PND-INVOICE      PIC X(5) VALUE SPACES.
                05 WS-PND-STATE        PIC X(1) VALUE SPACE.
                05 WS-PND-TODAY        PIC X(1) VALUE 'N'.
                05 WS-PND-HELD-DATE    PIC X(8) VALUE SPACES.
                05 WS-PND-APPROVER     PIC X(8) VALUE SPACES.
                05 WS-PND-VALUE        PIC 9(9) VALUE 0.
                05 WS-PND-ORIG         PIC 9(9) VALUE 0.
                05 WS-PND-LIMIT        PIC 9(9) VALUE 0.
                05 WS-PND-SUPPLIER     PIC X(4) VALUE SPACES.
                05 WS-PND-IMAGE        PIC X(80) VALUE SPACES.
        01 WS-PND-COUNT            PIC 9(3) VALUE 0.
        01 WS-PND-FOUND            PIC X VALUE 'N'.
            88 PENDING-FOUND       VALUE 'Y'.
        01 WS-PND-OVERFLOW         PIC X VALUE 'N'.
            88 PENDING-OVERFLOW    VALUE 'Y'.
        01 WS-PND-SEARCH-INV       PIC X(5).
        01 WS-APR-HELD-COUNT       PIC 9(8) VALUE 0.
        01 WS-APR-HELD-VALUE       PIC 9(11) VALUE 0.
        01 WS-APR-RELEASED-COUNT   PIC 9(5) VALUE 0.
        01 WS-APR-RELEASED-VALUE   PIC 9(11) VALUE 0.
        01 WS-APR-UNMATCHED-COUNT  PIC 9(4) VALUE 0.
        01 WS-APR-OUTSTANDING      PIC 9(5) VALUE 0.
        01 WS-APR-OUTSTANDING-VAL  PIC 9(11) VALUE 0.
        01 WS-APR-TODAY-NUM        PIC 9(8).
        01 WS-APR-HELD-NUM         PIC 9(8).
        01 WS-APR-AGE              PIC 9(4).
        01 WS-APR-RPT-HEAD.
            03 FILLER              PIC X(44) VALUE
               "INVOICES HELD FOR APPROVAL - OUTSTANDING AT ".
            03 ARH-DATE            PIC X(8).
            03 FILLER              PIC X(28) VALUE SPACES.
        01 WS-APR-COL-HEAD.
            03 FILLER              PIC X(38) VALUE
               "DEPT INV   SUPP     VALUE      LIMIT  ".
            03 FILLER              PIC X(42) VALUE
               "HELD ON    AGE  APPROVER".
        01 WS-APR-REL-HEAD         PIC X(80) VALUE
           "RELEASED BY APPROVAL THIS RUN".
        01 WS-APR-RPT-LINE.
            03 AR-DEPT             PIC 9(1).
            03 FILLER              PIC X(4) VALUE SPACES.
            03 AR-INV              PIC X(5).
            03 FILLER              PIC X(1) VALUE SPACE.
            03 AR-SUPP             PIC X(4).
            03 FILLER              PIC X(1) VALUE SPACE.
            03 AR-VALUE            PIC Z(8)9.
            03 FILLER              PIC X(2) VALUE SPACES.
            03 AR-LIMIT            PIC Z(8)9.
            03 FILLER              PIC X(2) VALUE SPACES.
            03 AR-HELD             PIC X(8).
            03 FILLER              PIC X(2) VALUE SPACES.
            03 AR-AGE              PIC ZZZ9.
            03 FILLER              PIC X(2) VALUE SPACES.
            03 AR-APPROVER         PIC X(8).
            03 FILLER              PIC X(18) VALUE SPACES.
        01 WS-APR-RPT-TOTALS.
            03 FILLER              PIC X(12) VALUE "OUTSTANDING ".
            03 ART-OUT-COUNT       PIC Z(4)9.
            03 FILLER              PIC X(8) VALUE "  VALUE ".
            03 ART-OUT-VALUE       PIC Z(10)9.
            03 FILLER              PIC X(11) VALUE "  RELEASED ".
            03 ART-REL-COUNT       PIC Z(4)9.
            03 FILLER              PIC X(22) VALUE
               "  UNMATCHED APPROVALS ".
            03 ART-UNMATCHED       PIC Z(3)9.
            03 FILLER              PIC X(2) VALUE SPACES.

      *CREDIT-NOTE CONTROL TOTALS FOR THE RECONCILIATION.
        01 WS-CREDIT-COUNT         PIC 9(7) VALUE 0.
        01 WS-CREDIT-TOTAL         PIC 9(9) VALUE 0.
        01 WS-HND-COUNT            PIC 9(8).
        01 WS-HND-AMOUNT           PIC S9(11).

      *GL POSTING OF THE RUN'S TRADING (GLEXTOU3). GL AMOUNTS ARE
      *WHOLE UNITS, SO THE VAT FIGURES ARE ROUNDED ON THE WAY OUT.
      *MARKERS (MAPPED TO LEDGER ACCOUNTS ON GLMAPCTL):
      *  'S' DEPARTMENT REVENUE BEFORE CREDIT NOTES
      *  'T' DEPARTMENT VAT (NET OF CREDIT-NOTE VAT)
      *  'K' DEPARTMENT CREDIT-NOTE VALUE
        01 WS-GLEXT-STATUS         PIC X(2).
            88 GLEXT-OK            VALUE "00".
        01 WS-GL-SOURCE-JOB        PIC X(8) VALUE 'EXPPROG2'.
        01 WS-GL-DEPT-ACCOUNT.
            03 FILLER              PIC X(4) VALUE 'DEPT'.
            03 WS-GL-DEPT-CODE     PIC 9(1).
        01 WS-GL-AMOUNT            PIC S9(9) COMP-3 VALUE 0.
        01 WS-GL-COUNT             PIC 9(5) VALUE 0.

      *STRUCTURED ALERTS (ALRTMOD) AT THE ERROR POINTS, SO THE
      *MORNING SUMMARY SEES WHAT QUIET MODE'S CONSOLE DID NOT.
        01 WS-ALERT-SEVERITY       PIC X(1).
        01 WS-ALERT-MESSAGE        PIC X(40).
        01 WS-ALERT-KEY            PIC X(8).

      *INBOUND RECEIPT CHECK (RCPTMOD) - FILEIN IS CLEARED AGAINST
      *THE RECEIPT REGISTER BEFORE ANY OUTPUT IS OPENED, SO A
      *RE-SENT FILE IS STOPPED WITHOUT DISTURBING YESTERDAY'S.
        01 WS-RCPT-FEED-ID         PIC X(8) VALUE 'INVOICES'.
        01 WS-RCPT-DD-NAME         PIC X(8) VALUE 'FILEIN'.
        01 WS-RCPT-LEN             PIC 9(3) VALUE 80.
        01 WS-RCPT-MARKER          PIC X(8) VALUE SPACES.
        01 WS-RCPT-STATUS          PIC X(2).
            88 RCPT-REFUSED        VALUE '08'.

      *GRACEFUL MID-RUN ABORT
        01 WS-ABORT-FLAG           PIC X VALUE 'N'.
            88 ABORT-IN-PROGRESS   VALUE 'Y'.
       PROCEDURE DIVISION USING INPUT-PARM.
       MAIN-LOGIC             SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           IF PARM-LENGTH >= 4 AND PARM-DATA = 'WEND'
               SET WEEK-END-RUN TO TRUE
           END-IF
           PERFORM INIT
           PERFORM TASK-PROCESS UNTIL FILEIN-EOF
           PERFORM TASK-WRITE-GOODOUT
           PERFORM TASK-WRITE-GL-EXTRACT
           PERFORM TASK-WRITE-MARK-SUMMARY
           PERFORM TASK-WRITE-SUPPLIER-REPORT
           PERFORM TASK-WRITE-FX-REPORT
           PERFORM TASK-WRITE-PO-OVERDUE
           PERFORM TASK-WRITE-APPROVALS-REPORT
           PERFORM TASK-RECONCILE
           MOVE 'P' TO WS-HND-ROLE
           MOVE 'GOODOUT ' TO WS-HND-INTERFACE
                               WS-CHK-JOB-NAME WS-BUSINESS-DATE
                               WS-HND-COUNT WS-HND-AMOUNT
           PERFORM TASK-ROLL-WTD
           PERFORM TASK-REWRITE-PENDING
           PERFORM TASK-CLOSE-FILES
      *    THE CALLS SINCE THE APPROVALS WERE APPLIED RESET
      *    RETURN-CODE, SO SET IT AGAIN FOR AN APPROVALS PROBLEM
           IF PENDING-OVERFLOW AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-APR-UNMATCHED-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM TASK-WRITE-RUN-LOG
           DISPLAY "PROGRAM COMPLETE!"
           GOBACK.
                       "SUPPRESSED"
           END-IF
           PERFORM A150-READ-CHECKPOINT
           PERFORM A140-CHECK-RECEIPT

           OPEN INPUT  FILE-IN
           OPEN OUTPUT GOOD-OUT
           PERFORM TASK-LOAD-TAX-TABLE
           PERFORM TASK-LOAD-MD-LIMIT
           PERFORM TASK-LOAD-WTD-MASTER
           PERFORM TASK-LOAD-APPR-LIMITS
           PERFORM TASK-LOAD-PENDING

           CALL 'IOMOD'
             USING WS-OPEN-KEYED
               PERFORM TASK-ERRORS
           END-IF

           PERFORM TASK-APPLY-APPROVALS

           IF RESTART-MODE
               DISPLAY "STATUS - RESTARTING AFTER RECORD "
                       WS-RESTART-COUNT
               MOVE    8 TO RETURN-CODE
           END-IF.

      *------------------------------------
      *CLEAR FILEIN AGAINST THE INBOUND RECEIPT REGISTER
      *
       A140-CHECK-RECEIPT         SECTION.
           CALL 'RCPTMOD' USING WS-RCPT-FEED-ID WS-RCPT-DD-NAME
                                WS-RCPT-LEN WS-RCPT-MARKER
                                WS-CHK-JOB-NAME WS-BUSINESS-DATE
                                WS-RCPT-STATUS
           IF RCPT-REFUSED
               DISPLAY "ERROR - FILEIN REFUSED BY THE RECEIPT "
                       "REGISTER - SEE RCPTMOD MESSAGES"
               MOVE 16 TO RETURN-CODE
               PERFORM TASK-WRITE-RUN-LOG
               GOBACK
           END-IF
           .

      *------------------------------------
      *RESTORE THE LAST CHECKPOINTED READ POSITION AND RUNNING TOTALS
      *
                   MOVE WS-RESTART-COUNT TO WS-RECORDS-READ
                   MOVE CHK-RECORDS-GOOD TO WS-RECORDS-GOOD
                   MOVE CHK-RECORDS-BAD  TO WS-RECORDS-BAD
                   MOVE CHK-RECORDS-HELD TO WS-APR-HELD-COUNT
                   PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                           UNTIL WS-CHK-IDX > 9
                       MOVE CHK-DEPT-RETAIL-TOTAL(WS-CHK-IDX)
                         TO WS-DEPT-SALE-TOTAL(WS-CHK-IDX)
                       MOVE CHK-DEPT-TAX-TOTAL(WS-CHK-IDX)
                         TO WS-DEPT-TAX-TOTAL(WS-CHK-IDX)
                       MOVE CHK-DEPT-CREDIT-TOTAL(WS-CHK-IDX)
                         TO WS-DEPT-CREDIT-TOTAL(WS-CHK-IDX)
                   END-PERFORM
                   MOVE CHK-RUN-TAX-TOTAL
                     TO WS-RUN-TAX-TOTAL
               MOVE WS-RECORDS-READ TO CHK-RECORD-COUNT
               MOVE WS-RECORDS-GOOD TO CHK-RECORDS-GOOD
               MOVE WS-RECORDS-BAD  TO CHK-RECORDS-BAD
               MOVE WS-APR-HELD-COUNT TO CHK-RECORDS-HELD
               PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                       UNTIL WS-CHK-IDX > 9
                   MOVE WS-DEPT-RETAIL-TOTAL(WS-CHK-IDX)
                     TO CHK-DEPT-SALE-TOTAL(WS-CHK-IDX)
                   MOVE WS-DEPT-TAX-TOTAL(WS-CHK-IDX)
                     TO CHK-DEPT-TAX-TOTAL(WS-CHK-IDX)
                   MOVE WS-DEPT-CREDIT-TOTAL(WS-CHK-IDX)
                     TO CHK-DEPT-CREDIT-TOTAL(WS-CHK-IDX)
               END-PERFORM
               MOVE WS-RUN-TAX-TOTAL TO CHK-RUN-TAX-TOTAL
               MOVE SPACES TO CHK-FILLER
      *MATCH A PRICED INVOICE AGAINST ITS NAMED PURCHASE ORDER.
      *QUANTITY AND PRICE MUST SIT WITHIN THE PO'S TOLERANCE OF
      *WHAT WAS ORDERED; THE INVOICE ITSELF IS WELL-FORMED, SO A
      *MISS GOES TO THE INVESTIGATION REPORT, NEVER TO BADOUT. A
      *MATCH ARRIVING AFTER THE PO'S EXPECTED DATE IS LISTED THERE
      *AS A LATE DELIVERY FOR THE SUPPLIER SCORECARD.
       TASK-MATCH-PO           SECTION.
           MOVE 'N' TO WS-PO-FOUND
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   WHEN OTHER
                       MOVE 'Y' TO WS-PO-SATISFIED(WS-PO-IDX)
                       ADD 1 TO WS-PO-SATISFIED-COUNT
                       MOVE WS-BUSINESS-DATE TO WS-PO-TODAY
                       IF WS-PO-EXP-DATE(WS-PO-IDX) > 0
                          AND WS-PO-EXP-DATE(WS-PO-IDX) < WS-PO-TODAY
                           MOVE "LATE DELIVERY " TO POL-TAG
                           PERFORM TASK-WRITE-PO-LINE
                       END-IF
               END-EVALUATE
           END-IF
           .
      *LOAD THE PER-DEPARTMENT VAT RATES INTO THE DEPARTMENT TABLE.
      *A MISSING TAXCTRL LEAVES ALL RATES AT ZERO (NO TAX ACCRUED),
      *WITH A WARNING SO FINANCE KNOWS THE RETURN FIGURES ARE BARE.
      *ONLY ROWS IN FORCE ON THE BUSINESS DATE ARE TAKEN, SO A RERUN
      *OF AN EARLIER DATE GETS THAT DATE'S RATES.
       TASK-LOAD-TAX-TABLE     SECTION.
           OPEN INPUT TAX-CTRL-FILE
           IF TAXCTRL-OK
                   READ TAX-CTRL-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF TC-EFF-FROM NUMERIC
                                   AND TC-EFF-TO NUMERIC
                                   AND TC-EFF-FROM
                                       NOT > WS-BUSINESS-DATE
                                   AND TC-EFF-TO
                                       NOT < WS-BUSINESS-DATE
                               PERFORM TASK-APPLY-TAX-ROW
                           ELSE
                               ADD 1 TO WS-TAX-NOT-IN-FORCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-CTRL-FILE
               IF WS-TAX-NOT-IN-FORCE > 0
                   DISPLAY "STATUS - " WS-TAX-NOT-IN-FORCE " TAXCTRL "
                           "ROW(S) NOT IN FORCE ON " WS-BUSINESS-DATE
               END-IF
           ELSE
               DISPLAY "WARNING - TAXCTRL NOT FOUND, ALL TAX RATES "
                       "ZERO"
           END-IF
           .

      *------------------------------------
      *ONE IN-FORCE TAXCTRL ROW ONTO ITS DEPARTMENT
       TASK-APPLY-TAX-ROW      SECTION.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DEPT-CODE(WS-DEPT-IDX) = TC-DEPT
                   MOVE TC-RATE TO WS-DEPT-TAX-RATE(WS-DEPT-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *------------------------------------
      *LOAD THE MARKDOWN AUTHORITY LIMIT (DEFAULT 50 PCT)
       TASK-LOAD-MD-LIMIT      SECTION.
           END-IF
           .

      *------------------------------------
      *LOAD THE APPROVAL LIMITS - NO APPRCTL MEANS NO HOLDS.
       TASK-LOAD-APPR-LIMITS   SECTION.
           OPEN INPUT APPR-CTRL-FILE
           IF APPRCTL-OK
               PERFORM UNTIL APPRCTL-EOF
                   READ APPR-CTRL-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF AC-DEPT NUMERIC AND AC-LIMIT NUMERIC
                               IF WS-APL-COUNT < 50
                                   ADD 1 TO WS-APL-COUNT
                                   SET WS-APL-IDX TO WS-APL-COUNT
                                   MOVE AC-DEPT
                                     TO WS-APL-DEPT(WS-APL-IDX)
                                   MOVE AC-SUPPLIER
                                     TO WS-APL-SUPPLIER(WS-APL-IDX)
                                   MOVE AC-LIMIT
                                     TO WS-APL-LIMIT(WS-APL-IDX)
                               ELSE
                                   DISPLAY "STATUS - APPROVAL LIMIT "
                                           "TABLE FULL, DROPPING DEPT "
                                           AC-DEPT
                               END-IF
                           ELSE
                               DISPLAY "WARNING - APPRCTL ROW NOT "
                                       "NUMERIC, IGNORED"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPR-CTRL-FILE
               DISPLAY "STATUS - " WS-APL-COUNT " APPROVAL LIMIT(S) "
                       "IN FORCE"
           ELSE
               DISPLAY "WARNING - APPRCTL NOT FOUND, NO INVOICE "
                       "APPROVAL LIMITS"
           END-IF
           .

      *------------------------------------
      *APPROVAL LIMIT FOR THE CURRENT FILE-IN RECORD AGAINST THE
      *STERLING VALUE IN WS-APR-VALUE - A ROW FOR ITS DEPARTMENT AND
      *SUPPLIER BEATS THE DEPARTMENT'S OWN ROW; NO ROW, NO LIMIT.
      *CREDIT NOTES ARE NEVER HELD. THE RECONCILIATION RE-PASS ASKS
      *THE SAME QUESTION SO IT LEAVES OUT WHAT THE MAIN PASS HELD.
       TASK-CHECK-APPROVAL-LIMIT SECTION.
           MOVE 'N' TO WS-APR-HOLD-FLAG
           MOVE 'N' TO WS-APR-LIMIT-FOUND
           MOVE 0 TO WS-APR-LIMIT
           MOVE SPACES TO WS-APR-SUPPLIER
           IF WS-APL-COUNT > 0 AND NOT CREDIT-NOTE
               PERFORM TASK-FIND-SUPPLIER
               IF SUP-FOUND
                   MOVE WS-SUP-CODE(WS-SUP-IDX) TO WS-APR-SUPPLIER
               END-IF
               PERFORM VARYING WS-APL-IDX FROM 1 BY 1
                       UNTIL WS-APL-IDX > WS-APL-COUNT
                   IF WS-APL-DEPT(WS-APL-IDX) = DEPARTMENT
                       IF WS-APR-SUPPLIER NOT = SPACES
                          AND WS-APL-SUPPLIER(WS-APL-IDX)
                              = WS-APR-SUPPLIER
                           MOVE WS-APL-LIMIT(WS-APL-IDX)
                             TO WS-APR-LIMIT
                           SET APR-LIMIT-FOUND TO TRUE
                           EXIT PERFORM
                       END-IF
                       IF WS-APL-SUPPLIER(WS-APL-IDX) = SPACES
                           MOVE WS-APL-LIMIT(WS-APL-IDX)
                             TO WS-APR-LIMIT
                           SET APR-LIMIT-FOUND TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               IF APR-LIMIT-FOUND AND WS-APR-VALUE > WS-APR-LIMIT
                   SET APPROVAL-HOLD TO TRUE
               END-IF
           END-IF
           .

      *------------------------------------
      *HOLD THE CURRENT INVOICE: ITS 'H' ROW GOES ON PENDAPPR AT
      *ONCE, SO IT SURVIVES AN ABORT LATER IN THE RUN. THE INVOICE
      *STAYS REGISTERED ON INVREG, SO A RE-SENT COPY IS STILL A
      *DUPLICATE WHILE IT WAITS. A RERUN OF THE BUSINESS DATE (OR A
      *RESTART PAST THE LAST CHECKPOINT) FINDS THE INVOICE ALREADY
      *ON PENDAPPR - IT COUNTS AS HELD IN THIS RUN, BUT IS NOT HELD
      *A SECOND TIME; ONE SINCE RELEASED IS ALREADY PRICED IN.
       TASK-HOLD-FOR-APPROVAL  SECTION.
           MOVE INVOICE-NUM TO WS-PND-SEARCH-INV
           PERFORM TASK-FIND-PENDING
           IF PENDING-FOUND
               IF WS-PND-STATE(WS-PND-IDX) = 'H'
                   ADD 1 TO WS-APR-HELD-COUNT
                   ADD WS-TEMP-TOTAL TO WS-APR-HELD-VALUE
                   DISPLAY "STATUS - INVOICE " INVOICE-NUM
                           " ALREADY HELD FOR APPROVAL"
               ELSE
                   DISPLAY "STATUS - INVOICE " INVOICE-NUM
                           " ALREADY RELEASED BY "
                           WS-PND-APPROVER(WS-PND-IDX)
               END-IF
           ELSE
               PERFORM TASK-WRITE-HOLD
           END-IF
           .

      *------------------------------------
      *THE 'H' ROW FOR AN INVOICE NOT YET ON PENDAPPR
       TASK-WRITE-HOLD         SECTION.
           MOVE SPACES TO PEND-APPR-REC
           SET PA-HELD-ROW TO TRUE
           MOVE INVOICE-NUM TO PA-INVOICE
           MOVE WS-BUSINESS-DATE TO PA-EVENT-DATE
           MOVE WS-TEMP-TOTAL TO PA-STERLING-VALUE
           MOVE WS-FX-ORIG-VALUE TO PA-ORIG-VALUE
           MOVE WS-APR-LIMIT TO PA-LIMIT
           MOVE WS-APR-SUPPLIER TO PA-SUPPLIER-CODE
           MOVE FILE-IN-REC TO PA-FILE-IN-IMAGE
           WRITE PEND-APPR-REC
           IF NOT PENDAPPR-OK
               DISPLAY "ERROR WRITING PENDING-APPROVAL FILE, STATUS "
                       WS-PENDAPPR-STATUS
               PERFORM TASK-ERRORS
           END-IF
           PERFORM TASK-ADD-PENDING-ENTRY
           ADD 1 TO WS-APR-HELD-COUNT
           ADD WS-TEMP-TOTAL TO WS-APR-HELD-VALUE
           DISPLAY "STATUS - INVOICE " INVOICE-NUM " VALUE "
                   WS-TEMP-TOTAL " OVER LIMIT " WS-APR-LIMIT
                   ", HELD FOR APPROVAL"
           .

      *------------------------------------
      *THE 'H' ROW IN PEND-APPR-REC ONTO THE PENDING TABLE
       TASK-ADD-PENDING-ENTRY  SECTION.
           IF WS-PND-COUNT < 500
               ADD 1 TO WS-PND-COUNT
               SET WS-PND-IDX TO WS-PND-COUNT
               MOVE PA-INVOICE TO WS-PND-INVOICE(WS-PND-IDX)
               MOVE 'H' TO WS-PND-STATE(WS-PND-IDX)
               MOVE 'N' TO WS-PND-TODAY(WS-PND-IDX)
               MOVE PA-EVENT-DATE TO WS-PND-HELD-DATE(WS-PND-IDX)
               MOVE SPACES TO WS-PND-APPROVER(WS-PND-IDX)
               MOVE PA-STERLING-VALUE TO WS-PND-VALUE(WS-PND-IDX)
               MOVE PA-ORIG-VALUE TO WS-PND-ORIG(WS-PND-IDX)
               MOVE PA-LIMIT TO WS-PND-LIMIT(WS-PND-IDX)
               MOVE PA-SUPPLIER-CODE TO WS-PND-SUPPLIER(WS-PND-IDX)
               MOVE PA-FILE-IN-IMAGE TO WS-PND-IMAGE(WS-PND-IDX)
           ELSE
               IF NOT PENDING-OVERFLOW
                   SET PENDING-OVERFLOW TO TRUE
                   DISPLAY "ERROR - PENDING-APPROVAL TABLE FULL, "
                           "PENDAPPR WILL NOT BE COMPACTED"
                   MOVE 'E' TO WS-ALERT-SEVERITY
                   MOVE "PENDING-APPROVAL TABLE FULL"
                     TO WS-ALERT-MESSAGE
                   MOVE 'PENDAPPR' TO WS-ALERT-KEY
                   CALL 'ALRTMOD' USING WS-CHK-JOB-NAME
                                        WS-BUSINESS-DATE
                                        WS-ALERT-SEVERITY
                                        WS-ALERT-MESSAGE WS-ALERT-KEY
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           .

      *------------------------------------
      *FIND THE PENDING ENTRY FOR WS-PND-SEARCH-INV
       TASK-FIND-PENDING       SECTION.
           MOVE 'N' TO WS-PND-FOUND
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PND-COUNT
               IF WS-PND-INVOICE(WS-PND-IDX) = WS-PND-SEARCH-INV
                   SET PENDING-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *------------------------------------
      *LOAD THE PENDING-APPROVAL FILE, THEN LEAVE IT OPEN FOR THE
      *RUN'S OWN HOLD AND RELEASE ROWS
       TASK-LOAD-PENDING       SECTION.
           OPEN INPUT PEND-APPR-FILE
           IF PENDAPPR-OK
               PERFORM UNTIL NOT PENDAPPR-OK
                   READ PEND-APPR-FILE
                       AT END MOVE "10" TO WS-PENDAPPR-STATUS
                       NOT AT END
                           IF PA-HELD-ROW
                               PERFORM TASK-ADD-PENDING-ENTRY
                           ELSE
                               PERFORM TASK-APPLY-RELEASE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEND-APPR-FILE
               OPEN EXTEND PEND-APPR-FILE
           ELSE
               OPEN OUTPUT PEND-APPR-FILE
           END-IF
           IF NOT PENDAPPR-OK
               DISPLAY "ERROR - COULD NOT OPEN PENDAPPR, STATUS "
                       WS-PENDAPPR-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM TASK-WRITE-RUN-LOG
               GOBACK
           END-IF
           .

      *------------------------------------
      *AN 'R' ROW. ONE DATED TODAY CAME FROM AN EARLIER ATTEMPT AT
      *THIS RUN - COMPLETED, OR ABORTED BEFORE IT COMPACTED. ON A
      *CHECKPOINT RESTART ITS VALUE IS ALREADY IN THE RESTORED
      *TOTALS AND DETLOUT, SO IT STANDS; ON A FRESH RERUN THE TOTALS
      *AND DETLOUT START AGAIN, SO IT IS PRICED IN AGAIN AND APPRIN'S
      *SIGN-OFF FINDS IT ALREADY RELEASED. AN OLDER ONE IS SIMPLY
      *RELEASED.
       TASK-APPLY-RELEASE-ROW  SECTION.
           MOVE PA-INVOICE TO WS-PND-SEARCH-INV
           PERFORM TASK-FIND-PENDING
           IF PENDING-FOUND
               IF PA-EVENT-DATE = WS-BUSINESS-DATE
                  AND NOT RESTART-MODE
                   PERFORM TASK-REPRICE-RELEASE
               ELSE
                   MOVE 'R' TO WS-PND-STATE(WS-PND-IDX)
                   MOVE PA-APPROVER TO WS-PND-APPROVER(WS-PND-IDX)
                   IF PA-EVENT-DATE = WS-BUSINESS-DATE
                       MOVE 'Y' TO WS-PND-TODAY(WS-PND-IDX)
                       ADD 1 TO WS-APR-RELEASED-COUNT
                       ADD WS-PND-VALUE(WS-PND-IDX)
                         TO WS-APR-RELEASED-VALUE
                   END-IF
               END-IF
           END-IF
           .

      *------------------------------------
      *PRICE AN INVOICE RELEASED EARLIER TODAY BACK INTO THIS RUN
      *FROM ITS HELD IMAGE, AS TASK-RELEASE-HELD-INVOICE DID. ITS
      *'R' ROW IS ALREADY ON PENDAPPR. ONE WHOSE DEPARTMENT HAS GONE
      *FROM DEPTCTRL SINCE STAYS HELD, AND LOSES THE 'R' ROW WHEN
      *THE FILE IS COMPACTED.
       TASK-REPRICE-RELEASE    SECTION.
           MOVE WS-PND-IMAGE(WS-PND-IDX) TO FILE-IN-REC
           PERFORM TASK-FIND-DEPT
           IF NOT DEPT-FOUND
               DISPLAY "WARNING - RELEASED INVOICE " PA-INVOICE
                       " DEPARTMENT " DEPARTMENT " NO LONGER ON "
                       "DEPTCTRL - LEFT HELD"
               ADD 1 TO WS-APR-UNMATCHED-COUNT
           ELSE
               MOVE WS-PND-VALUE(WS-PND-IDX) TO WS-TEMP-TOTAL
               MOVE WS-PND-ORIG(WS-PND-IDX) TO WS-FX-ORIG-VALUE
               MOVE WS-PND-HELD-DATE(WS-PND-IDX) TO WS-DET-LINE-DATE
               MOVE PA-APPROVER TO WS-APR-APPROVER
               PERFORM TASK-PRICE-INTO-TOTALS
               MOVE 'R' TO WS-PND-STATE(WS-PND-IDX)
               MOVE 'Y' TO WS-PND-TODAY(WS-PND-IDX)
               MOVE PA-APPROVER TO WS-PND-APPROVER(WS-PND-IDX)
               ADD 1 TO WS-APR-RELEASED-COUNT
               ADD WS-PND-VALUE(WS-PND-IDX) TO WS-APR-RELEASED-VALUE
               DISPLAY "STATUS - INVOICE " PA-INVOICE " RELEASED "
                       "EARLIER TODAY BY " PA-APPROVER
                       ", PRICED AGAIN"
           END-IF
           .

      *------------------------------------
      *RELEASE EVERY HELD INVOICE SIGNED OFF ON APPRIN INTO THIS
      *RUN'S TOTALS. NO APPRIN SIMPLY MEANS NOTHING WAS SIGNED.
       TASK-APPLY-APPROVALS    SECTION.
           OPEN INPUT APPR-IN-FILE
           IF APPRIN-OK
               PERFORM UNTIL NOT APPRIN-OK
                   READ APPR-IN-FILE
                       AT END MOVE "10" TO WS-APPRIN-STATUS
                       NOT AT END
                           PERFORM TASK-APPLY-ONE-APPROVAL
                   END-READ
               END-PERFORM
               CLOSE APPR-IN-FILE
               DISPLAY "STATUS - " WS-APR-RELEASED-COUNT " HELD "
                       "INVOICE(S) RELEASED BY APPROVAL"
               IF WS-APR-UNMATCHED-COUNT > 0
                   MOVE 'W' TO WS-ALERT-SEVERITY
                   MOVE "APPROVALS NOT MATCHED TO A HELD INVOICE"
                     TO WS-ALERT-MESSAGE
                   MOVE 'APPRIN' TO WS-ALERT-KEY
                   CALL 'ALRTMOD' USING WS-CHK-JOB-NAME
                                        WS-BUSINESS-DATE
                                        WS-ALERT-SEVERITY
                                        WS-ALERT-MESSAGE WS-ALERT-KEY
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           .

       TASK-APPLY-ONE-APPROVAL SECTION.
           MOVE AI-INVOICE TO WS-PND-SEARCH-INV
           PERFORM TASK-FIND-PENDING
           EVALUATE TRUE
               WHEN AI-APPROVER = SPACES
                   DISPLAY "WARNING - APPROVAL FOR " AI-INVOICE
                           " NAMES NO APPROVER - IGNORED"
                   ADD 1 TO WS-APR-UNMATCHED-COUNT
               WHEN NOT PENDING-FOUND
                   DISPLAY "WARNING - APPROVAL FOR " AI-INVOICE
                           " MATCHES NO HELD INVOICE"
                   ADD 1 TO WS-APR-UNMATCHED-COUNT
               WHEN WS-PND-STATE(WS-PND-IDX) = 'R'
                   DISPLAY "STATUS - INVOICE " AI-INVOICE
                           " ALREADY RELEASED BY "
                           WS-PND-APPROVER(WS-PND-IDX)
               WHEN OTHER
                   PERFORM TASK-RELEASE-HELD-INVOICE
           END-EVALUATE
           .

      *------------------------------------
      *PRICE ONE SIGNED-OFF INVOICE INTO THE RUN FROM ITS HELD
      *IMAGE AND STERLING VALUE. THE 'R' ROW IS WRITTEN FIRST, SO
      *AN I/O FAILURE NEVER LEAVES AN INVOICE PRICED BUT STILL HELD.
       TASK-RELEASE-HELD-INVOICE SECTION.
           MOVE WS-PND-IMAGE(WS-PND-IDX) TO FILE-IN-REC
           PERFORM TASK-FIND-DEPT
           IF NOT DEPT-FOUND
               DISPLAY "WARNING - HELD INVOICE " AI-INVOICE
                       " DEPARTMENT " DEPARTMENT " NO LONGER ON "
                       "DEPTCTRL - LEFT HELD"
               ADD 1 TO WS-APR-UNMATCHED-COUNT
           ELSE
               MOVE SPACES TO PEND-APPR-REC
               SET PA-RELEASE-ROW TO TRUE
               MOVE AI-INVOICE TO PA-INVOICE
               MOVE WS-BUSINESS-DATE TO PA-EVENT-DATE
               MOVE AI-APPROVER TO PA-APPROVER
               MOVE WS-PND-VALUE(WS-PND-IDX) TO PA-STERLING-VALUE
               WRITE PEND-APPR-REC
               IF NOT PENDAPPR-OK
                   DISPLAY "ERROR WRITING PENDING-APPROVAL FILE, "
                           "STATUS " WS-PENDAPPR-STATUS
                   PERFORM TASK-ERRORS
               END-IF
               MOVE WS-PND-VALUE(WS-PND-IDX) TO WS-TEMP-TOTAL
               MOVE WS-PND-ORIG(WS-PND-IDX) TO WS-FX-ORIG-VALUE
               MOVE WS-PND-HELD-DATE(WS-PND-IDX) TO WS-DET-LINE-DATE
               MOVE AI-APPROVER TO WS-APR-APPROVER
               PERFORM TASK-PRICE-INTO-TOTALS
               MOVE 'R' TO WS-PND-STATE(WS-PND-IDX)
               MOVE 'Y' TO WS-PND-TODAY(WS-PND-IDX)
               MOVE AI-APPROVER TO WS-PND-APPROVER(WS-PND-IDX)
               ADD 1 TO WS-APR-RELEASED-COUNT
               ADD WS-PND-VALUE(WS-PND-IDX) TO WS-APR-RELEASED-VALUE
               DISPLAY "STATUS - INVOICE " AI-INVOICE " RELEASED, "
                       "APPROVED BY " AI-APPROVER
           END-IF
           .

      *------------------------------------
      *THE DAILY APPROVALS-OUTSTANDING REPORT: EVERY INVOICE STILL
      *HELD WITH ITS AGE IN DAYS, THEN WHAT THIS RUN RELEASED.
       TASK-WRITE-APPROVALS-REPORT SECTION.
           IF WS-APL-COUNT = 0 AND WS-PND-COUNT = 0
               CONTINUE
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-APR-TODAY-NUM
               MOVE 0 TO WS-APR-OUTSTANDING
               MOVE 0 TO WS-APR-OUTSTANDING-VAL
               OPEN OUTPUT APPR-RPT-FILE
               MOVE WS-BUSINESS-DATE TO ARH-DATE
               WRITE APPR-RPT-RECORD FROM WS-APR-RPT-HEAD
               WRITE APPR-RPT-RECORD FROM WS-APR-COL-HEAD
               PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                       UNTIL WS-PND-IDX > WS-PND-COUNT
                   IF WS-PND-STATE(WS-PND-IDX) = 'H'
                       PERFORM TASK-WRITE-APPROVAL-LINE
                       ADD 1 TO WS-APR-OUTSTANDING
                       ADD WS-PND-VALUE(WS-PND-IDX)
                         TO WS-APR-OUTSTANDING-VAL
                   END-IF
               END-PERFORM
               IF WS-APR-RELEASED-COUNT > 0
                   WRITE APPR-RPT-RECORD FROM WS-APR-REL-HEAD
                   PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                           UNTIL WS-PND-IDX > WS-PND-COUNT
                       IF WS-PND-TODAY(WS-PND-IDX) = 'Y'
                           PERFORM TASK-WRITE-APPROVAL-LINE
                       END-IF
                   END-PERFORM
               END-IF
               MOVE WS-APR-OUTSTANDING TO ART-OUT-COUNT
               MOVE WS-APR-OUTSTANDING-VAL TO ART-OUT-VALUE
               MOVE WS-APR-RELEASED-COUNT TO ART-REL-COUNT
               MOVE WS-APR-UNMATCHED-COUNT TO ART-UNMATCHED
               WRITE APPR-RPT-RECORD FROM WS-APR-RPT-TOTALS
               CLOSE APPR-RPT-FILE
               DISPLAY "STATUS - " WS-APR-OUTSTANDING " INVOICE(S) "
                       "AWAITING APPROVAL"
           END-IF
           .

       TASK-WRITE-APPROVAL-LINE SECTION.
           MOVE WS-PND-IMAGE(WS-PND-IDX) TO FILE-IN-REC
           MOVE DEPARTMENT TO AR-DEPT
           MOVE WS-PND-INVOICE(WS-PND-IDX) TO AR-INV
           MOVE WS-PND-SUPPLIER(WS-PND-IDX) TO AR-SUPP
           MOVE WS-PND-VALUE(WS-PND-IDX) TO AR-VALUE
           MOVE WS-PND-LIMIT(WS-PND-IDX) TO AR-LIMIT
           MOVE WS-PND-HELD-DATE(WS-PND-IDX) TO AR-HELD
           MOVE 0 TO WS-APR-AGE
           IF WS-PND-HELD-DATE(WS-PND-IDX) NUMERIC
               MOVE WS-PND-HELD-DATE(WS-PND-IDX) TO WS-APR-HELD-NUM
               IF WS-APR-HELD-NUM < WS-APR-TODAY-NUM
                   COMPUTE WS-APR-AGE =
                           FUNCTION INTEGER-OF-DATE(WS-APR-TODAY-NUM)
                         - FUNCTION INTEGER-OF-DATE(WS-APR-HELD-NUM)
               END-IF
           END-IF
           MOVE WS-APR-AGE TO AR-AGE
           MOVE WS-PND-APPROVER(WS-PND-IDX) TO AR-APPROVER
           WRITE APPR-RPT-RECORD FROM WS-APR-RPT-LINE
           .

      *------------------------------------
      *END OF A CLEAN RUN: REWRITE PENDAPPR WITH ONLY THE INVOICES
      *STILL HELD, AND THOSE RELEASED TODAY WITH BOTH THEIR ROWS SO
      *A RERUN OF THE DATE RELEASES THEM AGAIN; THE FIRST RUN OF A
      *LATER DATE DROPS THEM. AFTER A TABLE OVERFLOW THE FILE IS
      *LEFT AS IT STANDS - EVERY ROW IS STILL ON IT, AND THE NEXT
      *LOAD REBUILDS THE SAME PICTURE.
       TASK-REWRITE-PENDING    SECTION.
           CLOSE PEND-APPR-FILE
           IF PENDING-OVERFLOW
               DISPLAY "WARNING - PENDAPPR NOT COMPACTED AFTER TABLE "
                       "OVERFLOW"
           ELSE
               OPEN OUTPUT PEND-APPR-FILE
               PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                       UNTIL WS-PND-IDX > WS-PND-COUNT
                   IF WS-PND-STATE(WS-PND-IDX) = 'H'
                      OR WS-PND-TODAY(WS-PND-IDX) = 'Y'
                       MOVE SPACES TO PEND-APPR-REC
                       SET PA-HELD-ROW TO TRUE
                       MOVE WS-PND-INVOICE(WS-PND-IDX) TO PA-INVOICE
                       MOVE WS-PND-HELD-DATE(WS-PND-IDX)
                         TO PA-EVENT-DATE
                       MOVE WS-PND-VALUE(WS-PND-IDX)
                         TO PA-STERLING-VALUE
                       MOVE WS-PND-ORIG(WS-PND-IDX) TO PA-ORIG-VALUE
                       MOVE WS-PND-LIMIT(WS-PND-IDX) TO PA-LIMIT
                       MOVE WS-PND-SUPPLIER(WS-PND-IDX)
                         TO PA-SUPPLIER-CODE
                       MOVE WS-PND-IMAGE(WS-PND-IDX)
                         TO PA-FILE-IN-IMAGE
                       WRITE PEND-APPR-REC
                   END-IF
                   IF WS-PND-STATE(WS-PND-IDX) = 'R'
                      AND WS-PND-TODAY(WS-PND-IDX) = 'Y'
                       MOVE SPACES TO PEND-APPR-REC
                       SET PA-RELEASE-ROW TO TRUE
                       MOVE WS-PND-INVOICE(WS-PND-IDX) TO PA-INVOICE
                       MOVE WS-BUSINESS-DATE TO PA-EVENT-DATE
                       MOVE WS-PND-APPROVER(WS-PND-IDX)
                         TO PA-APPROVER
                       MOVE WS-PND-VALUE(WS-PND-IDX)
                         TO PA-STERLING-VALUE
                       WRITE PEND-APPR-REC
                   END-IF
               END-PERFORM
               CLOSE PEND-APPR-FILE
           END-IF
           .

      *------------------------------------
      *THE MAIN BIT OF PROCESSING
       TASK-PROCESS           SECTION.
               END-IF
      *FOREIGN VALUES BECOME STERLING BEFORE THEY TOUCH A TOTAL.
               PERFORM TASK-CONVERT-CURRENCY
      *OVER ITS APPROVAL LIMIT, THE INVOICE WAITS FOR A SECOND
      *SIGNATURE INSTEAD OF BEING PRICED IN.
               MOVE WS-TEMP-TOTAL TO WS-APR-VALUE
               PERFORM TASK-CHECK-APPROVAL-LIMIT
               IF APPROVAL-HOLD
                   PERFORM TASK-HOLD-FOR-APPROVAL
               ELSE
                   MOVE WS-BUSINESS-DATE TO WS-DET-LINE-DATE
                   MOVE SPACES TO WS-APR-APPROVER
                   PERFORM TASK-PRICE-INTO-TOTALS
                   ADD 1 TO WS-RECORDS-GOOD
               END-IF
           END-IF
           IF NOT QUIET-MODE
               DISPLAY "EVALUATION COMPLETE"
           END-IF.

      *------------------------------------
      *ADD ONE PRICED (STERLING) VALUE IN WS-TEMP-TOTAL TO THE STORE,
      *DEPARTMENT AND TAX TOTALS AND WRITE ITS DETAIL LINE - A FILE-IN
      *RECORD PRICED STRAIGHT IN, OR A HELD INVOICE ON ITS RELEASE.
      *WS-DEPT-IDX IS THE RECORD'S DEPARTMENT SLOT.
       TASK-PRICE-INTO-TOTALS  SECTION.
           MOVE 0 TO WS-CUR-ST-IDX
           IF STORE-DIM-ON
               PERFORM TASK-FIND-STORE
               IF STORE-FOUND
                   SET WS-CUR-ST-IDX TO WS-STO-IDX
                   PERFORM TASK-ADD-STORE-TOTALS
               END-IF
           END-IF
           IF SALE-INDICATOR = " "
               IF CREDIT-NOTE
                   SUBTRACT WS-TEMP-TOTAL
                       FROM WS-DEPT-RETAIL-TOTAL(WS-DEPT-IDX)
               ELSE
                   ADD WS-TEMP-TOTAL
                     TO WS-DEPT-RETAIL-TOTAL(WS-DEPT-IDX)
               END-IF
           ELSE
               IF CREDIT-NOTE
                   SUBTRACT WS-TEMP-TOTAL
                       FROM WS-DEPT-SALE-TOTAL(WS-DEPT-IDX)
               ELSE
                   ADD WS-TEMP-TOTAL
                     TO WS-DEPT-SALE-TOTAL(WS-DEPT-IDX)
               END-IF
           END-IF
           COMPUTE WS-TAX-AMOUNT ROUNDED =
                   WS-TEMP-TOTAL
                   * WS-DEPT-TAX-RATE(WS-DEPT-IDX) / 100
           IF CREDIT-NOTE
               SUBTRACT WS-TAX-AMOUNT
                   FROM WS-DEPT-TAX-TOTAL(WS-DEPT-IDX)
               SUBTRACT WS-TAX-AMOUNT FROM WS-RUN-TAX-TOTAL
               IF WS-CUR-ST-IDX > 0
                   SUBTRACT WS-TAX-AMOUNT FROM
                       WS-ST-TAX(WS-CUR-ST-IDX, WS-DEPT-IDX)
               END-IF
               ADD 1 TO WS-CREDIT-COUNT
               ADD WS-TEMP-TOTAL TO WS-CREDIT-TOTAL
               ADD WS-TEMP-TOTAL
                 TO WS-DEPT-CREDIT-TOTAL(WS-DEPT-IDX)
           ELSE
               ADD WS-TAX-AMOUNT
                 TO WS-DEPT-TAX-TOTAL(WS-DEPT-IDX)
               ADD WS-TAX-AMOUNT TO WS-RUN-TAX-TOTAL
               IF WS-CUR-ST-IDX > 0
                   ADD WS-TAX-AMOUNT TO
                       WS-ST-TAX(WS-CUR-ST-IDX, WS-DEPT-IDX)
               END-IF
           END-IF
           IF SALE-INDICATOR = 'S' AND NOT CREDIT-NOTE
               PERFORM TASK-TRACK-MARKDOWN
           END-IF
           IF WS-PO-COUNT > 0 AND PO-REFERENCE NOT = SPACES
                   AND NOT CREDIT-NOTE
               PERFORM TASK-MATCH-PO
           END-IF
           PERFORM TASK-WRITE-DETAIL
           .

      *------------------------------------
      *ONE PRICED DETAIL LINE PER VALID RECORD - DEPARTMENT, INVOICE,
           END-IF
           MOVE CURRENCY-CODE TO DET-CURRENCY
           MOVE WS-FX-ORIG-VALUE TO DET-ORIG-VALUE
           MOVE WS-DET-LINE-DATE TO DET-RUN-DATE
           MOVE WS-APR-APPROVER TO DET-APPROVER
           MOVE QUANTITY TO DET-QUANTITY
           IF SALE-INDICATOR = " "
               MOVE RETAIL-PRICE TO DET-PRICE-USED
               DISPLAY "OUTPUT TO FILE - GOOD DATA"
           END-IF.

      *------------------------------------
      *POST THE RUN'S TRADING TO THE GL: PER DEPARTMENT, REVENUE
      *BEFORE CREDIT NOTES (THE GOODOUT NET FIGURE PLUS THE CREDITS
      *TAKEN OUT OF IT), THE TAXCTRL VAT AND THE CREDIT-NOTE VALUE.
      *ZERO AMOUNTS ARE NOT POSTED.
       TASK-WRITE-GL-EXTRACT   SECTION.
           OPEN OUTPUT GL-EXTRACT-FILE
           IF GLEXT-OK
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                       UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                   MOVE WS-DEPT-CODE(WS-DEPT-IDX) TO WS-GL-DEPT-CODE
                   COMPUTE WS-GL-AMOUNT =
                           WS-DEPT-RETAIL-TOTAL(WS-DEPT-IDX)
                         + WS-DEPT-SALE-TOTAL(WS-DEPT-IDX)
                         + WS-DEPT-CREDIT-TOTAL(WS-DEPT-IDX)
                   MOVE 'S' TO GL-MARKER
                   PERFORM TASK-WRITE-GL-RECORD
                   COMPUTE WS-GL-AMOUNT ROUNDED =
                           WS-DEPT-TAX-TOTAL(WS-DEPT-IDX)
                   MOVE 'T' TO GL-MARKER
                   PERFORM TASK-WRITE-GL-RECORD
                   MOVE WS-DEPT-CREDIT-TOTAL(WS-DEPT-IDX)
                     TO WS-GL-AMOUNT
                   MOVE 'K' TO GL-MARKER
                   PERFORM TASK-WRITE-GL-RECORD
               END-PERFORM
               CLOSE GL-EXTRACT-FILE
               DISPLAY "STATUS - " WS-GL-COUNT " GL POSTING(S) "
                       "WRITTEN TO GLEXTOU3"
           ELSE
               DISPLAY "ERROR - COULD NOT OPEN GLEXTOU3, STATUS "
                       WS-GLEXT-STATUS " - TRADING NOT POSTED TO GL"
               MOVE 8 TO RETURN-CODE
           END-IF.

       TASK-WRITE-GL-RECORD    SECTION.
           IF WS-GL-AMOUNT NOT = 0
               MOVE WS-GL-DEPT-ACCOUNT TO GL-ACCOUNT-NUM
               MOVE WS-GL-AMOUNT TO GL-TRANS-AMOUNT
               MOVE 0 TO GL-BALANCE
               MOVE WS-BUSINESS-DATE TO GL-RUN-DATE
               MOVE WS-GL-SOURCE-JOB TO GL-SOURCE-JOB
               MOVE SPACES TO GL-FILLER
               WRITE GL-EXTRACT-RECORD
               ADD 1 TO WS-GL-COUNT
           END-IF
           .

      *------------------------------------
      *THE PER-STORE SECTION OF GOOD-OUT - ONE RECORD PER STORE IN
      *THE SAME LAYOUT, AFTER THE COMPANY RECORD.
           PERFORM TASK-RECOMPUTE-TOTAL

           IF WS-RECORDS-READ NOT = WS-RECORDS-GOOD + WS-RECORDS-BAD
                                     + WS-APR-HELD-COUNT
               DISPLAY "RECONCILIATION WARNING - RECORDS READ "
                       WS-RECORDS-READ " DOES NOT EQUAL GOOD "
                       WS-RECORDS-GOOD " PLUS BAD " WS-RECORDS-BAD
                       " PLUS HELD " WS-APR-HELD-COUNT
               MOVE 'W' TO WS-ALERT-SEVERITY
               MOVE "RECORD COUNTS DO NOT RECONCILE"
                 TO WS-ALERT-MESSAGE
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "RECONCILIATION OK - RECORDS READ MATCHES "
                       "GOOD PLUS BAD PLUS HELD"
           END-IF

      *HELD INVOICES ARE OUTSIDE THE GOOD COUNT AND THE TOTALS UNTIL
      *RELEASED; RELEASES ARE INSIDE THE TOTALS BUT NOT THE COUNT.
           IF WS-APL-COUNT > 0 OR WS-PND-COUNT > 0
               DISPLAY "RECONCILIATION - APPROVAL HOLDS: "
                       WS-APR-HELD-COUNT " HELD, "
                       WS-APR-RELEASED-COUNT " RELEASED FOR "
                       WS-APR-RELEASED-VALUE
           END-IF

      *CREDITS ARE INSIDE THE GOOD COUNT BUT SHOWN AS THEIR OWN
                                   * WS-FX-RATE(WS-FX-IDX)
                       END-IF
                   END-IF
                   MOVE WS-RECON-TEMP-TOTAL TO WS-APR-VALUE
                   PERFORM TASK-CHECK-APPROVAL-LIMIT
                   IF APPROVAL-HOLD
                       CONTINUE
                   ELSE
                       IF CREDIT-NOTE
                           SUBTRACT WS-RECON-TEMP-TOTAL
                               FROM WS-RECOMPUTED-TOTAL
                       ELSE
                           ADD WS-RECON-TEMP-TOTAL
                             TO WS-RECOMPUTED-TOTAL
                       END-IF
                   END-IF
               END-IF
               READ FILE-IN
           END-PERFORM
      *HELD INVOICES RELEASED THIS RUN WERE PRICED IN WITHOUT BEING
      *ON FILE-IN
           ADD WS-APR-RELEASED-VALUE TO WS-RECOMPUTED-TOTAL
           MOVE 'N' TO WS-RECON-PASS-FLAG
           .

           MOVE WS-RECORDS-BAD TO RL-OUTPUT-COUNT-2
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES TO RL-FILLER
           MOVE WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
