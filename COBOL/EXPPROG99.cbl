       ID DIVISION.
       PROGRAM-ID. EXPPROG99.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * OVERDRAWN BALANCE WRITE-OFF AND RECOVERY. EXPPROG5 FINDS
      * THE ACCOUNTS THAT GO OVERDRAWN EVERY NIGHT, BUT A BALANCE
      * THAT IS NEVER GOING TO BE REPAID JUST SITS THERE. THIS JOB
      * AGES THOSE ACCOUNTS, PUTS THE OLD AND LARGE ONES UP FOR
      * WRITE-OFF, BOOKS THE WRITE-OFFS COLLECTIONS APPROVE AND
      * RECOGNISES ANYTHING PAID IN AFTERWARDS AS A RECOVERY.
      *
      *   WOCTL - ONE CARD: MINIMUM DAYS CONTINUOUSLY OVERDRAWN AND
      *           MINIMUM AMOUNT OVERDRAWN BEFORE AN ACCOUNT IS
      *           PROPOSED, AND THE BAD-DEBT EXPENSE LEDGER ACCOUNT.
      *
      * NO PARM (OR 'AGE ') - THE NIGHTLY RUN, AFTER EXPPROG5 AND
      *   THE MERGE, SO MASTIN CARRIES TONIGHT'S BALANCES.
      *   - AN ACCOUNT ON TONIGHT'S OVERDRAFT EXTRACT (EXPPROG5'S
      *     OVDEXT) WHOSE MASTERFILE BALANCE IS BELOW ZERO STARTS
      *     AGING FROM THE DATE IT WENT OVERDRAWN. IT STAYS ON THE
      *     AGING FILE (WOAGE) FOR AS LONG AS THE MASTERFILE BALANCE
      *     STAYS BELOW ZERO, AND COMES OFF THE NIGHT IT IS CLEARED
      *     OR THE ACCOUNT IS CLOSED.
      *   - AN AGING ACCOUNT PAST BOTH WOCTL LIMITS IS PROPOSED FOR
      *     WRITE-OFF AT ITS BALANCE THAT NIGHT. EVERY PROPOSAL NOT
      *     YET DECIDED IS LISTED ON WORPT EACH NIGHT FOR APPROVAL.
      *   - A RECEIPT (ANY CREDIT DETAIL ON EXPPROG5'S FILEOUT) ON AN
      *     ACCOUNT ALREADY WRITTEN OFF IS A RECOVERY: THE AMOUNT,
      *     UP TO WHAT IS STILL OUTSTANDING, IS TAKEN BACK OFF THE
      *     ACCOUNT WITH A 'D' TRANSACTION ON WOGOOD AND POSTED TO
      *     THE GL AS A 'Y' RECOVERY. A WRITE-OFF RECOVERED IN FULL
      *     IS CLOSED ON THE REGISTER.
      *   - A RERUN FOR A DATE WHOSE RECOVERIES ARE ALREADY ON THE
      *     REGISTER IS REFUSED, RC 4, BEFORE ANYTHING IS OPENED:
      *     THE FIRST RUN'S WOGOOD, GLEXTOU8, AGING FILE AND
      *     REGISTER STAND, AND NO RECEIPT IS RECOVERED TWICE.
      *
      * PARM 'POST' - APPROVED WRITE-OFFS. EACH WOAPPR CARD NAMES A
      *   PROPOSED ACCOUNT, THE APPROVER AND THE APPROVAL REFERENCE.
      *   THE ACCOUNT IS CREDITED ('C' ON WOGOOD) WITH THE PROPOSED
      *   AMOUNT - OR ITS BALANCE NOW, IF LESS - TO CLEAR IT, THE
      *   AMOUNT IS POSTED TO THE GL AS AN 'O' WRITE-OFF, THE
      *   ACCOUNT GOES ON THE WRITE-OFF REGISTER (WOREG) AND COMES
      *   OFF THE AGING FILE. A CARD FOR AN ACCOUNT NOT PROPOSED, NO
      *   LONGER OVERDRAWN OR NO LONGER ON MASTERFILE IS REJECTED.
      *
      * PARM 'MRPT' - THE MONTHLY WRITE-OFF AND RECOVERY REPORT. THE
      *   MONTH IS PARM BYTES 5-10 AS YYYYMM (SPACES - THE BUSINESS
      *   DATE'S MONTH). EVERY WRITE-OFF AND RECOVERY BOOKED IN THE
      *   MONTH (FROM THE WOLOG ACTIVITY LOG) IS LISTED WITH ITS
      *   TOTALS, FOLLOWED BY THE REGISTER'S POSITION TO DATE.
      *
      * WOGOOD (GOODFILE LAYOUT) IS WRITTEN IN ASCENDING ACCOUNT
      * ORDER, READY FOR THE NEXT MERGE. THE MERGE POSTS THE
      * CUSTOMER ACCOUNTS SIDE OF EVERY WOGOOD 'C' AND 'D' ITSELF,
      * SO GLEXTOU8 CARRIES ONLY THE OTHER LEG FOR EXPPROG25:
      * GLMAPCTL NEEDS AN 'O' ROW DEBITING BAD-DEBT EXPENSE AND
      * CREDITING THE ACCOUNT THE MERGE'S 'C' ROW DEBITS, AND A 'Y'
      * ROW THE OTHER WAY ROUND - NEVER CUSTOMER ACCOUNTS, WHICH
      * WOULD THEN BE POSTED TWICE.
      * THE AGING FILE AND THE REGISTER ARE REWRITTEN WHOLE
      * AT THE END OF EVERY AGE AND POST RUN; A MISSING ONE IS THE
      * FIRST RUN'S EMPTY ONE.
      *
      * NO WOCTL OR MASTIN, RC 12. A WOCTL CARD WITHOUT ITS LIMITS OR
      * LEDGER ACCOUNT, A BAD PARM, OR A REGISTER OR AGING FILE TOO
      * BIG TO HOLD WHOLE, RC 16 WITH NOTHING CHANGED. A MISSING
      * OVDEXT OR FILEOUT, A REJECTED CARD OR A FULL TABLE, RC 4.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT WO-CTRL-FILE ASSIGN TO WOCTL
           FILE STATUS IS WS-WOCTL-STATUS.
           SELECT OVD-EXT-FILE ASSIGN TO OVDEXT
           FILE STATUS IS WS-OVD-STATUS.
           SELECT STMT-INPUT ASSIGN TO FILEOUT
           FILE STATUS IS WS-STMT-STATUS.
           SELECT MASTER-INPUT ASSIGN TO MASTIN
           FILE STATUS IS WS-MAST-STATUS.
           SELECT APPROVAL-INPUT ASSIGN TO WOAPPR
           FILE STATUS IS WS-APPR-STATUS.
           SELECT AGING-FILE ASSIGN TO WOAGE
           FILE STATUS IS WS-AGE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO WOREG
           FILE STATUS IS WS-REG-STATUS.
           SELECT ACTIVITY-LOG ASSIGN TO WOLOG
           FILE STATUS IS WS-LOG-STATUS.
           SELECT WO-GOOD-FILE ASSIGN TO WOGOOD
           FILE STATUS IS WS-GOOD-STATUS.
           SELECT GL-EXTRACT-FILE ASSIGN TO GLEXTOU8
           FILE STATUS IS WS-GLEXT-STATUS.
           SELECT REPORT-PRINT ASSIGN TO WORPT
           FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *AGE AND AMOUNT LIMITS FOR A PROPOSAL AND THE GL BAD-DEBT
      *EXPENSE ACCOUNT
       FD WO-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 WO-CTRL-REC.
           03 WC-MIN-DAYS            PIC 9(3).
           03 WC-MIN-AMOUNT          PIC 9(9).
           03 WC-BAD-DEBT-ACCOUNT    PIC X(5).
           03 FILLER                 PIC X(63).

      *EXPPROG5'S OVERDRAFT EXTRACT LAYOUT - MUST BE KEPT IN STEP.
       FD OVD-EXT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 OVD-EXT-RECORD.
           03 OX-ACCOUNT             PIC 9(5).
           03 OX-DEEPEST             PIC S9(9) SIGN LEADING SEPARATE.
           03 OX-DATE                PIC X(8).
           03 OX-BUS-DATE            PIC X(8).
           03 FILLER                 PIC X(49).

      *EXPPROG5'S OUTPUT-RECORD LAYOUT - MUST BE KEPT IN STEP. ONLY
      *THE DETAIL ACCOUNT AND AMOUNT ARE USED HERE.
       FD STMT-INPUT BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 STMT-RECORD.
           03 OUT-ACCOUNT-NUM        PIC 9(5).
           03 OUT-MARKER             PIC X(1).
           03 OUT-TRANS-AMOUNT       PIC S9(9) COMP-3.
           03 FILLER                 PIC X(68).
           03 OUT-REC-TYPE           PIC X(1).

      *DTBPROG6'S MASTERFILE LAYOUT - MUST BE KEPT IN STEP.
       FD MASTER-INPUT BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 MASTER-RECORD.
           COPY MASTREC REPLACING ==:PRE:== BY ==M==.

      *ONE CARD PER WRITE-OFF COLLECTIONS HAVE APPROVED
       FD APPROVAL-INPUT BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 APPROVAL-RECORD.
           03 AP-ACCOUNT             PIC X(5).
           03 AP-APPROVER            PIC X(8).
           03 AP-REF                 PIC X(10).
           03 FILLER                 PIC X(57).

      *AGING FILE - LAID OUT IN AGING-WORK BELOW
       FD AGING-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 AGING-RECORD               PIC X(80).

      *WRITE-OFF REGISTER - LAID OUT IN REGISTER-WORK BELOW
       FD REGISTER-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 REGISTER-RECORD            PIC X(80).

      *EVERY WRITE-OFF AND RECOVERY BOOKED, APPENDED, FOR THE
      *MONTHLY REPORT
       FD ACTIVITY-LOG BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 ACTIVITY-RECORD.
           03 WL-TYPE                PIC X(1).
               88 WL-WRITE-OFF       VALUE 'W'.
               88 WL-RECOVERY        VALUE 'R'.
           03 WL-ACCOUNT             PIC X(5).
           03 WL-INITIAL-VAL         PIC X(1).
           03 WL-SURNAME             PIC X(20).
           03 WL-BUS-DATE            PIC X(8).
           03 WL-AMOUNT              PIC 9(9).
           03 WL-WO-DATE             PIC X(8).
           03 WL-APPROVER            PIC X(8).
           03 WL-REF                 PIC X(10).
           03 FILLER                 PIC X(10).

       FD WO-GOOD-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 GOOD-RECORD.
           COPY GOODREC REPLACING ==:PRE:== BY ==G==.

       FD GL-EXTRACT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 GL-EXTRACT-RECORD.
           COPY GLEXT REPLACING ==:PRE:== BY ==GL==.

       FD REPORT-PRINT BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 PRINTLINE                  PIC X(80).

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

       01 WS-WOCTL-STATUS       PIC X(2).
           88 WOCTL-OK          VALUE "00".
       01 WS-OVD-STATUS         PIC X(2).
           88 OVD-OK            VALUE "00".
           88 OVD-NOTFOUND      VALUE "35".
       01 WS-STMT-STATUS        PIC X(2).
           88 STMT-OK           VALUE "00".
           88 STMT-NOTFOUND     VALUE "35".
       01 WS-MAST-STATUS        PIC X(2).
           88 MAST-OK           VALUE "00".
       01 WS-APPR-STATUS        PIC X(2).
           88 APPR-OK           VALUE "00".
       01 WS-AGE-STATUS         PIC X(2).
           88 AGE-OK            VALUE "00".
           88 AGE-NOTFOUND      VALUE "35".
       01 WS-REG-STATUS         PIC X(2).
           88 REG-OK            VALUE "00".
           88 REG-NOTFOUND      VALUE "35".
       01 WS-LOG-STATUS         PIC X(2).
           88 LOG-OK            VALUE "00".
           88 LOG-NOTFOUND      VALUE "35".
       01 WS-GOOD-STATUS        PIC X(2).
           88 GOOD-OK           VALUE "00".
       01 WS-GLEXT-STATUS       PIC X(2).
           88 GLEXT-OK          VALUE "00".
       01 WS-RPT-STATUS         PIC X(2).
           88 RPT-OK            VALUE "00".
       01 WS-RUNLOG-STATUS      PIC X(2).

       01 WS-EOF-FLAG           PIC X VALUE 'N'.
           88 INPUT-DONE        VALUE 'Y'.
       01 WS-MODE-FLAG          PIC X VALUE 'A'.
           88 AGE-MODE          VALUE 'A'.
           88 POST-MODE         VALUE 'P'.
           88 REPORT-MODE       VALUE 'M'.

       01 WS-RUN-INPUT-COUNT    PIC 9(8) VALUE 0.
       01 WS-GOOD-COUNT         PIC 9(8) VALUE 0.
       01 WS-AGING-COUNT        PIC 9(8) VALUE 0.
       01 WS-NEW-AGING-COUNT    PIC 9(8) VALUE 0.
       01 WS-CURED-COUNT        PIC 9(8) VALUE 0.
       01 WS-CLOSED-COUNT       PIC 9(8) VALUE 0.
       01 WS-PROPOSED-COUNT     PIC 9(8) VALUE 0.
       01 WS-PROPOSED-TOTAL     PIC S9(11) COMP-3 VALUE 0.
       01 WS-AWAITING-COUNT     PIC 9(8) VALUE 0.
       01 WS-RECOVERY-COUNT     PIC 9(8) VALUE 0.
       01 WS-RECOVERY-TOTAL     PIC S9(11) COMP-3 VALUE 0.
       01 WS-WRITE-OFF-COUNT    PIC 9(8) VALUE 0.
       01 WS-WRITE-OFF-TOTAL    PIC S9(11) COMP-3 VALUE 0.
       01 WS-REJECT-COUNT       PIC 9(8) VALUE 0.

      *FROM WOCTL
       01 WS-MIN-DAYS           PIC 9(3) VALUE 0.
       01 WS-MIN-AMOUNT         PIC 9(9) VALUE 0.
       01 WS-BAD-DEBT-ACCOUNT   PIC X(5) VALUE SPACES.

      *THE MONTH THE MONTHLY REPORT COVERS
       01 WS-RPT-MONTH          PIC X(6) VALUE SPACES.

       01 WS-RUN-NUM            PIC 9(8).
       01 WS-RUN-DAYS           PIC 9(8).
       01 WS-DATE-NUM           PIC 9(8).
       01 WS-OVERDRAWN-AMOUNT   PIC 9(9).
       01 WS-ACTION-AMOUNT      PIC 9(9).
       01 WS-OUTSTANDING        PIC S9(9).
       01 WS-GL-AMOUNT          PIC S9(9) COMP-3.

      *TONIGHT'S OVERDRAFT DETECTIONS (EXPPROG5'S 500-ENTRY
      *OVERDRAFT TABLE SCALE)
       01 WS-OVD-TABLE.
           03 WS-OVD-ENTRY OCCURS 500 TIMES.
               05 WS-OVD-ACCOUNT    PIC X(5).
               05 WS-OVD-DATE       PIC X(8).
       01 WS-OVD-ENTRIES        PIC 9(3) VALUE 0.
       01 WS-OVD-IDX            PIC 9(3).
       01 WS-OVD-PICK           PIC 9(3).

      *ONE AGING ENTRY - STATUS 'A' AGING, 'P' PROPOSED FOR
      *WRITE-OFF. AMOUNTS ARE THE SIZE OF THE OVERDRAFT.
       01 AGING-WORK.
           03 WA-ACCOUNT            PIC X(5).
           03 WA-INITIAL-VAL        PIC X(1).
           03 WA-SURNAME            PIC X(20).
           03 WA-FIRST-DATE         PIC X(8).
           03 WA-AMOUNT             PIC 9(9).
           03 WA-DEEPEST            PIC 9(9).
           03 WA-DAYS               PIC 9(5).
           03 WA-STATUS             PIC X(1).
               88 WA-AGING          VALUE 'A'.
               88 WA-PROPOSED       VALUE 'P'.
           03 WA-PROP-DATE          PIC X(8).
           03 WA-PROP-AMOUNT        PIC 9(9).
           03 FILLER                PIC X(5).

      *THE WHOLE AGING FILE, HELD FOR THE REWRITE. AN ENTRY NOT
      *KEPT IS LEFT OFF THE NEW FILE.
       01 WS-AGING-TABLE.
           03 WS-AGE-ENTRY OCCURS 1000 TIMES.
               05 WS-AGE-IMAGE.
                   07 WS-AGE-ACCOUNT    PIC X(5).
                   07 FILLER            PIC X(75).
               05 WS-AGE-KEEP           PIC X(1).
               05 WS-AGE-SEEN           PIC X(1).
       01 WS-AGE-ENTRIES        PIC 9(4) VALUE 0.
       01 WS-AGE-IDX            PIC 9(4).
       01 WS-AGE-PICK           PIC 9(4).
       01 WS-AGE-FULL-FLAG      PIC X VALUE 'N'.
           88 AGING-FULL        VALUE 'Y'.

      *ONE WRITE-OFF REGISTER ENTRY - STATUS 'W' WRITTEN OFF AND
      *STILL OUTSTANDING, 'R' RECOVERED IN FULL
       01 REGISTER-WORK.
           03 WR-ACCOUNT            PIC X(5).
           03 WR-INITIAL-VAL        PIC X(1).
           03 WR-SURNAME            PIC X(20).
           03 WR-WO-DATE            PIC X(8).
           03 WR-WO-AMOUNT          PIC 9(9).
           03 WR-RECOVERED          PIC 9(9).
           03 WR-LAST-RCV-DATE      PIC X(8).
           03 WR-APPROVER           PIC X(8).
           03 WR-REF                PIC X(10).
           03 WR-STATUS             PIC X(1).
               88 WR-WRITTEN-OFF    VALUE 'W'.
               88 WR-RECOVERED-FULL VALUE 'R'.
           03 FILLER                PIC X(1).

      *THE WHOLE REGISTER, HELD FOR THE REWRITE, WITH TONIGHT'S
      *RECEIPTS AGAINST EACH OPEN WRITE-OFF
       01 WS-REGISTER-TABLE.
           03 WS-REG-ENTRY OCCURS 1000 TIMES.
               05 WS-REG-IMAGE.
                   07 WS-REG-ACCOUNT    PIC X(5).
                   07 FILLER            PIC X(73).
                   07 WS-REG-ENTRY-STATUS PIC X(1).
                   07 FILLER            PIC X(1).
               05 WS-REG-RECEIPTS       PIC S9(11) COMP-3.
       01 WS-REG-ENTRIES        PIC 9(4) VALUE 0.
       01 WS-REG-IDX            PIC 9(4).
       01 WS-REG-PICK           PIC 9(4).
       01 WS-REG-FULL-FLAG      PIC X VALUE 'N'.
           88 REGISTER-FULL     VALUE 'Y'.
       01 WS-FIND-ACCOUNT       PIC X(5).

      *APPROVAL CARDS ACCEPTED, SORTED INTO ACCOUNT ORDER
       01 WS-APPR-TABLE.
           03 WS-APPR-ENTRY OCCURS 200 TIMES.
               05 WS-APR-ACCOUNT    PIC X(5).
               05 WS-APR-APPROVER   PIC X(8).
               05 WS-APR-REF        PIC X(10).
               05 WS-APR-AGE-IDX    PIC 9(4).
       01 WS-APR-COUNT          PIC 9(3) VALUE 0.
       01 WS-APR-IDX            PIC 9(3).
       01 WS-APR-SORT-IDX       PIC 9(3).
       01 WS-APR-NEXT           PIC 9(3).
       01 WS-APR-HOLD.
           03 WS-APR-HOLD-ACCOUNT   PIC X(5).
           03 WS-APR-HOLD-APPROVER  PIC X(8).
           03 WS-APR-HOLD-REF       PIC X(10).
           03 WS-APR-HOLD-AGE-IDX   PIC 9(4).
       01 WS-APR-DUP-FLAG       PIC X VALUE 'N'.
           88 APPROVAL-DUPLICATE VALUE 'Y'.

      *MONTHLY REPORT TOTALS OVER THE REGISTER
       01 WS-OPEN-COUNT         PIC 9(8) VALUE 0.
       01 WS-REG-WO-TOTAL       PIC S9(11) COMP-3 VALUE 0.
       01 WS-REG-RCV-TOTAL      PIC S9(11) COMP-3 VALUE 0.
       01 WS-REG-OUT-TOTAL      PIC S9(11) COMP-3 VALUE 0.

      *REPORT LINES
       01 RPT-TITLE-LINE.
           03 FILLER            PIC X(35) VALUE
              'OVERDRAWN BALANCE WRITE-OFF       '.
           03 RT-RUN-TYPE       PIC X(12).
           03 FILLER            PIC X(11) VALUE '  RUN DATE '.
           03 RT-RUN-DATE       PIC X(8).
           03 FILLER            PIC X(14) VALUE SPACES.
       01 RPT-BASIS-LINE.
           03 BL-LABEL          PIC X(24).
           03 BL-VALUE          PIC X(12).
           03 FILLER            PIC X(44) VALUE SPACES.
       01 RPT-RULE-LINE         PIC X(80) VALUE ALL '-'.
       01 BLANKLINE             PIC X(80) VALUE SPACES.
       01 RPT-HEAD-LINE.
           03 FILLER            PIC X(40) VALUE
              'ACCOUNT  NAME                   ACTION  '.
           03 FILLER            PIC X(40) VALUE
              '         AMOUNT   DAYS  DATE            '.
       01 RPT-DETAIL-LINE.
           03 RD-ACCOUNT        PIC X(5).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 RD-INITIAL        PIC X(1).
           03 FILLER            PIC X(2) VALUE '. '.
           03 RD-SURNAME        PIC X(20).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 RD-ACTION         PIC X(11).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 RD-AMOUNT         PIC -(9)9.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 RD-DAYS           PIC ZZZZZ.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 RD-DATE           PIC X(8).
           03 FILLER            PIC X(8) VALUE SPACES.
       01 RPT-COUNT-LINE.
           03 TL-LABEL          PIC X(24).
           03 TL-COUNT          PIC Z(9)9.
           03 FILLER            PIC X(46) VALUE SPACES.
       01 RPT-AMOUNT-LINE.
           03 TA-LABEL          PIC X(24).
           03 TA-AMOUNT         PIC -(11)9.
           03 FILLER            PIC X(44) VALUE SPACES.

       LINKAGE SECTION.
       01 INPUT-PARM.
           03 PARM-LENGTH       PIC S9(04) COMP.
           03 PARM-DATA         PIC X(4).
           03 PARM-MONTH        PIC X(6).
      *
       PROCEDURE DIVISION USING INPUT-PARM.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING OVERDRAFT WRITE-OFF RUN"
           MOVE WS-BUSINESS-DATE TO WS-RUN-NUM
           COMPUTE WS-RUN-DAYS = FUNCTION INTEGER-OF-DATE(WS-RUN-NUM)
           PERFORM B100-CHECK-PARM
           PERFORM B300-LOAD-REGISTER
           IF REPORT-MODE
               PERFORM M100-MONTHLY-REPORT
               PERFORM Z100-WRITE-RUN-LOG
               DISPLAY "STATUS - OVERDRAFT WRITE-OFF RUN DONE"
               GOBACK
           END-IF
           PERFORM B200-LOAD-CONTROL
           PERFORM B400-LOAD-AGING
           IF AGE-MODE
               PERFORM B350-CHECK-RERUN
               PERFORM B500-LOAD-DETECTIONS
               PERFORM B600-LOAD-RECEIPTS
           ELSE
               PERFORM B700-LOAD-APPROVALS
           END-IF
           PERFORM B800-OPEN-OUTPUTS
           MOVE 'N' TO WS-EOF-FLAG
           READ MASTER-INPUT AT END SET INPUT-DONE TO TRUE
           END-READ
           IF AGE-MODE
               PERFORM C100-AGE-ACCOUNT UNTIL INPUT-DONE
               PERFORM C400-DROP-CLOSED
           ELSE
               MOVE 1 TO WS-APR-NEXT
               PERFORM D100-MATCH-APPROVALS UNTIL INPUT-DONE
               PERFORM D150-REJECT-CLOSED
                   UNTIL WS-APR-NEXT > WS-APR-COUNT
           END-IF
           PERFORM E100-PRINT-TOTALS
           CLOSE MASTER-INPUT
                 WO-GOOD-FILE
                 GL-EXTRACT-FILE
                 ACTIVITY-LOG
                 REPORT-PRINT
           PERFORM W400-REWRITE-AGING
           PERFORM W500-REWRITE-REGISTER
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - TRANSACTIONS WRITTEN TO WOGOOD: "
                   WS-GOOD-COUNT
           IF AGE-MODE
               DISPLAY "STATUS - ACCOUNTS AGING: " WS-AGING-COUNT
               DISPLAY "STATUS - PROPOSED FOR WRITE-OFF: "
                       WS-PROPOSED-COUNT
               DISPLAY "STATUS - RECOVERIES: " WS-RECOVERY-COUNT
           ELSE
               DISPLAY "STATUS - BALANCES WRITTEN OFF: "
                       WS-WRITE-OFF-COUNT
           END-IF
           DISPLAY "STATUS - OVERDRAFT WRITE-OFF RUN DONE"
           GOBACK
           .

       B100-CHECK-PARM        SECTION.
           IF PARM-LENGTH > 0
               EVALUATE TRUE
                   WHEN PARM-LENGTH >= 4 AND PARM-DATA = 'AGE '
                       SET AGE-MODE TO TRUE
                   WHEN PARM-LENGTH >= 4 AND PARM-DATA = 'POST'
                       SET POST-MODE TO TRUE
                   WHEN PARM-LENGTH >= 4 AND PARM-DATA = 'MRPT'
                       SET REPORT-MODE TO TRUE
                   WHEN OTHER
                       DISPLAY "ERROR - PARM MUST BE 'AGE ', 'POST' "
                               "OR 'MRPT'"
                       MOVE 16 TO RETURN-CODE
                       PERFORM Z100-WRITE-RUN-LOG
                       GOBACK
               END-EVALUATE
           END-IF
           EVALUATE TRUE
               WHEN AGE-MODE
                   DISPLAY "STATUS - AGING RUN"
               WHEN POST-MODE
                   DISPLAY "STATUS - WRITE-OFF POSTING RUN"
               WHEN OTHER
                   MOVE WS-BUSINESS-DATE(1:6) TO WS-RPT-MONTH
                   IF PARM-LENGTH >= 10 AND PARM-MONTH NOT = SPACES
                       IF PARM-MONTH NOT NUMERIC
                           DISPLAY "ERROR - REPORT MONTH MUST BE "
                                   "YYYYMM"
                           MOVE 16 TO RETURN-CODE
                           PERFORM Z100-WRITE-RUN-LOG
                           GOBACK
                       END-IF
                       MOVE PARM-MONTH TO WS-RPT-MONTH
                   END-IF
                   DISPLAY "STATUS - MONTHLY REPORT FOR "
                           WS-RPT-MONTH
           END-EVALUATE
           .

       B200-LOAD-CONTROL      SECTION.
           OPEN INPUT WO-CTRL-FILE
           IF NOT WOCTL-OK
               DISPLAY "ERROR - COULD NOT OPEN WOCTL, STATUS "
                       WS-WOCTL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           READ WO-CTRL-FILE
               AT END
                   DISPLAY "ERROR - WOCTL IS EMPTY"
                   CLOSE WO-CTRL-FILE
                   MOVE 16 TO RETURN-CODE
                   PERFORM Z100-WRITE-RUN-LOG
                   GOBACK
           END-READ
           CLOSE WO-CTRL-FILE
           IF WC-BAD-DEBT-ACCOUNT = SPACES
               DISPLAY "ERROR - NO BAD-DEBT ACCOUNT ON WOCTL"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           IF WC-MIN-DAYS NOT NUMERIC OR WC-MIN-DAYS = 0
                   OR WC-MIN-AMOUNT NOT NUMERIC
               DISPLAY "ERROR - WOCTL MINIMUM DAYS OR AMOUNT MISSING "
                       "OR NOT NUMERIC"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE WC-MIN-DAYS TO WS-MIN-DAYS
           MOVE WC-MIN-AMOUNT TO WS-MIN-AMOUNT
           MOVE WC-BAD-DEBT-ACCOUNT TO WS-BAD-DEBT-ACCOUNT
           DISPLAY "STATUS - PROPOSING OVER " WS-MIN-DAYS " DAYS AND "
                   WS-MIN-AMOUNT " OVERDRAWN, BAD-DEBT ACCOUNT "
                   WS-BAD-DEBT-ACCOUNT
           .

       B300-LOAD-REGISTER     SECTION.
           OPEN INPUT REGISTER-FILE
           IF REG-NOTFOUND
               DISPLAY "STATUS - NO WRITE-OFF REGISTER, STARTING "
                       "A NEW ONE"
               GO TO B300-EXIT
           END-IF
           IF NOT REG-OK
               DISPLAY "ERROR - COULD NOT OPEN WOREG, STATUS "
                       WS-REG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ REGISTER-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       IF WS-REG-ENTRIES < 1000
                           ADD 1 TO WS-REG-ENTRIES
                           MOVE REGISTER-RECORD
                             TO WS-REG-IMAGE(WS-REG-ENTRIES)
                           MOVE 0 TO WS-REG-RECEIPTS(WS-REG-ENTRIES)
                       ELSE
      *A REGISTER THAT CANNOT BE HELD WHOLE MUST NOT BE REWRITTEN
                           DISPLAY "ERROR - WRITE-OFF REGISTER "
                                   "OVER 1000 ENTRIES"
                           CLOSE REGISTER-FILE
                           MOVE 16 TO RETURN-CODE
                           PERFORM Z100-WRITE-RUN-LOG
                           GOBACK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE
           DISPLAY "STATUS - " WS-REG-ENTRIES " REGISTER ENTRY(S) "
                   "LOADED".
       B300-EXIT.
           EXIT.

      *A RECOVERY ALREADY BOOKED FOR THIS BUSINESS DATE MEANS THE
      *AGE RUN HAS BEEN DONE FOR IT. ITS RECEIPTS ARE STILL ON
      *FILEOUT AND WOULD BE RECOVERED AGAIN, AND REOPENING WOGOOD
      *AND GLEXTOU8 WOULD LOSE THE FIRST RUN'S POSTINGS, SO THE
      *RERUN STOPS HERE AND THE FIRST RUN'S OUTPUT STANDS.
       B350-CHECK-RERUN       SECTION.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-ENTRIES
               MOVE WS-REG-IMAGE(WS-REG-IDX) TO REGISTER-WORK
               IF WR-LAST-RCV-DATE = WS-BUSINESS-DATE
                   DISPLAY "WARNING - RECOVERIES ALREADY BOOKED FOR "
                           WS-BUSINESS-DATE ", AGE RUN NOT REPEATED"
                   MOVE 4 TO RETURN-CODE
                   PERFORM Z100-WRITE-RUN-LOG
                   GOBACK
               END-IF
           END-PERFORM.
       B350-EXIT.
           EXIT.

       B400-LOAD-AGING        SECTION.
           OPEN INPUT AGING-FILE
           IF AGE-NOTFOUND
               DISPLAY "STATUS - NO AGING FILE, STARTING A NEW ONE"
               GO TO B400-EXIT
           END-IF
           IF NOT AGE-OK
               DISPLAY "ERROR - COULD NOT OPEN WOAGE, STATUS "
                       WS-AGE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ AGING-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       IF WS-AGE-ENTRIES < 1000
                           ADD 1 TO WS-AGE-ENTRIES
                           MOVE AGING-RECORD
                             TO WS-AGE-IMAGE(WS-AGE-ENTRIES)
                           MOVE 'Y' TO WS-AGE-KEEP(WS-AGE-ENTRIES)
                           MOVE 'N' TO WS-AGE-SEEN(WS-AGE-ENTRIES)
                       ELSE
      *AN AGING FILE THAT CANNOT BE HELD WHOLE MUST NOT BE REWRITTEN
                           DISPLAY "ERROR - AGING FILE OVER 1000 "
                                   "ENTRIES"
                           CLOSE AGING-FILE
                           MOVE 16 TO RETURN-CODE
                           PERFORM Z100-WRITE-RUN-LOG
                           GOBACK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AGING-FILE
           DISPLAY "STATUS - " WS-AGE-ENTRIES " AGING ENTRY(S) "
                   "LOADED".
       B400-EXIT.
           EXIT.

      *NO OVDEXT STILL AGES THE ACCOUNTS ALREADY ON FILE - NOTHING
      *NEW CAN START AGING TONIGHT.
       B500-LOAD-DETECTIONS   SECTION.
           OPEN INPUT OVD-EXT-FILE
           IF OVD-NOTFOUND
               DISPLAY "WARNING - OVDEXT NOT PRESENT, NO NEW "
                       "ACCOUNTS AGED"
               MOVE 4 TO RETURN-CODE
               GO TO B500-EXIT
           END-IF
           IF NOT OVD-OK
               DISPLAY "ERROR - COULD NOT OPEN OVDEXT, STATUS "
                       WS-OVD-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ OVD-EXT-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RUN-INPUT-COUNT
                       IF WS-OVD-ENTRIES < 500
                           ADD 1 TO WS-OVD-ENTRIES
                           MOVE OX-ACCOUNT
                             TO WS-OVD-ACCOUNT(WS-OVD-ENTRIES)
                           MOVE OX-DATE
                             TO WS-OVD-DATE(WS-OVD-ENTRIES)
                       ELSE
                           DISPLAY "WARNING - DETECTION TABLE FULL, "
                                   OX-ACCOUNT " NOT AGED"
                           MOVE 4 TO RETURN-CODE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OVD-EXT-FILE
           DISPLAY "STATUS - " WS-OVD-ENTRIES " ACCOUNT(S) WENT "
                   "OVERDRAWN TONIGHT".
       B500-EXIT.
           EXIT.

      *EVERY CREDIT DETAIL ON FILEOUT FOR AN ACCOUNT WITH A WRITE-OFF
      *STILL OUTSTANDING IS A RECEIPT AGAINST IT.
       B600-LOAD-RECEIPTS     SECTION.
           OPEN INPUT STMT-INPUT
           IF STMT-NOTFOUND
               DISPLAY "WARNING - FILEOUT NOT PRESENT, NO RECOVERIES "
                       "RECOGNISED"
               MOVE 4 TO RETURN-CODE
               GO TO B600-EXIT
           END-IF
           IF NOT STMT-OK
               DISPLAY "ERROR - COULD NOT OPEN FILEOUT, STATUS "
                       WS-STMT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ STMT-INPUT
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       IF OUT-REC-TYPE = 'D' AND OUT-TRANS-AMOUNT > 0
                           MOVE OUT-ACCOUNT-NUM TO WS-FIND-ACCOUNT
                           PERFORM X200-FIND-WRITE-OFF
                           IF WS-REG-PICK > 0
                               ADD OUT-TRANS-AMOUNT
                                 TO WS-REG-RECEIPTS(WS-REG-PICK)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STMT-INPUT
           .
       B600-EXIT.
           EXIT.

      *EVERY CARD MUST NAME AN ACCOUNT PROPOSED ON THE AGING FILE,
      *ONCE. THE ACCEPTED APPROVALS ARE SORTED INTO ACCOUNT ORDER TO
      *WALK ALONGSIDE MASTERFILE.
       B700-LOAD-APPROVALS    SECTION.
           OPEN INPUT APPROVAL-INPUT
           IF NOT APPR-OK
               DISPLAY "ERROR - COULD NOT OPEN WOAPPR, STATUS "
                       WS-APPR-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ APPROVAL-INPUT
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RUN-INPUT-COUNT
                       PERFORM B710-CHECK-APPROVAL
               END-READ
           END-PERFORM
           CLOSE APPROVAL-INPUT
           PERFORM VARYING WS-APR-IDX FROM 2 BY 1
                   UNTIL WS-APR-IDX > WS-APR-COUNT
               MOVE WS-APPR-ENTRY(WS-APR-IDX) TO WS-APR-HOLD
               MOVE WS-APR-IDX TO WS-APR-SORT-IDX
               PERFORM UNTIL WS-APR-SORT-IDX < 2
                   OR WS-APR-ACCOUNT(WS-APR-SORT-IDX - 1)
                      NOT > WS-APR-HOLD-ACCOUNT
                   MOVE WS-APPR-ENTRY(WS-APR-SORT-IDX - 1)
                     TO WS-APPR-ENTRY(WS-APR-SORT-IDX)
                   SUBTRACT 1 FROM WS-APR-SORT-IDX
               END-PERFORM
               MOVE WS-APR-HOLD TO WS-APPR-ENTRY(WS-APR-SORT-IDX)
           END-PERFORM
           DISPLAY "STATUS - " WS-APR-COUNT " APPROVAL(S) ACCEPTED, "
                   WS-REJECT-COUNT " REJECTED"
           .

       B710-CHECK-APPROVAL    SECTION.
           MOVE AP-ACCOUNT TO WS-FIND-ACCOUNT
           PERFORM X100-FIND-AGING
           MOVE 'N' TO WS-APR-DUP-FLAG
           PERFORM VARYING WS-APR-IDX FROM 1 BY 1
                   UNTIL WS-APR-IDX > WS-APR-COUNT
               IF WS-APR-ACCOUNT(WS-APR-IDX) = AP-ACCOUNT
                   SET APPROVAL-DUPLICATE TO TRUE
               END-IF
           END-PERFORM
           IF WS-AGE-PICK > 0
               MOVE WS-AGE-IMAGE(WS-AGE-PICK) TO AGING-WORK
           ELSE
               MOVE SPACES TO AGING-WORK
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-PICK = 0 OR NOT WA-PROPOSED
                   DISPLAY "WARNING - APPROVAL " AP-REF
                           " REJECTED, " AP-ACCOUNT
                           " NOT PROPOSED FOR WRITE-OFF"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 4 TO RETURN-CODE
               WHEN AP-APPROVER = SPACES OR AP-REF = SPACES
                   DISPLAY "WARNING - APPROVAL FOR " AP-ACCOUNT
                           " REJECTED, NO APPROVER OR REFERENCE"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 4 TO RETURN-CODE
               WHEN APPROVAL-DUPLICATE
                   DISPLAY "WARNING - APPROVAL " AP-REF
                           " REJECTED, " AP-ACCOUNT
                           " ALREADY APPROVED THIS RUN"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 4 TO RETURN-CODE
               WHEN WS-APR-COUNT >= 200
                   DISPLAY "WARNING - APPROVAL TABLE FULL, APPROVAL "
                           AP-REF " NOT PROCESSED"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   ADD 1 TO WS-APR-COUNT
                   MOVE AP-ACCOUNT TO WS-APR-ACCOUNT(WS-APR-COUNT)
                   MOVE AP-APPROVER TO WS-APR-APPROVER(WS-APR-COUNT)
                   MOVE AP-REF TO WS-APR-REF(WS-APR-COUNT)
                   MOVE WS-AGE-PICK TO WS-APR-AGE-IDX(WS-APR-COUNT)
           END-EVALUATE
           .

       B800-OPEN-OUTPUTS      SECTION.
           OPEN INPUT MASTER-INPUT
           IF NOT MAST-OK
               DISPLAY "ERROR - COULD NOT OPEN MASTIN, STATUS "
                       WS-MAST-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN OUTPUT WO-GOOD-FILE
           IF NOT GOOD-OK
               DISPLAY "ERROR - COULD NOT OPEN WOGOOD, STATUS "
                       WS-GOOD-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN OUTPUT GL-EXTRACT-FILE
           IF NOT GLEXT-OK
               DISPLAY "ERROR - COULD NOT OPEN GLEXTOU8, STATUS "
                       WS-GLEXT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN EXTEND ACTIVITY-LOG
           IF NOT LOG-OK
               OPEN OUTPUT ACTIVITY-LOG
           END-IF
           IF NOT LOG-OK
               DISPLAY "ERROR - COULD NOT OPEN WOLOG, STATUS "
                       WS-LOG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM W300-OPEN-REPORT
           IF AGE-MODE
               MOVE 'AGING' TO RT-RUN-TYPE
           ELSE
               MOVE 'WRITE-OFFS' TO RT-RUN-TYPE
           END-IF
           PERFORM W310-REPORT-HEADING
           MOVE 'MINIMUM DAYS OVERDRAWN  ' TO BL-LABEL
           MOVE WS-MIN-DAYS TO BL-VALUE
           WRITE PRINTLINE FROM RPT-BASIS-LINE
           MOVE 'MINIMUM AMOUNT          ' TO BL-LABEL
           MOVE WS-MIN-AMOUNT TO BL-VALUE
           WRITE PRINTLINE FROM RPT-BASIS-LINE
           MOVE 'BAD-DEBT ACCOUNT        ' TO BL-LABEL
           MOVE WS-BAD-DEBT-ACCOUNT TO BL-VALUE
           WRITE PRINTLINE FROM RPT-BASIS-LINE
           WRITE PRINTLINE FROM RPT-RULE-LINE
           WRITE PRINTLINE FROM RPT-HEAD-LINE
           WRITE PRINTLINE FROM BLANKLINE
           .

      *AGE - ONE MASTERFILE ACCOUNT. A WRITTEN-OFF ACCOUNT IS ONLY
      *WATCHED FOR RECOVERIES; ANY OTHER IS AGED WHILE ITS BALANCE
      *STAYS BELOW ZERO.
       C100-AGE-ACCOUNT       SECTION.
           ADD 1 TO WS-RUN-INPUT-COUNT
           MOVE M-ACCOUNT TO WS-FIND-ACCOUNT
           PERFORM X200-FIND-WRITE-OFF
           IF WS-REG-PICK > 0
               IF WS-REG-RECEIPTS(WS-REG-PICK) > 0
                   PERFORM C300-RECOVER
               END-IF
               GO TO C100-NEXT
           END-IF
           PERFORM X100-FIND-AGING
           IF WS-AGE-PICK > 0
               MOVE 'Y' TO WS-AGE-SEEN(WS-AGE-PICK)
           END-IF
           IF M-BALANCE NOT < 0
               IF WS-AGE-PICK > 0
                   MOVE 'N' TO WS-AGE-KEEP(WS-AGE-PICK)
                   ADD 1 TO WS-CURED-COUNT
               END-IF
               GO TO C100-NEXT
           END-IF
           COMPUTE WS-OVERDRAWN-AMOUNT = 0 - M-BALANCE
           IF WS-AGE-PICK = 0
               PERFORM C110-START-AGING
               IF WS-AGE-PICK = 0
                   GO TO C100-NEXT
               END-IF
           END-IF
           MOVE WS-AGE-IMAGE(WS-AGE-PICK) TO AGING-WORK
           MOVE M-INITIAL-VAL TO WA-INITIAL-VAL
           MOVE M-SURNAME TO WA-SURNAME
           MOVE WS-OVERDRAWN-AMOUNT TO WA-AMOUNT
           IF WS-OVERDRAWN-AMOUNT > WA-DEEPEST
               MOVE WS-OVERDRAWN-AMOUNT TO WA-DEEPEST
           END-IF
           MOVE WA-FIRST-DATE TO WS-DATE-NUM
           COMPUTE WA-DAYS = WS-RUN-DAYS
                           - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           ADD 1 TO WS-AGING-COUNT
           PERFORM C200-CHECK-PROPOSAL
           MOVE AGING-WORK TO WS-AGE-IMAGE(WS-AGE-PICK).
       C100-NEXT.
           READ MASTER-INPUT AT END SET INPUT-DONE TO TRUE
           END-READ.
       C100-EXIT.
           EXIT.

      *ONLY AN ACCOUNT EXPPROG5 SAW GO OVERDRAWN STARTS AGING, FROM
      *THE DATE IT DID (TONIGHT, IF THAT DATE IS NOT USABLE).
       C110-START-AGING       SECTION.
           MOVE 0 TO WS-OVD-PICK
           PERFORM VARYING WS-OVD-IDX FROM 1 BY 1
                   UNTIL WS-OVD-IDX > WS-OVD-ENTRIES
               IF WS-OVD-PICK = 0 AND
                  WS-OVD-ACCOUNT(WS-OVD-IDX) = M-ACCOUNT
                   MOVE WS-OVD-IDX TO WS-OVD-PICK
               END-IF
           END-PERFORM
           IF WS-OVD-PICK = 0
               GO TO C110-EXIT
           END-IF
           IF WS-AGE-ENTRIES >= 1000
               IF NOT AGING-FULL
                   DISPLAY "WARNING - AGING FILE FULL, NO FURTHER "
                           "ACCOUNTS AGED THIS RUN"
                   SET AGING-FULL TO TRUE
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO C110-EXIT
           END-IF
           MOVE SPACES TO AGING-WORK
           MOVE M-ACCOUNT TO WA-ACCOUNT
           MOVE WS-OVD-DATE(WS-OVD-PICK) TO WA-FIRST-DATE
           IF WA-FIRST-DATE NOT NUMERIC
                   OR WA-FIRST-DATE > WS-BUSINESS-DATE
               MOVE WS-BUSINESS-DATE TO WA-FIRST-DATE
           END-IF
           MOVE 0 TO WA-AMOUNT
           MOVE 0 TO WA-DEEPEST
           MOVE 0 TO WA-DAYS
           SET WA-AGING TO TRUE
           MOVE 0 TO WA-PROP-AMOUNT
           ADD 1 TO WS-AGE-ENTRIES
           MOVE WS-AGE-ENTRIES TO WS-AGE-PICK
           MOVE AGING-WORK TO WS-AGE-IMAGE(WS-AGE-PICK)
           MOVE 'Y' TO WS-AGE-KEEP(WS-AGE-PICK)
           MOVE 'Y' TO WS-AGE-SEEN(WS-AGE-PICK)
           ADD 1 TO WS-NEW-AGING-COUNT.
       C110-EXIT.
           EXIT.

      *PAST BOTH LIMITS - PROPOSED AT TONIGHT'S BALANCE. A PROPOSAL
      *ALREADY MADE IS LISTED AGAIN UNTIL IT IS DECIDED.
       C200-CHECK-PROPOSAL    SECTION.
           IF WA-AGING
               IF WA-DAYS NOT < WS-MIN-DAYS
                       AND WA-AMOUNT NOT < WS-MIN-AMOUNT
                   SET WA-PROPOSED TO TRUE
                   MOVE WS-BUSINESS-DATE TO WA-PROP-DATE
                   MOVE WA-AMOUNT TO WA-PROP-AMOUNT
                   MOVE 'PROPOSED' TO RD-ACTION
                   ADD 1 TO WS-PROPOSED-COUNT
                   ADD WA-PROP-AMOUNT TO WS-PROPOSED-TOTAL
               ELSE
                   GO TO C200-EXIT
               END-IF
           ELSE
               MOVE 'AWAITING' TO RD-ACTION
               ADD 1 TO WS-AWAITING-COUNT
           END-IF
           MOVE WA-ACCOUNT TO RD-ACCOUNT
           MOVE WA-INITIAL-VAL TO RD-INITIAL
           MOVE WA-SURNAME TO RD-SURNAME
           MOVE WA-PROP-AMOUNT TO RD-AMOUNT
           MOVE WA-DAYS TO RD-DAYS
           MOVE WA-PROP-DATE TO RD-DATE
           WRITE PRINTLINE FROM RPT-DETAIL-LINE.
       C200-EXIT.
           EXIT.

      *TONIGHT'S RECEIPTS, UP TO WHAT IS STILL OUTSTANDING, ARE
      *TAKEN BACK OFF THE ACCOUNT AGAINST THE WRITE-OFF.
       C300-RECOVER           SECTION.
           MOVE WS-REG-IMAGE(WS-REG-PICK) TO REGISTER-WORK
           COMPUTE WS-OUTSTANDING = WR-WO-AMOUNT - WR-RECOVERED
           IF WS-OUTSTANDING NOT > 0
               GO TO C300-EXIT
           END-IF
           IF WS-REG-RECEIPTS(WS-REG-PICK) < WS-OUTSTANDING
               MOVE WS-REG-RECEIPTS(WS-REG-PICK) TO WS-ACTION-AMOUNT
           ELSE
               MOVE WS-OUTSTANDING TO WS-ACTION-AMOUNT
           END-IF
           MOVE SPACES TO GOOD-RECORD
           MOVE M-ACCOUNT TO G-ACCOUNT
           MOVE 'D' TO G-MARKER
           COMPUTE G-TRANS-AMOUNT = 0 - WS-ACTION-AMOUNT
           MOVE WS-BUSINESS-DATE TO G-TRANS-DATE
           MOVE M-INITIAL-VAL TO G-INITIAL-VAL
           MOVE M-SURNAME TO G-SURNAME
           PERFORM W100-WRITE-GOOD
           MOVE WS-ACTION-AMOUNT TO WS-GL-AMOUNT
           MOVE 'Y' TO GL-MARKER
           PERFORM W200-WRITE-GL-RECORD
           ADD WS-ACTION-AMOUNT TO WR-RECOVERED
           MOVE WS-BUSINESS-DATE TO WR-LAST-RCV-DATE
           IF WR-RECOVERED NOT < WR-WO-AMOUNT
               SET WR-RECOVERED-FULL TO TRUE
           END-IF
           MOVE REGISTER-WORK TO WS-REG-IMAGE(WS-REG-PICK)
           MOVE 'R' TO WL-TYPE
           PERFORM W250-WRITE-ACTIVITY
           MOVE 'RECOVERY' TO RD-ACTION
           MOVE WR-WO-DATE TO RD-DATE
           PERFORM W260-PRINT-ACTION
           ADD 1 TO WS-RECOVERY-COUNT
           ADD WS-ACTION-AMOUNT TO WS-RECOVERY-TOTAL.
       C300-EXIT.
           EXIT.

      *AGING ENTRIES WHOSE ACCOUNT HAS GONE FROM MASTERFILE
       C400-DROP-CLOSED       SECTION.
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                   UNTIL WS-AGE-IDX > WS-AGE-ENTRIES
               IF WS-AGE-SEEN(WS-AGE-IDX) = 'N'
                   MOVE 'N' TO WS-AGE-KEEP(WS-AGE-IDX)
                   ADD 1 TO WS-CLOSED-COUNT
                   DISPLAY "WARNING - " WS-AGE-ACCOUNT(WS-AGE-IDX)
                           " NO LONGER ON MASTERFILE, DROPPED FROM "
                           "AGING"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-PERFORM
           .

      *POST - APPROVALS FOR ACCOUNTS BELOW THIS MASTER ARE NOT ON
      *MASTERFILE; AN APPROVAL FOR THIS ONE IS BOOKED.
       D100-MATCH-APPROVALS   SECTION.
           ADD 1 TO WS-RUN-INPUT-COUNT
           PERFORM D150-REJECT-CLOSED
               UNTIL WS-APR-NEXT > WS-APR-COUNT
                  OR WS-APR-ACCOUNT(WS-APR-NEXT) NOT < M-ACCOUNT
           IF WS-APR-NEXT NOT > WS-APR-COUNT
               IF WS-APR-ACCOUNT(WS-APR-NEXT) = M-ACCOUNT
                   PERFORM D200-WRITE-OFF
                   ADD 1 TO WS-APR-NEXT
               END-IF
           END-IF
           READ MASTER-INPUT AT END SET INPUT-DONE TO TRUE
           END-READ
           .

       D150-REJECT-CLOSED     SECTION.
           DISPLAY "WARNING - APPROVAL " WS-APR-REF(WS-APR-NEXT)
                   " REJECTED, " WS-APR-ACCOUNT(WS-APR-NEXT)
                   " NOT ON MASTERFILE"
           ADD 1 TO WS-REJECT-COUNT
           MOVE 4 TO RETURN-CODE
           ADD 1 TO WS-APR-NEXT
           .

      *THE ACCOUNT IS CREDITED WITH THE AMOUNT APPROVED, OR ITS
      *OVERDRAFT NOW IF THAT IS LESS, AND GOES ON THE REGISTER.
       D200-WRITE-OFF         SECTION.
           MOVE WS-APR-AGE-IDX(WS-APR-NEXT) TO WS-AGE-PICK
           MOVE WS-AGE-IMAGE(WS-AGE-PICK) TO AGING-WORK
           IF M-BALANCE NOT < 0
               DISPLAY "WARNING - APPROVAL " WS-APR-REF(WS-APR-NEXT)
                       " REJECTED, " M-ACCOUNT
                       " NO LONGER OVERDRAWN"
               ADD 1 TO WS-REJECT-COUNT
               MOVE 4 TO RETURN-CODE
               GO TO D200-EXIT
           END-IF
           IF WS-REG-ENTRIES >= 1000
               IF NOT REGISTER-FULL
                   DISPLAY "WARNING - WRITE-OFF REGISTER FULL, NO "
                           "FURTHER WRITE-OFFS THIS RUN"
                   SET REGISTER-FULL TO TRUE
               END-IF
               ADD 1 TO WS-REJECT-COUNT
               MOVE 4 TO RETURN-CODE
               GO TO D200-EXIT
           END-IF
           COMPUTE WS-OVERDRAWN-AMOUNT = 0 - M-BALANCE
           MOVE WA-PROP-AMOUNT TO WS-ACTION-AMOUNT
           IF WS-OVERDRAWN-AMOUNT < WS-ACTION-AMOUNT
               MOVE WS-OVERDRAWN-AMOUNT TO WS-ACTION-AMOUNT
           END-IF
           MOVE SPACES TO GOOD-RECORD
           MOVE M-ACCOUNT TO G-ACCOUNT
           MOVE 'C' TO G-MARKER
           MOVE WS-ACTION-AMOUNT TO G-TRANS-AMOUNT
           MOVE WS-BUSINESS-DATE TO G-TRANS-DATE
           MOVE M-INITIAL-VAL TO G-INITIAL-VAL
           MOVE M-SURNAME TO G-SURNAME
           PERFORM W100-WRITE-GOOD
           MOVE WS-ACTION-AMOUNT TO WS-GL-AMOUNT
           MOVE 'O' TO GL-MARKER
           PERFORM W200-WRITE-GL-RECORD
           MOVE SPACES TO REGISTER-WORK
           MOVE M-ACCOUNT TO WR-ACCOUNT
           MOVE M-INITIAL-VAL TO WR-INITIAL-VAL
           MOVE M-SURNAME TO WR-SURNAME
           MOVE WS-BUSINESS-DATE TO WR-WO-DATE
           MOVE WS-ACTION-AMOUNT TO WR-WO-AMOUNT
           MOVE 0 TO WR-RECOVERED
           MOVE WS-APR-APPROVER(WS-APR-NEXT) TO WR-APPROVER
           MOVE WS-APR-REF(WS-APR-NEXT) TO WR-REF
           SET WR-WRITTEN-OFF TO TRUE
           ADD 1 TO WS-REG-ENTRIES
           MOVE REGISTER-WORK TO WS-REG-IMAGE(WS-REG-ENTRIES)
           MOVE 0 TO WS-REG-RECEIPTS(WS-REG-ENTRIES)
           MOVE 'N' TO WS-AGE-KEEP(WS-AGE-PICK)
           MOVE 'W' TO WL-TYPE
           PERFORM W250-WRITE-ACTIVITY
           MOVE 'WRITTEN OFF' TO RD-ACTION
           MOVE WA-PROP-DATE TO RD-DATE
           PERFORM W260-PRINT-ACTION
           ADD 1 TO WS-WRITE-OFF-COUNT
           ADD WS-ACTION-AMOUNT TO WS-WRITE-OFF-TOTAL.
       D200-EXIT.
           EXIT.

       E100-PRINT-TOTALS      SECTION.
           WRITE PRINTLINE FROM BLANKLINE
           WRITE PRINTLINE FROM RPT-RULE-LINE
           IF AGE-MODE
               MOVE 'ACCOUNTS AGING          ' TO TL-LABEL
               MOVE WS-AGING-COUNT TO TL-COUNT
               WRITE PRINTLINE FROM RPT-COUNT-LINE
               MOVE '  OF WHICH NEW TONIGHT  ' TO TL-LABEL
               MOVE WS-NEW-AGING-COUNT TO TL-COUNT
               WRITE PRINTLINE FROM RPT-COUNT-LINE
               MOVE 'CLEARED - OFF AGING     ' TO TL-LABEL
               MOVE WS-CURED-COUNT TO TL-COUNT
               WRITE PRINTLINE FROM RPT-COUNT-LINE
               MOVE 'CLOSED - OFF AGING      ' TO TL-LABEL
               MOVE WS-CLOSED-COUNT TO TL-COUNT
               WRITE PRINTLINE FROM RPT-COUNT-LINE
               MOVE 'PROPOSED TONIGHT        ' TO TL-LABEL
               MOVE WS-PROPOSED-COUNT TO TL-COUNT
               WRITE PRINTLINE FROM RPT-COUNT-LINE
               MOVE 'TOTAL PROPOSED TONIGHT  ' TO TA-LABEL
               MOVE WS-PROPOSED-TOTAL TO TA-AMOUNT
               WRITE PRINTLINE FROM RPT-AMOUNT-LINE
               MOVE 'STILL AWAITING APPROVAL ' TO TL-LABEL
               MOVE WS-AWAITING-COUNT TO TL-COUNT
               WRITE PRINTLINE FROM RPT-COUNT-LINE
               MOVE 'RECOVERIES              ' TO TL-LABEL
               MOVE WS-RECOVERY-COUNT TO TL-COUNT
               WRITE PRINTLINE FROM RPT-COUNT-LINE
               MOVE 'TOTAL RECOVERED         ' TO TA-LABEL
               MOVE WS-RECOVERY-TOTAL TO TA-AMOUNT
               WRITE PRINTLINE FROM RPT-AMOUNT-LINE
           ELSE
               MOVE 'ACCOUNTS WRITTEN OFF    ' TO TL-LABEL
               MOVE WS-WRITE-OFF-COUNT TO TL-COUNT
               WRITE PRINTLINE FROM RPT-COUNT-LINE
               MOVE 'TOTAL WRITTEN OFF       ' TO TA-LABEL
               MOVE WS-WRITE-OFF-TOTAL TO TA-AMOUNT
               WRITE PRINTLINE FROM RPT-AMOUNT-LINE
               MOVE 'APPROVALS REJECTED      ' TO TL-LABEL
               MOVE WS-REJECT-COUNT TO TL-COUNT
               WRITE PRINTLINE FROM RPT-COUNT-LINE
           END-IF
           .

      *MRPT - THE MONTH'S WRITE-OFFS AND RECOVERIES FROM WOLOG, THEN
      *THE REGISTER'S POSITION TO DATE.
       M100-MONTHLY-REPORT    SECTION.
           PERFORM W300-OPEN-REPORT
           MOVE 'MONTHLY' TO RT-RUN-TYPE
           PERFORM W310-REPORT-HEADING
           MOVE 'REPORT MONTH            ' TO BL-LABEL
           MOVE WS-RPT-MONTH TO BL-VALUE
           WRITE PRINTLINE FROM RPT-BASIS-LINE
           WRITE PRINTLINE FROM RPT-RULE-LINE
           WRITE PRINTLINE FROM RPT-HEAD-LINE
           WRITE PRINTLINE FROM BLANKLINE
           OPEN INPUT ACTIVITY-LOG
           IF LOG-NOTFOUND
               DISPLAY "WARNING - WOLOG NOT PRESENT, NO ACTIVITY "
                       "TO REPORT"
               MOVE 4 TO RETURN-CODE
           ELSE
               IF NOT LOG-OK
                   DISPLAY "ERROR - COULD NOT OPEN WOLOG, STATUS "
                           WS-LOG-STATUS
                   CLOSE REPORT-PRINT
                   MOVE 12 TO RETURN-CODE
                   PERFORM Z100-WRITE-RUN-LOG
                   GOBACK
               END-IF
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL INPUT-DONE
                   READ ACTIVITY-LOG
                       AT END SET INPUT-DONE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RUN-INPUT-COUNT
                           IF WL-BUS-DATE(1:6) = WS-RPT-MONTH
                               PERFORM M110-PRINT-ACTIVITY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACTIVITY-LOG
           END-IF
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-ENTRIES
               MOVE WS-REG-IMAGE(WS-REG-IDX) TO REGISTER-WORK
               ADD WR-WO-AMOUNT TO WS-REG-WO-TOTAL
               ADD WR-RECOVERED TO WS-REG-RCV-TOTAL
               IF WR-WRITTEN-OFF
                   ADD 1 TO WS-OPEN-COUNT
               END-IF
           END-PERFORM
           COMPUTE WS-REG-OUT-TOTAL = WS-REG-WO-TOTAL
                                    - WS-REG-RCV-TOTAL
           WRITE PRINTLINE FROM BLANKLINE
           WRITE PRINTLINE FROM RPT-RULE-LINE
           MOVE 'WRITTEN OFF IN MONTH    ' TO TL-LABEL
           MOVE WS-WRITE-OFF-COUNT TO TL-COUNT
           WRITE PRINTLINE FROM RPT-COUNT-LINE
           MOVE 'TOTAL WRITTEN OFF       ' TO TA-LABEL
           MOVE WS-WRITE-OFF-TOTAL TO TA-AMOUNT
           WRITE PRINTLINE FROM RPT-AMOUNT-LINE
           MOVE 'RECOVERIES IN MONTH     ' TO TL-LABEL
           MOVE WS-RECOVERY-COUNT TO TL-COUNT
           WRITE PRINTLINE FROM RPT-COUNT-LINE
           MOVE 'TOTAL RECOVERED         ' TO TA-LABEL
           MOVE WS-RECOVERY-TOTAL TO TA-AMOUNT
           WRITE PRINTLINE FROM RPT-AMOUNT-LINE
           COMPUTE WS-OUTSTANDING = WS-WRITE-OFF-TOTAL
                                  - WS-RECOVERY-TOTAL
           MOVE 'NET LOSS IN MONTH       ' TO TA-LABEL
           MOVE WS-OUTSTANDING TO TA-AMOUNT
           WRITE PRINTLINE FROM RPT-AMOUNT-LINE
           WRITE PRINTLINE FROM BLANKLINE
           MOVE 'WRITE-OFFS OUTSTANDING  ' TO TL-LABEL
           MOVE WS-OPEN-COUNT TO TL-COUNT
           WRITE PRINTLINE FROM RPT-COUNT-LINE
           MOVE 'WRITTEN OFF TO DATE     ' TO TA-LABEL
           MOVE WS-REG-WO-TOTAL TO TA-AMOUNT
           WRITE PRINTLINE FROM RPT-AMOUNT-LINE
           MOVE 'RECOVERED TO DATE       ' TO TA-LABEL
           MOVE WS-REG-RCV-TOTAL TO TA-AMOUNT
           WRITE PRINTLINE FROM RPT-AMOUNT-LINE
           MOVE 'OUTSTANDING TO DATE     ' TO TA-LABEL
           MOVE WS-REG-OUT-TOTAL TO TA-AMOUNT
           WRITE PRINTLINE FROM RPT-AMOUNT-LINE
           CLOSE REPORT-PRINT
           DISPLAY "STATUS - WRITTEN OFF IN MONTH: " WS-WRITE-OFF-COUNT
           DISPLAY "STATUS - RECOVERIES IN MONTH: " WS-RECOVERY-COUNT
           .

       M110-PRINT-ACTIVITY    SECTION.
           MOVE WL-ACCOUNT TO RD-ACCOUNT
           MOVE WL-INITIAL-VAL TO RD-INITIAL
           MOVE WL-SURNAME TO RD-SURNAME
           MOVE WL-AMOUNT TO RD-AMOUNT
           MOVE 0 TO RD-DAYS
           MOVE WL-BUS-DATE TO RD-DATE
           IF WL-WRITE-OFF
               MOVE 'WRITTEN OFF' TO RD-ACTION
               ADD 1 TO WS-WRITE-OFF-COUNT
               ADD WL-AMOUNT TO WS-WRITE-OFF-TOTAL
           ELSE
               MOVE 'RECOVERY' TO RD-ACTION
               ADD 1 TO WS-RECOVERY-COUNT
               ADD WL-AMOUNT TO WS-RECOVERY-TOTAL
           END-IF
           WRITE PRINTLINE FROM RPT-DETAIL-LINE
           .

      *THE AGING ENTRY FOR WS-FIND-ACCOUNT, IF ANY
       X100-FIND-AGING        SECTION.
           MOVE 0 TO WS-AGE-PICK
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                   UNTIL WS-AGE-IDX > WS-AGE-ENTRIES
               IF WS-AGE-PICK = 0 AND
                  WS-AGE-ACCOUNT(WS-AGE-IDX) = WS-FIND-ACCOUNT
                   MOVE WS-AGE-IDX TO WS-AGE-PICK
               END-IF
           END-PERFORM
           .

      *THE REGISTER ENTRY STILL OUTSTANDING ('W') FOR
      *WS-FIND-ACCOUNT, IF ANY
       X200-FIND-WRITE-OFF    SECTION.
           MOVE 0 TO WS-REG-PICK
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-ENTRIES
               IF WS-REG-PICK = 0 AND
                  WS-REG-ACCOUNT(WS-REG-IDX) = WS-FIND-ACCOUNT AND
                  WS-REG-ENTRY-STATUS(WS-REG-IDX) = 'W'
                   MOVE WS-REG-IDX TO WS-REG-PICK
               END-IF
           END-PERFORM
           .

       W100-WRITE-GOOD        SECTION.
           WRITE GOOD-RECORD
           ADD 1 TO WS-GOOD-COUNT
           .

      *ONE BAD-DEBT POSTING PER ACCOUNT, EXPPROG78'S STYLE - THE
      *LEDGER ACCOUNT IN GL-ACCOUNT-NUM AND NO RUNNING BALANCE.
      *  'O' OVERDRAWN BALANCE WRITTEN OFF
      *  'Y' RECOVERY ON A WRITTEN-OFF BALANCE
      *THE CUSTOMER ACCOUNTS LEG COMES FROM THE MERGE'S POSTING OF
      *THE MATCHING WOGOOD 'C' OR 'D', NOT FROM HERE.
       W200-WRITE-GL-RECORD   SECTION.
           MOVE WS-BAD-DEBT-ACCOUNT TO GL-ACCOUNT-NUM
           MOVE WS-GL-AMOUNT TO GL-TRANS-AMOUNT
           MOVE 0 TO GL-BALANCE
           MOVE WS-BUSINESS-DATE TO GL-RUN-DATE
           MOVE "EXPPRG99" TO GL-SOURCE-JOB
           MOVE SPACES TO GL-FILLER
           WRITE GL-EXTRACT-RECORD
           .

      *THE WRITE-OFF OR RECOVERY JUST BOOKED, FROM REGISTER-WORK
       W250-WRITE-ACTIVITY    SECTION.
           MOVE WR-ACCOUNT TO WL-ACCOUNT
           MOVE WR-INITIAL-VAL TO WL-INITIAL-VAL
           MOVE WR-SURNAME TO WL-SURNAME
           MOVE WS-BUSINESS-DATE TO WL-BUS-DATE
           MOVE WS-ACTION-AMOUNT TO WL-AMOUNT
           MOVE WR-WO-DATE TO WL-WO-DATE
           MOVE WR-APPROVER TO WL-APPROVER
           MOVE WR-REF TO WL-REF
           MOVE SPACES TO ACTIVITY-RECORD(71:)
           WRITE ACTIVITY-RECORD
           .

       W260-PRINT-ACTION      SECTION.
           MOVE WR-ACCOUNT TO RD-ACCOUNT
           MOVE WR-INITIAL-VAL TO RD-INITIAL
           MOVE WR-SURNAME TO RD-SURNAME
           MOVE WS-ACTION-AMOUNT TO RD-AMOUNT
           MOVE 0 TO RD-DAYS
           WRITE PRINTLINE FROM RPT-DETAIL-LINE
           .

       W300-OPEN-REPORT       SECTION.
           OPEN OUTPUT REPORT-PRINT
           IF NOT RPT-OK
               DISPLAY "ERROR - COULD NOT OPEN WORPT, STATUS "
                       WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           .

       W310-REPORT-HEADING    SECTION.
           MOVE WS-BUSINESS-DATE TO RT-RUN-DATE
           WRITE PRINTLINE FROM RPT-RULE-LINE
           WRITE PRINTLINE FROM RPT-TITLE-LINE
           WRITE PRINTLINE FROM RPT-RULE-LINE
           .

       W400-REWRITE-AGING     SECTION.
           OPEN OUTPUT AGING-FILE
           IF NOT AGE-OK
               DISPLAY "ERROR - COULD NOT REWRITE WOAGE, STATUS "
                       WS-AGE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                       UNTIL WS-AGE-IDX > WS-AGE-ENTRIES
                   IF WS-AGE-KEEP(WS-AGE-IDX) = 'Y'
                       WRITE AGING-RECORD
                         FROM WS-AGE-IMAGE(WS-AGE-IDX)
                   END-IF
               END-PERFORM
               CLOSE AGING-FILE
           END-IF
           .

       W500-REWRITE-REGISTER  SECTION.
           OPEN OUTPUT REGISTER-FILE
           IF NOT REG-OK
               DISPLAY "ERROR - COULD NOT REWRITE WOREG, STATUS "
                       WS-REG-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                       UNTIL WS-REG-IDX > WS-REG-ENTRIES
                   WRITE REGISTER-RECORD
                     FROM WS-REG-IMAGE(WS-REG-IDX)
               END-PERFORM
               CLOSE REGISTER-FILE
               DISPLAY "STATUS - " WS-REG-ENTRIES " REGISTER "
                       "ENTRY(S) WRITTEN"
           END-IF
           .

       Z100-WRITE-RUN-LOG     SECTION.
           MOVE "EXPPRG99" TO RL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE WS-RUN-INPUT-COUNT TO RL-INPUT-COUNT
           MOVE WS-GOOD-COUNT TO RL-OUTPUT-COUNT
           IF POST-MODE
               MOVE WS-WRITE-OFF-COUNT TO RL-OUTPUT-COUNT-2
           ELSE
               MOVE WS-PROPOSED-COUNT TO RL-OUTPUT-COUNT-2
           END-IF
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
