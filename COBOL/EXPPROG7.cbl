           SELECT PRICE-RPT-FILE ASSIGN TO PRCRPT
           FILE STATUS        IS WS-PRCRPT-STATUS.

      *HEAD-OFFICE PROMOTION MASTER (ONE ROW PER DISCOUNT CODE) AND
      *THE REPORT OF EVERY TILL DISCOUNT IT REFUSED OR CORRECTED,
      *WITH A PER-TILL SUMMARY OF WHICH TILLS ARE OUT OF STEP.
           SELECT PROM-CTRL-FILE ASSIGN TO PROMCTL
           FILE STATUS        IS WS-PROM-STATUS.
           SELECT PROM-RPT-FILE ASSIGN TO PROMRPT
           FILE STATUS        IS WS-PROMRPT-STATUS.

      *GIFT-CARD ACTIVITY REPORT; THE CARD BALANCE MASTER ITSELF
      *IS KEYED (CARDMAST VIA IOMOD'S SECOND FILEKEY2 SLOT, SO IT
      *CAN STAY OPEN ALONGSIDE THE LOYALTY MASTER).
           SELECT CARD-RPT-FILE ASSIGN TO CARDRPT
           FILE STATUS        IS WS-CARDRPT-STATUS.

      *TILL CASH-UP - EACH BASKET AND GIFT-CARD LINE NAMES ITS
      *STORE, TILL, OPERATOR AND TENDER, THE RUN ACCUMULATES WHAT
      *EACH TILL SESSION SHOULD HOLD BY TENDER, AND THE EVENING
      *DECLARATIONS (CASHDECL) ARE SET AGAINST IT ON THE TILL
      *RECONCILIATION REPORT. TILLCTL CARRIES THE SHORTFALL
      *TOLERANCE BEYOND WHICH A SESSION IS ALERTED.
           SELECT TILL-CTRL-FILE ASSIGN TO TILLCTL
           FILE STATUS        IS WS-TILLCTL-STATUS.
           SELECT CASH-DECL-FILE ASSIGN TO CASHDECL
           FILE STATUS        IS WS-CASHDECL-STATUS.
           SELECT TILL-RPT-FILE ASSIGN TO TILLRPT
           FILE STATUS        IS WS-TILLRPT-STATUS.

      *LOYALTY SCHEME CONTROL (POINTS PER POUND, BONUS THRESHOLD
      *AND BONUS POINTS) AND THE PER-BASKET POINTS REPORT; THE
      *POINTS MASTER ITSELF IS KEYED (LOYMAST VIA IOMOD'S FILEKEY)
           SELECT CHECKPOINT-FILE ASSIGN TO CDCHKPT
           FILE STATUS        IS WS-CHK-STATUS.

      *TRADING POSTINGS IN THE COMMON GL EXTRACT LAYOUT FOR THE
      *EXPPROG25 JOURNAL - BASKET TAKINGS AND VAT, GIFT-CARD ISSUES
      *AND REDEMPTIONS, WRITTEN FROM THE RUN TOTALS AT END OF RUN.
           SELECT GL-EXTRACT-FILE ASSIGN TO GLEXTOU4
           FILE STATUS        IS WS-GLEXT-STATUS.

      *SHARED CROSS-SUITE PER-JOB RUN LOG
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS        IS WS-RUNLOG-STATUS.
               05 DISC-VALUE   PIC 9(2) VALUE ZEROES.
               05 DISC-STACK-FLAG PIC X(1) VALUE "N".
                   88 DISC-STACKABLE VALUE "Y".
      *THE TILL SESSION THAT TOOK THE BASKET AND HOW IT WAS PAID -
      *'C' CASH, 'K' CARD, 'G' GIFT CARD (THE REDEMPTION LINE
      *CARRIES THE GIFT-CARD VALUE). ANY OTHER CODE IS TAKEN AS
      *CASH. ALL SPACES MEANS A TILL THAT SENDS NO SESSION.
           03 TILL-SESSION.
               05 TILL-STORE   PIC X(4).
               05 TILL-ID      PIC X(3).
               05 TILL-OPERATOR PIC X(6).
           03 TILL-TENDER      PIC X(1).
               88 TENDER-CARD       VALUE 'K'.
               88 TENDER-GIFT       VALUE 'G'.
           03 FILLER           PIC X(64).
      *GIFT-CARD RECORD FAMILY, TOLD APART BY THE *GCI*/*GCR*
      *MARKER IN THE ACCOUNT POSITION: AN ISSUE LOADS VALUE ONTO
      *THE CARD, A REDEMPTION DRAWS DOWN AGAINST IT FOR THE NAMED
           03 GC-CARD-NUMBER   PIC X(8).
           03 GC-AMOUNT        PIC 9(7)V99.
           03 GC-ACCOUNT       PIC X(5).
           03 FILLER           PIC X(179).
      *TILL SESSION AND TENDER IN THE SAME POSITIONS AS ON THE
      *BASKET - AN ISSUE IS PAID FOR IN ITS OWN TENDER.
           03 GC-TILL-SESSION  PIC X(13).
           03 GC-TILL-TENDER   PIC X(1).
           03 FILLER           PIC X(64).

      *SAME 285-BYTE BASKET LAYOUT AS INPUT-RECORD, KEYED ON THE
      *ACCOUNT - THE BODY IS MOVED INTO INPUT-RECORD SO THE NORMAL
      *WHICH VAT RATE CLASS THE ITEM SELLS UNDER - SPACES MEANS
      *ZERO-RATED/UNSET.
           03 PC-VAT-CLASS     PIC X(1).
      *PACK SIZE IN THE UNIT NAMED ('KG', 'L ' OR 'EA'), FOR THE
      *UNIT PRICE ON THE SHELF-EDGE LABEL - NOT USED IN PRICING.
           03 PC-PACK-SIZE     PIC 9(4)V999.
           03 PC-PACK-UNIT     PIC X(2).
           03 FILLER           PIC X(64).

       FD PRICE-RPT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 PRICE-RPT-RECORD     PIC X(80).

       FD PROM-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 PROM-CTRL-REC.
           COPY PROMCTL.

       FD PROM-RPT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 PROM-RPT-RECORD      PIC X(80).

       FD STOCK-MASTER-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 STOCK-MASTER-REC.
           03 RO-REORDER-QTY   PIC 9(5).
           03 FILLER           PIC X(44).

      *ONE ROW PER VAT CLASS: CLASS LETTER AND RATE AS 99V99, IN
      *FORCE FROM/TO THE CCYYMMDD DATES AT THE END OF THE ROW (TO
      *99999999 WHEN OPEN-ENDED).
       FD BVAT-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 BVAT-CTRL-REC.
           03 BV-CLASS         PIC X(1).
           03 BV-RATE          PIC 9(2)V99.
           03 FILLER           PIC X(59).
           03 BV-EFF-FROM      PIC X(8).
           03 BV-EFF-TO        PIC X(8).

       FD VAT-RET-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01 CARD-RPT-RECORD      PIC X(80).

      *TOLERANCE AS 999V99 - A SESSION SHORT BY MORE THAN THIS IS
      *ALERTED. NO CARD MEANS 5.00.
       FD TILL-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 TILL-CTRL-REC.
           03 TC-TOLERANCE     PIC 9(3)V99.
           03 FILLER           PIC X(75).

      *ONE ROW PER TILL SESSION COUNTED UP - WHAT THE OPERATOR
      *DECLARED IN THE DRAWER BY TENDER. A SECOND ROW FOR THE SAME
      *SESSION ADDS TO THE FIRST, SO A MID-SESSION LIFT CAN BE
      *DECLARED ON ITS OWN ROW.
       FD CASH-DECL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 CASH-DECL-REC.
           03 DC-SESSION.
               05 DC-STORE     PIC X(4).
               05 DC-TILL      PIC X(3).
               05 DC-OPERATOR  PIC X(6).
           03 DC-CASH          PIC 9(7)V99.
           03 DC-CARD          PIC 9(7)V99.
           03 DC-GIFT          PIC 9(7)V99.
           03 FILLER           PIC X(40).

       FD TILL-RPT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 TILL-RPT-RECORD      PIC X(80).

       FD LOY-RPT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 LOY-RPT-RECORD       PIC X(80).
      *THE WHOLE JOB, NOT JUST THE POST-RESTART TAIL - MIRRORS
      *WS-REJECTED-DISC-COUNT (WORKING-STORAGE).
           03 CHK-REJECTED-DISC-COUNT PIC 9(6).
      *THE GL POSTING TOTALS SO FAR - MIRROR THE WS-GL- FIGURES, SO
      *A RESTARTED RUN POSTS THE WHOLE DAY'S TRADING.
           03 CHK-GL-TAKINGS   PIC S9(9)V99.
           03 CHK-GL-BASKET-VAT PIC S9(9)V99.
           03 CHK-GL-CARD-ISSUES PIC 9(9)V99.
           03 CHK-GL-CARD-REDEEMS PIC 9(9)V99.
           03 CHK-FILLER       PIC X(22).
      *OWNER STAMP WRITTEN AS THE FIRST RECORD WHENEVER THE
      *CHECKPOINT FILE IS STARTED FRESH - EVERY CHECKPOINTING JOB
      *SHARES THE CDCHKPT NAME, SO A RESTART MUST PROVE THE
       01 CHECKPOINT-HEADER-RECORD.
           COPY CHKHDR.

       FD GL-EXTRACT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 GL-EXTRACT-RECORD.
           COPY GLEXT REPLACING ==:PRE:== BY ==GL==.

       FD RUN-LOG-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 RUN-LOG-RECORD.
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE         PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP       PIC X(16) VALUE SPACES.

       01 WS-INPUT-STATUS      PIC X(2).
           88 I-OK             VALUE "00".
           88 PRICES-DONE      VALUE 'Y'.
       01 WS-MISMATCH-COUNT    PIC 9(6) VALUE 0.

      *PROMOTION MASTER - A TILL DISCOUNT LINE (A 'P' OR 'C'
      *MARKER) IS PRICED ON THE MASTER'S TERMS, AND REFUSED WHEN ITS
      *CODE IS NOT ON THE MASTER, IS OUT OF DATE OR IS NOT OFFERED
      *AT THE BASKET'S STORE. NO PROMCTL MEANS THE TILL'S TERMS
      *STAND, AS THEY ALWAYS HAVE.
       01 WS-PROM-STATUS       PIC X(2).
           88 PROM-OK          VALUE "00".
       01 WS-PROMRPT-STATUS    PIC X(2).
       01 WS-PROM-EOF-FLAG     PIC X VALUE 'N'.
           88 PROMS-DONE       VALUE 'Y'.
       01 WS-PROM-ON-FLAG      PIC X VALUE 'N'.
           88 PROMS-ON         VALUE 'Y'.
       01 WS-PROM-TABLE.
           03 WS-PR-ENTRY OCCURS 200 TIMES.
               05 WS-PR-CODE       PIC X(3).
               05 WS-PR-COUNT      PIC 9(1).
               05 WS-PR-MARKER     PIC X(1).
               05 WS-PR-VALUE      PIC 9(2).
               05 WS-PR-STACK-FLAG PIC X(1).
               05 WS-PR-START      PIC 9(8).
               05 WS-PR-END        PIC 9(8).
               05 WS-PR-STORES.
                   07 WS-PR-STORE  PIC X(4) OCCURS 5 TIMES.
               05 WS-PR-ITEMS.
                   07 WS-PR-ITEM   PIC X(3) OCCURS 5 TIMES.
       01 WS-PROM-COUNT        PIC 9(3) VALUE 0.
       01 WS-PROM-IDX          PIC 9(3).
       01 WS-PROM-PICK         PIC 9(3).
       01 WS-PROM-SUB          PIC 9(1).
       01 WS-PROM-DATE         PIC 9(8).
       01 WS-PROM-STORE-FLAG   PIC X(1).
           88 PROM-STORE-FOUND VALUE 'Y'.
       01 WS-PROM-CLAIM-FLAG   PIC X(1).
           88 PROM-CLAIMED     VALUE 'Y'.
       01 WS-PROM-TILL-STACK   PIC X(1).
      *THE MASTER ROW EACH OF THE BASKET'S DISCOUNT LINES WAS
      *ACCEPTED UNDER (ZERO WHEN NOT), AND THE ITEM CODES AS THE
      *TILL SENT THEM - A PROMOTION WITH ITS OWN ITEM LIST PRICES
      *THOSE ITEMS UNDER ITS CODE, AND THE CODES ARE PUT BACK
      *BEFORE VAT AND STOCK SEE THEM.
       01 WS-PROM-ROW-TABLE.
           03 WS-PROM-ROW-PICK PIC 9(3) OCCURS 10 TIMES.
       01 WS-ITEM-SAVE         PIC X(120).
       01 WS-ITEM-RECODE-FLAG  PIC X(1) VALUE 'N'.
           88 ITEMS-RECODED    VALUE 'Y'.
       01 WS-PROM-REASON       PIC X(20).
       01 WS-PROM-REFUSED-COUNT PIC 9(6) VALUE 0.
       01 WS-PROM-AMENDED-COUNT PIC 9(6) VALUE 0.
      *REFUSALS AND CORRECTIONS PER TILL, FOR THE SUMMARY.
       01 WS-PT-TABLE.
           03 WS-PT-ENTRY OCCURS 200 TIMES.
               05 WS-PT-STORE      PIC X(4).
               05 WS-PT-TILL       PIC X(3).
               05 WS-PT-REFUSED    PIC 9(5).
               05 WS-PT-AMENDED    PIC 9(5).
       01 WS-PT-COUNT          PIC 9(3) VALUE 0.
       01 WS-PT-IDX            PIC 9(3).
       01 WS-PT-PICK           PIC 9(3).
       01 WS-PROM-ACTION       PIC X(8).
       01 WS-PROM-LINE.
           03 FILLER           PIC X(6) VALUE "STORE ".
           03 PRR-STORE        PIC X(4).
           03 FILLER           PIC X(6) VALUE " TILL ".
           03 PRR-TILL         PIC X(3).
           03 FILLER           PIC X(9) VALUE " ACCOUNT ".
           03 PRR-ACCOUNT      PIC X(5).
           03 FILLER           PIC X(6) VALUE " CODE ".
           03 PRR-CODE         PIC X(3).
           03 FILLER           PIC X(1) VALUE SPACE.
           03 PRR-ACTION       PIC X(8).
           03 FILLER           PIC X(1) VALUE SPACE.
           03 PRR-REASON       PIC X(20).
           03 FILLER           PIC X(8) VALUE SPACES.
       01 WS-PROM-SUM-HEAD     PIC X(80) VALUE
          "TILLS OUT OF STEP WITH THE PROMOTION MASTER".
       01 WS-PROM-SUM-LINE.
           03 FILLER           PIC X(6) VALUE "STORE ".
           03 PRS-STORE        PIC X(4).
           03 FILLER           PIC X(6) VALUE " TILL ".
           03 PRS-TILL         PIC X(3).
           03 FILLER           PIC X(10) VALUE " REFUSED  ".
           03 PRS-REFUSED      PIC ZZZZ9.
           03 FILLER           PIC X(10) VALUE " AMENDED  ".
           03 PRS-AMENDED      PIC ZZZZ9.
           03 FILLER           PIC X(31) VALUE SPACES.

      *LOYALTY ACCRUAL - RATES FROM LOYCTL, BALANCES ON THE KEYED
      *LOYMAST THROUGH IOMOD'S FILEKEY SLOT. NO LOYCTL MEANS NO
      *ACCRUAL (THE SCHEME IS OPT-IN PER RUN).
               05 WS-VAT-NET       PIC S9(9) VALUE 0.
               05 WS-VAT-AMOUNT    PIC S9(9)V99 VALUE 0.
       01 WS-VAT-COUNT         PIC 9(2) VALUE 0.
       01 WS-VAT-NOT-IN-FORCE  PIC 9(4) VALUE 0.
       01 WS-VAT-ON-FLAG       PIC X VALUE 'N'.
           88 VAT-ON           VALUE 'Y'.
       01 WS-VAT-IDX           PIC 9(2).
               05 CD-CARD-NUMBER  PIC X(8).
           03 CD-BALANCE          PIC S9(7)V99
                                  SIGN LEADING SEPARATE.
      *LAST ISSUE OR REDEMPTION, AND THE EXPIRY MARK SET BY THE
      *MONTHLY EXPIRY RUN (EXPPROG97) WHEN IT RELEASES THE CARD'S
      *BALANCE TO BREAKAGE. SPACES ON A CARD OLDER THAN THE FIELDS.
           03 CD-LAST-ACTIVITY    PIC X(8).
           03 CD-STATUS           PIC X(1).
               88 CD-EXPIRED      VALUE 'E'.
           03 CD-EXPIRED-DATE     PIC X(8).
           03 FILLER              PIC X(45).
       01 WS-CARD-ISSUE-COUNT  PIC 9(6) VALUE 0.
       01 WS-CARD-ISSUE-TOTAL  PIC 9(9)V99 VALUE 0.
       01 WS-CARD-REDEEM-COUNT PIC 9(6) VALUE 0.
           03 CA-VALUE         PIC -(9)9.99.
           03 FILLER           PIC X(24) VALUE SPACES.

      *TILL SESSIONS - EXPECTED TAKINGS BY TENDER PER STORE, TILL
      *AND OPERATOR, AND WHAT CASHDECL SAYS WAS COUNTED. LIKE THE
      *OTHER RUN TABLES IT IS NOT CHECKPOINTED; A RESTARTED RUN
      *ONLY EXPECTS ITS OWN TAIL, SO ITS REPORT SAYS SO AND RAISES
      *NO SHORTFALL ALERTS.
       01 WS-TILLCTL-STATUS    PIC X(2).
           88 TILLCTL-OK       VALUE "00".
       01 WS-CASHDECL-STATUS   PIC X(2).
           88 CASHDECL-OK      VALUE "00".
       01 WS-TILLRPT-STATUS    PIC X(2).
       01 WS-TILL-TOLERANCE    PIC 9(3)V99 VALUE 5.00.
       01 WS-TILL-TABLE.
           03 WS-TS-ENTRY OCCURS 200 TIMES.
               05 WS-TS-KEY.
                   07 WS-TS-STORE     PIC X(4).
                   07 WS-TS-TILL      PIC X(3).
                   07 WS-TS-OPERATOR  PIC X(6).
               05 WS-TS-LINES       PIC 9(5).
               05 WS-TS-EXP-CASH      PIC S9(7)V99.
               05 WS-TS-EXP-CARD      PIC S9(7)V99.
               05 WS-TS-EXP-GIFT      PIC S9(7)V99.
               05 WS-TS-DEC-CASH      PIC 9(7)V99.
               05 WS-TS-DEC-CARD      PIC 9(7)V99.
               05 WS-TS-DEC-GIFT      PIC 9(7)V99.
               05 WS-TS-DECLARED-FLAG PIC X(1).
                   88 TS-DECLARED     VALUE 'Y'.
       01 WS-TILL-COUNT        PIC 9(3) VALUE 0.
       01 WS-TILL-IDX          PIC 9(3).
       01 WS-TILL-PICK         PIC 9(3).
       01 WS-TILL-FULL-COUNT   PIC 9(6) VALUE 0.
      *THE LINE BEING ACCRUED - SESSION, AMOUNT AND TENDER.
       01 WS-TILL-KEY.
           03 WS-TK-STORE      PIC X(4).
           03 WS-TK-TILL       PIC X(3).
           03 WS-TK-OPERATOR   PIC X(6).
       01 WS-TILL-AMOUNT       PIC S9(7)V99.
       01 WS-TILL-TENDER-USED  PIC X(1).
       01 WS-TILL-NO-SESSION-COUNT PIC 9(6) VALUE 0.
       01 WS-TILL-NO-SESSION-VALUE PIC S9(9)V99 VALUE 0.
       01 WS-DECL-EOF-FLAG     PIC X VALUE 'N'.
           88 DECLS-DONE       VALUE 'Y'.
       01 WS-DECL-ON-FLAG      PIC X VALUE 'N'.
           88 DECLS-ON         VALUE 'Y'.
       01 WS-DECL-BAD-COUNT    PIC 9(4) VALUE 0.
      *ONE SESSION'S OVER/SHORT, AND THE RUN TOTALS.
       01 WS-TILL-OS-CASH      PIC S9(7)V99.
       01 WS-TILL-OS-CARD      PIC S9(7)V99.
       01 WS-TILL-OS-GIFT      PIC S9(7)V99.
       01 WS-TILL-OS-TOTAL     PIC S9(7)V99.
       01 WS-TILL-RUN-EXP      PIC S9(9)V99 VALUE 0.
       01 WS-TILL-RUN-DEC      PIC S9(9)V99 VALUE 0.
       01 WS-TILL-RUN-OS       PIC S9(9)V99 VALUE 0.
       01 WS-TILL-SHORT-COUNT  PIC 9(3) VALUE 0.
       01 WS-TILL-UNDECL-COUNT PIC 9(3) VALUE 0.
       01 WS-TILL-RPT-HEAD.
           03 FILLER           PIC X(37) VALUE
              "TILL CASH-UP RECONCILIATION FOR DATE ".
           03 TRH-DATE         PIC X(8).
           03 FILLER           PIC X(13) VALUE "  TOLERANCE  ".
           03 TRH-TOLERANCE    PIC ZZ9.99.
           03 FILLER           PIC X(16) VALUE SPACES.
       01 WS-TILL-SESS-LINE.
           03 FILLER           PIC X(6) VALUE "STORE ".
           03 TRS-STORE        PIC X(4).
           03 FILLER           PIC X(6) VALUE " TILL ".
           03 TRS-TILL         PIC X(3).
           03 FILLER           PIC X(10) VALUE " OPERATOR ".
           03 TRS-OPERATOR     PIC X(6).
           03 FILLER           PIC X(9) VALUE " LINES   ".
           03 TRS-LINES      PIC ZZZZ9.
           03 FILLER           PIC X(2) VALUE SPACES.
           03 TRS-NOTE         PIC X(29).
       01 WS-TILL-TENDER-LINE.
           03 TRT-LABEL        PIC X(12).
           03 FILLER           PIC X(9) VALUE "EXPECTED ".
           03 TRT-EXPECTED     PIC -(7)9.99.
           03 FILLER           PIC X(10) VALUE " DECLARED ".
           03 TRT-DECLARED     PIC -(7)9.99.
           03 FILLER           PIC X(12) VALUE " OVER/SHORT ".
           03 TRT-OVER-SHORT   PIC -(7)9.99.
           03 FILLER           PIC X(4) VALUE SPACES.
       01 WS-TILL-COUNT-LINE.
           03 TRC-LABEL        PIC X(40).
           03 TRC-COUNT        PIC Z(5)9.
           03 FILLER           PIC X(9) VALUE "  VALUE  ".
           03 TRC-VALUE        PIC -(9)9.99.
           03 FILLER           PIC X(12) VALUE SPACES.

      *RETURNS: GROSS SALES AND REFUNDS ACCUMULATED SEPARATELY SO
      *THE RUN'S TAKINGS TIE BACK EVEN WHEN BASKETS NET NEGATIVE
       01 WS-GROSS-SALES       PIC 9(9) VALUE 0.

       01 WS-RUNLOG-STATUS      PIC X(2).

      *GL POSTING OF THE RUN'S TRADING (GLEXTOU4). ONLY THE NORMAL
      *RUN POSTS - A KEYED REPRICE NEVER DOES. GL AMOUNTS ARE WHOLE
      *UNITS, SO THE TOTALS ARE ROUNDED ON THE WAY OUT. MARKERS
      *(MAPPED TO LEDGER ACCOUNTS ON GLMAPCTL):
      *  'B' BASKET TAKINGS (NET OF RETURNS AND DISCOUNTS)
      *  'V' BASKET VAT
      *  'G' GIFT-CARD ISSUES (VALUE SOLD ONTO CARDS)
      *  'H' GIFT-CARD REDEMPTIONS (VALUE TAKEN OFF CARDS)
       01 WS-GLEXT-STATUS       PIC X(2).
           88 GLEXT-OK          VALUE "00".
       01 WS-GL-TAKINGS         PIC S9(9)V99 VALUE 0.
       01 WS-GL-BASKET-VAT      PIC S9(9)V99 VALUE 0.
       01 WS-GL-CARD-ISSUES     PIC 9(9)V99 VALUE 0.
       01 WS-GL-CARD-REDEEMS    PIC 9(9)V99 VALUE 0.
       01 WS-GL-AMOUNT          PIC S9(9) COMP-3 VALUE 0.
       01 WS-GL-ACCOUNT         PIC X(5).
       01 WS-GL-COUNT           PIC 9(5) VALUE 0.

      *--- basket size caps, named so they are only defined in --
      *    one place ---------------------------------------------
       01 WS-MAX-ITEMS         PIC 9(2) VALUE 20.
       01 WS-BEST-DISC-CODE    PIC X(3)    VALUE SPACES.
       01 WS-SAVING             PIC 9(6)V99 VALUE 0.

      *--- inbound receipt check: the basket file is cleared
      *    against the receipt register (RCPTMOD) before anything
      *    is opened, so a re-sent file stops the run -------------
       01 WS-RCPT-FEED-ID      PIC X(8) VALUE 'BASKETS'.
       01 WS-RCPT-DD-NAME      PIC X(8) VALUE 'FILEIN'.
       01 WS-RCPT-LEN          PIC 9(3) VALUE 285.
       01 WS-RCPT-MARKER       PIC X(8) VALUE SPACES.
       01 WS-RCPT-JOB          PIC X(8) VALUE 'EXPPROG7'.
       01 WS-RCPT-STATUS       PIC X(2).
           88 RCPT-REFUSED     VALUE '08'.

      *STRUCTURED ALERTS (ALRTMOD) FOR TILL SHORTFALLS.
       01 WS-ALERT-SEVERITY    PIC X(1).
       01 WS-ALERT-MESSAGE     PIC X(40).
       01 WS-ALERT-KEY         PIC X(8).

       LINKAGE SECTION.
       01 INPUT-PARM.
           03 PARM-LENGTH      PIC S9(04) COMP.
       PROCEDURE DIVISION USING INPUT-PARM.
       A100-MAIN-LOGIC             SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - PROGRAM HAS BEGUN"
           IF PARM-LENGTH >= 1 AND PARM-MODE = 'K'
               MOVE 'K' TO WS-MODE-FLAG
               DISPLAY "STATUS - QUIET MODE, PER-BASKET OUTPUT "
                       "SUPPRESSED"
           END-IF
           PERFORM B090-CHECK-RECEIPT
           OPEN INPUT   INPUT-FILE
           SET DISC-NO-ALT TO TRUE

           PERFORM A150-READ-CHECKPOINT
           PERFORM B150-LOAD-PRICE-MASTER
           PERFORM B165-LOAD-PROMOTIONS
           PERFORM B155-LOAD-VAT-CLASSES
           PERFORM B157-LOAD-STOCK-MASTER
           PERFORM B158-OPEN-CARD-MASTER
           PERFORM B159-LOAD-TILL-CONTROL
           PERFORM B160-LOAD-LOYALTY-CONTROL
           IF RESTART-MODE
               OPEN EXTEND OUTPUT-FILE
           DISPLAY "STATUS - FILES OPENED"
           .

       B090-CHECK-RECEIPT          SECTION.
           CALL 'RCPTMOD' USING WS-RCPT-FEED-ID WS-RCPT-DD-NAME
                                WS-RCPT-LEN WS-RCPT-MARKER
                                WS-RCPT-JOB WS-BUSINESS-DATE
                                WS-RCPT-STATUS
           IF RCPT-REFUSED
               DISPLAY "ERROR - FILEIN REFUSED BY THE RECEIPT "
                       "REGISTER - SEE RCPTMOD MESSAGES"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           .

      *------------------------------------------
      *RESTORE THE LAST CHECKPOINTED READ POSITION.
       A150-READ-CHECKPOINT        SECTION.
                   MOVE CHK-RECORD-COUNT TO WS-RESTART-COUNT
                   MOVE CHK-REJECTED-DISC-COUNT
                     TO WS-REJECTED-DISC-COUNT
                   MOVE CHK-GL-TAKINGS TO WS-GL-TAKINGS
                   MOVE CHK-GL-BASKET-VAT TO WS-GL-BASKET-VAT
                   MOVE CHK-GL-CARD-ISSUES TO WS-GL-CARD-ISSUES
                   MOVE CHK-GL-CARD-REDEEMS TO WS-GL-CARD-REDEEMS
               ELSE
                   DISPLAY "WARNING - CHECKPOINT HAS NO OWNER "
                           "STAMP - IGNORED"
      *RUN WOULD HAVE - ONLY THE RUN-TOTAL/RETURN ACCUMULATION IS
      *SUPPRESSED IN KEYED MODE.
           PERFORM B155-LOAD-VAT-CLASSES
           PERFORM B165-LOAD-PROMOTIONS
           IF PARM-LENGTH >= 6 AND PARM-ACCOUNT NOT = SPACES
               MOVE PARM-ACCOUNT TO K-ACCOUNT
               PERFORM K200-REPRICE-ONE
                           "PRICE(S) DISAGREED WITH THE MASTER"
               END-IF
           END-IF
           PERFORM W650-CLOSE-PROMOTIONS
           DISPLAY "STATUS - " WS-REPRICE-COUNT " BASKET(S) "
                   "REPRICED, " WS-REPRICE-MISSES " NOT FOUND"
           IF WS-REPRICE-MISSES > 0
                   PERFORM E100-APPLY-PRICE-MASTER
                   PERFORM D100-SORT-ITEMS
                   PERFORM D200-SORT-DISC
                   PERFORM D060-APPLY-PROMOTIONS
                   PERFORM D050-VALIDATE-DISC
                   PERFORM C200-PROCESS
                   PERFORM D070-RESTORE-ITEMS
                   PERFORM E400-ACCRUE-VAT
                   PERFORM C400-WRITE-OUTPUT
                   ADD 1 TO WS-REPRICE-COUNT
           MOVE WS-REJECTED-DISC-COUNT TO RL-OUTPUT-COUNT-2
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES TO RL-FILLER
           MOVE WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
           PERFORM E100-APPLY-PRICE-MASTER
           PERFORM D100-SORT-ITEMS
           PERFORM D200-SORT-DISC
           PERFORM D060-APPLY-PROMOTIONS
           PERFORM D050-VALIDATE-DISC
           PERFORM C200-PROCESS
           PERFORM D070-RESTORE-ITEMS
           PERFORM E400-ACCRUE-VAT
           PERFORM E500-UPDATE-STOCK
           PERFORM C400-WRITE-OUTPUT
           PERFORM E700-ACCRUE-TILL-BASKET
           ADD BAG-TOTAL TO WS-GL-TAKINGS
           ADD WS-BASKET-VAT TO WS-GL-BASKET-VAT
           PERFORM E300-ACCRUE-POINTS
           ADD 1 TO WS-RUN-INPUT-COUNT
           PERFORM B300-WRITE-CHECKPOINT
           END-IF
           .

      *------------------------------------------
      *THE SHORTFALL TOLERANCE FOR THE CASH-UP - NO CARD, OR A
      *CARD THAT IS NOT NUMERIC, LEAVES THE 5.00 DEFAULT.
       B159-LOAD-TILL-CONTROL      SECTION.
           OPEN INPUT TILL-CTRL-FILE
           IF TILLCTL-OK
               READ TILL-CTRL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF TC-TOLERANCE NUMERIC
                           MOVE TC-TOLERANCE TO WS-TILL-TOLERANCE
                       ELSE
                           DISPLAY "WARNING - TILLCTL TOLERANCE NOT "
                                   "NUMERIC, 5.00 USED"
                       END-IF
               END-READ
               CLOSE TILL-CTRL-FILE
           END-IF
           DISPLAY "STATUS - TILL CASH-UP TOLERANCE "
                   WS-TILL-TOLERANCE
           .

       E600-PROCESS-GIFT-CARD      SECTION.
           MOVE SPACES TO OUTPUT-RECORD
           MOVE GC-ACCOUNT TO ACCOUNT-OUT
               MOVE SPACES TO CARD-RECORD
               MOVE GC-CARD-NUMBER TO CD-CARD-NUMBER
               MOVE GC-AMOUNT TO CD-BALANCE
               MOVE WS-BUSINESS-DATE TO CD-LAST-ACTIVITY
               CALL 'IOMOD'
                 USING WS-WRITE-KEYED2
                       WS-FILE-KEY2
                       WS-IO2-STATUS
                       WS-BLANK-FILENAME
           ELSE
      *        AN EXPIRED CARD'S BALANCE WENT TO BREAKAGE, SO A NEW
      *        ISSUE ONTO IT STARTS THE CARD AFRESH AT THE NEW VALUE
               IF CD-EXPIRED
                   MOVE 0 TO CD-BALANCE
                   MOVE SPACE TO CD-STATUS
                   MOVE SPACES TO CD-EXPIRED-DATE
               END-IF
               ADD GC-AMOUNT TO CD-BALANCE
               MOVE WS-BUSINESS-DATE TO CD-LAST-ACTIVITY
               CALL 'IOMOD'
                 USING WS-REWRITE-KEYED2
                       WS-FILE-KEY2
           IF IO2-OK
               ADD 1 TO WS-CARD-ISSUE-COUNT
               ADD GC-AMOUNT TO WS-CARD-ISSUE-TOTAL
               ADD GC-AMOUNT TO WS-GL-CARD-ISSUES
               MOVE GC-AMOUNT TO TOTAL-OUT
               MOVE SPACES TO CARD-REASON-OUT
               MOVE GC-TILL-SESSION TO WS-TILL-KEY
               MOVE GC-AMOUNT TO WS-TILL-AMOUNT
               MOVE GC-TILL-TENDER TO WS-TILL-TENDER-USED
               PERFORM E710-ACCRUE-TILL-TAKINGS
           ELSE
               DISPLAY "ERROR - IOMOD POST TO CARDMAST FAILED FOR "
                       GC-CARD-NUMBER ", STATUS " WS-IO2-STATUS
      *A REDEMPTION DRAWS DOWN WITHIN THE CARD'S REMAINING BALANCE
      *AND GOES OUT NEGATIVE (MONEY THE TILL DID NOT TAKE); OVER
      *THE BALANCE THE LINE REJECTS WITH ITS REASON ON THE OUTPUT.
      *A CARD THE EXPIRY RUN HAS EXPIRED IS REFUSED WHATEVER THE
      *AMOUNT - ITS VALUE HAS ALREADY GONE TO BREAKAGE.
       E620-REDEEM-CARD            SECTION.
           MOVE SPACES TO CARD-RECORD
           MOVE GC-CARD-NUMBER TO CD-CARD-NUMBER
                   ADD 1 TO WS-CARD-REJECT-COUNT
                   MOVE "MASTER READ FAILED" TO CARD-REASON-OUT
                   MOVE 0 TO TOTAL-OUT
               WHEN CD-EXPIRED
                   ADD 1 TO WS-CARD-REJECT-COUNT
                   MOVE "CARD EXPIRED" TO CARD-REASON-OUT
                   MOVE 0 TO TOTAL-OUT
               WHEN GC-AMOUNT > CD-BALANCE
                   ADD 1 TO WS-CARD-REJECT-COUNT
                   MOVE "OVER CARD BALANCE" TO CARD-REASON-OUT
                   MOVE 0 TO TOTAL-OUT
               WHEN OTHER
                   SUBTRACT GC-AMOUNT FROM CD-BALANCE
                   MOVE WS-BUSINESS-DATE TO CD-LAST-ACTIVITY
                   CALL 'IOMOD'
                     USING WS-REWRITE-KEYED2
                           WS-FILE-KEY2
                   IF IO2-OK
                       ADD 1 TO WS-CARD-REDEEM-COUNT
                       ADD GC-AMOUNT TO WS-CARD-REDEEM-TOTAL
                       ADD GC-AMOUNT TO WS-GL-CARD-REDEEMS
                       COMPUTE TEMP = 0 - GC-AMOUNT
                       MOVE TEMP TO TOTAL-OUT
                       MOVE SPACES TO CARD-REASON-OUT
                       MOVE GC-TILL-SESSION TO WS-TILL-KEY
                       MOVE GC-AMOUNT TO WS-TILL-AMOUNT
                       MOVE 'G' TO WS-TILL-TENDER-USED
                       PERFORM E710-ACCRUE-TILL-TAKINGS
                   ELSE
                       ADD 1 TO WS-CARD-REJECT-COUNT
                       MOVE "MASTER POST FAILED"
      *------------------------------------------
      *PERIODICALLY SNAPSHOT THE READ POSITION SO A RESTART RESUMES
      *INSTEAD OF REPROCESSING FROM SCRATCH.
      *------------------------------------------
      *A BASKET PAID BY GIFT CARD IS NOT EXPECTED AGAIN HERE - ITS
      *REDEMPTION LINE, CHECKED AGAINST CARDMAST, CARRIES THE
      *GIFT-CARD TAKINGS FOR THE SESSION.
       E700-ACCRUE-TILL-BASKET     SECTION.
           IF TENDER-GIFT
               GO TO E700-EXIT
           END-IF
           MOVE TILL-SESSION TO WS-TILL-KEY
           MOVE BAG-TOTAL TO WS-TILL-AMOUNT
           MOVE TILL-TENDER TO WS-TILL-TENDER-USED
           PERFORM E710-ACCRUE-TILL-TAKINGS.
       E700-EXIT.
           EXIT.

      *ADD ONE LINE'S TAKINGS TO ITS TILL SESSION UNDER ITS TENDER.
      *LINES FROM A TILL THAT SENDS NO SESSION ARE ONLY TALLIED.
       E710-ACCRUE-TILL-TAKINGS    SECTION.
           IF WS-TILL-KEY = SPACES
               ADD 1 TO WS-TILL-NO-SESSION-COUNT
               ADD WS-TILL-AMOUNT TO WS-TILL-NO-SESSION-VALUE
               GO TO E710-EXIT
           END-IF
           PERFORM E720-FIND-TILL-SESSION
           IF WS-TILL-PICK = 0
               GO TO E710-EXIT
           END-IF
           ADD 1 TO WS-TS-LINES(WS-TILL-PICK)
           EVALUATE WS-TILL-TENDER-USED
               WHEN 'K'
                   ADD WS-TILL-AMOUNT TO WS-TS-EXP-CARD(WS-TILL-PICK)
               WHEN 'G'
                   ADD WS-TILL-AMOUNT TO WS-TS-EXP-GIFT(WS-TILL-PICK)
               WHEN OTHER
                   ADD WS-TILL-AMOUNT TO WS-TS-EXP-CASH(WS-TILL-PICK)
           END-EVALUATE.
       E710-EXIT.
           EXIT.

      *LOCATE WS-TILL-KEY'S SESSION, OPENING A NEW ONE ON FIRST
      *SIGHT. A FULL TABLE LEAVES THE PICK AT ZERO AND IS COUNTED
      *FOR THE REPORT.
       E720-FIND-TILL-SESSION      SECTION.
           MOVE 0 TO WS-TILL-PICK
           PERFORM VARYING WS-TILL-IDX FROM 1 BY 1
                   UNTIL WS-TILL-IDX > WS-TILL-COUNT
               IF WS-TILL-PICK = 0 AND
                  WS-TS-KEY(WS-TILL-IDX) = WS-TILL-KEY
                   MOVE WS-TILL-IDX TO WS-TILL-PICK
               END-IF
           END-PERFORM
           IF WS-TILL-PICK = 0
               IF WS-TILL-COUNT < 200
                   ADD 1 TO WS-TILL-COUNT
                   MOVE WS-TILL-COUNT TO WS-TILL-PICK
                   MOVE WS-TILL-KEY TO WS-TS-KEY(WS-TILL-PICK)
                   MOVE 0 TO WS-TS-LINES(WS-TILL-PICK)
                             WS-TS-EXP-CASH(WS-TILL-PICK)
                             WS-TS-EXP-CARD(WS-TILL-PICK)
                             WS-TS-EXP-GIFT(WS-TILL-PICK)
                             WS-TS-DEC-CASH(WS-TILL-PICK)
                             WS-TS-DEC-CARD(WS-TILL-PICK)
                             WS-TS-DEC-GIFT(WS-TILL-PICK)
                   MOVE 'N' TO WS-TS-DECLARED-FLAG(WS-TILL-PICK)
               ELSE
                   IF WS-TILL-FULL-COUNT = 0
                       DISPLAY "ERROR - TILL SESSION TABLE FULL, "
                               "CANNOT CARRY " WS-TILL-KEY
                   END-IF
                   ADD 1 TO WS-TILL-FULL-COUNT
               END-IF
           END-IF
           .

      *------------------------------------------
      *THE EVENING CASH-UP: DECLARATIONS AGAINST EXPECTED TAKINGS
      *PER SESSION AND TENDER. A SESSION SHORT BY MORE THAN THE
      *TOLERANCE IS ALERTED; AN UNDECLARED SESSION OR A SHORTFALL
      *ENDS THE RUN WITH A WARNING.
       W600-TILL-RECONCILIATION    SECTION.
           PERFORM W610-LOAD-DECLARATIONS
           OPEN OUTPUT TILL-RPT-FILE
           IF WS-TILLRPT-STATUS NOT = "00"
               DISPLAY "ERROR - COULD NOT OPEN TILLRPT, STATUS "
                       WS-TILLRPT-STATUS " - NO CASH-UP REPORT"
               MOVE 8 TO RETURN-CODE
               GO TO W600-EXIT
           END-IF
           MOVE WS-BUSINESS-DATE TO TRH-DATE
           MOVE WS-TILL-TOLERANCE TO TRH-TOLERANCE
           WRITE TILL-RPT-RECORD FROM WS-TILL-RPT-HEAD
           IF RESTART-MODE
               MOVE "RESTARTED RUN - EXPECTED COVERS ONLY THE BASKETS"
                 TO TILL-RPT-RECORD
               WRITE TILL-RPT-RECORD
               MOVE "AFTER THE RESTART POINT, NO SHORTFALL ALERTS"
                 TO TILL-RPT-RECORD
               WRITE TILL-RPT-RECORD
           END-IF
           IF NOT DECLS-ON
               MOVE "NO CASHDECL - NOTHING DECLARED FOR ANY SESSION"
                 TO TILL-RPT-RECORD
               WRITE TILL-RPT-RECORD
           END-IF
           PERFORM VARYING WS-TILL-IDX FROM 1 BY 1
                   UNTIL WS-TILL-IDX > WS-TILL-COUNT
               PERFORM W620-REPORT-SESSION
           END-PERFORM
           MOVE SPACES TO TILL-RPT-RECORD
           WRITE TILL-RPT-RECORD
           MOVE "  ALL TILLS" TO TRT-LABEL
           MOVE WS-TILL-RUN-EXP TO TRT-EXPECTED
           MOVE WS-TILL-RUN-DEC TO TRT-DECLARED
           MOVE WS-TILL-RUN-OS TO TRT-OVER-SHORT
           WRITE TILL-RPT-RECORD FROM WS-TILL-TENDER-LINE
           MOVE "SESSIONS NOT DECLARED:" TO TRC-LABEL
           MOVE WS-TILL-UNDECL-COUNT TO TRC-COUNT
           MOVE 0 TO TRC-VALUE
           WRITE TILL-RPT-RECORD FROM WS-TILL-COUNT-LINE
           MOVE "SESSIONS SHORT BEYOND TOLERANCE:" TO TRC-LABEL
           MOVE WS-TILL-SHORT-COUNT TO TRC-COUNT
           WRITE TILL-RPT-RECORD FROM WS-TILL-COUNT-LINE
           MOVE "LINES WITH NO TILL SESSION:" TO TRC-LABEL
           MOVE WS-TILL-NO-SESSION-COUNT TO TRC-COUNT
           MOVE WS-TILL-NO-SESSION-VALUE TO TRC-VALUE
           WRITE TILL-RPT-RECORD FROM WS-TILL-COUNT-LINE
           IF WS-DECL-BAD-COUNT > 0
               MOVE "DECLARATIONS NOT NUMERIC - IGNORED:"
                 TO TRC-LABEL
               MOVE WS-DECL-BAD-COUNT TO TRC-COUNT
               MOVE 0 TO TRC-VALUE
               WRITE TILL-RPT-RECORD FROM WS-TILL-COUNT-LINE
           END-IF
           IF WS-TILL-FULL-COUNT > 0
               MOVE "LINES LOST - SESSION TABLE FULL:" TO TRC-LABEL
               MOVE WS-TILL-FULL-COUNT TO TRC-COUNT
               MOVE 0 TO TRC-VALUE
               WRITE TILL-RPT-RECORD FROM WS-TILL-COUNT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE TILL-RPT-FILE
           DISPLAY "STATUS - TILL CASH-UP: " WS-TILL-COUNT
                   " SESSION(S), " WS-TILL-UNDECL-COUNT
                   " NOT DECLARED, " WS-TILL-SHORT-COUNT
                   " SHORT BEYOND TOLERANCE"
           IF (WS-TILL-UNDECL-COUNT > 0 OR WS-TILL-SHORT-COUNT > 0)
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       W600-EXIT.
           EXIT.

      *EVERY DECLARATION ROW IS ADDED TO ITS SESSION; A ROW FOR A
      *SESSION THAT TOOK NOTHING THIS RUN OPENS ONE, SO A DRAWER
      *COUNTED WITH NO TAKINGS BEHIND IT STILL SHOWS AS OVER.
       W610-LOAD-DECLARATIONS      SECTION.
           OPEN INPUT CASH-DECL-FILE
           IF NOT CASHDECL-OK
               DISPLAY "WARNING - NO CASHDECL, STATUS "
                       WS-CASHDECL-STATUS " - NO SESSION DECLARED"
               GO TO W610-EXIT
           END-IF
           SET DECLS-ON TO TRUE
           PERFORM UNTIL DECLS-DONE
               READ CASH-DECL-FILE
                   AT END SET DECLS-DONE TO TRUE
                   NOT AT END
                       IF DC-CASH NUMERIC AND DC-CARD NUMERIC
                          AND DC-GIFT NUMERIC
                          AND DC-SESSION NOT = SPACES
                           MOVE DC-SESSION TO WS-TILL-KEY
                           PERFORM E720-FIND-TILL-SESSION
                           IF WS-TILL-PICK > 0
                               ADD DC-CASH
                                 TO WS-TS-DEC-CASH(WS-TILL-PICK)
                               ADD DC-CARD
                                 TO WS-TS-DEC-CARD(WS-TILL-PICK)
                               ADD DC-GIFT
                                 TO WS-TS-DEC-GIFT(WS-TILL-PICK)
                               SET TS-DECLARED(WS-TILL-PICK)
                                 TO TRUE
                           END-IF
                       ELSE
                           DISPLAY "WARNING - CASHDECL ROW FOR "
                                   DC-SESSION " IS NOT VALID - "
                                   "IGNORED"
                           ADD 1 TO WS-DECL-BAD-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASH-DECL-FILE.
       W610-EXIT.
           EXIT.

      *ONE SESSION: HEADING, A LINE PER TENDER AND THE SESSION
      *TOTAL, WITH THE ALERT WHEN THE DRAWER IS SHORT BEYOND THE
      *TOLERANCE.
       W620-REPORT-SESSION         SECTION.
           COMPUTE WS-TILL-OS-CASH = WS-TS-DEC-CASH(WS-TILL-IDX)
                                   - WS-TS-EXP-CASH(WS-TILL-IDX)
           COMPUTE WS-TILL-OS-CARD = WS-TS-DEC-CARD(WS-TILL-IDX)
                                   - WS-TS-EXP-CARD(WS-TILL-IDX)
           COMPUTE WS-TILL-OS-GIFT = WS-TS-DEC-GIFT(WS-TILL-IDX)
                                   - WS-TS-EXP-GIFT(WS-TILL-IDX)
           COMPUTE WS-TILL-OS-TOTAL = WS-TILL-OS-CASH
                                    + WS-TILL-OS-CARD
                                    + WS-TILL-OS-GIFT
           MOVE WS-TS-STORE(WS-TILL-IDX) TO TRS-STORE
           MOVE WS-TS-TILL(WS-TILL-IDX) TO TRS-TILL
           MOVE WS-TS-OPERATOR(WS-TILL-IDX) TO TRS-OPERATOR
           MOVE WS-TS-LINES(WS-TILL-IDX) TO TRS-LINES
           EVALUATE TRUE
               WHEN NOT TS-DECLARED(WS-TILL-IDX)
                   MOVE "** NOT DECLARED" TO TRS-NOTE
                   ADD 1 TO WS-TILL-UNDECL-COUNT
               WHEN WS-TILL-OS-TOTAL < 0 AND
                    0 - WS-TILL-OS-TOTAL > WS-TILL-TOLERANCE
                   MOVE "** SHORT BEYOND TOLERANCE" TO TRS-NOTE
                   IF NOT RESTART-MODE
                       ADD 1 TO WS-TILL-SHORT-COUNT
                       PERFORM W630-ALERT-SHORTFALL
                   END-IF
               WHEN WS-TS-LINES(WS-TILL-IDX) = 0
                   MOVE "DECLARED - NO TAKINGS" TO TRS-NOTE
               WHEN OTHER
                   MOVE SPACES TO TRS-NOTE
           END-EVALUATE
           MOVE SPACES TO TILL-RPT-RECORD
           WRITE TILL-RPT-RECORD
           WRITE TILL-RPT-RECORD FROM WS-TILL-SESS-LINE
           MOVE "  CASH" TO TRT-LABEL
           MOVE WS-TS-EXP-CASH(WS-TILL-IDX) TO TRT-EXPECTED
           MOVE WS-TS-DEC-CASH(WS-TILL-IDX) TO TRT-DECLARED
           MOVE WS-TILL-OS-CASH TO TRT-OVER-SHORT
           WRITE TILL-RPT-RECORD FROM WS-TILL-TENDER-LINE
           MOVE "  CARD" TO TRT-LABEL
           MOVE WS-TS-EXP-CARD(WS-TILL-IDX) TO TRT-EXPECTED
           MOVE WS-TS-DEC-CARD(WS-TILL-IDX) TO TRT-DECLARED
           MOVE WS-TILL-OS-CARD TO TRT-OVER-SHORT
           WRITE TILL-RPT-RECORD FROM WS-TILL-TENDER-LINE
           MOVE "  GIFT CARD" TO TRT-LABEL
           MOVE WS-TS-EXP-GIFT(WS-TILL-IDX) TO TRT-EXPECTED
           MOVE WS-TS-DEC-GIFT(WS-TILL-IDX) TO TRT-DECLARED
           MOVE WS-TILL-OS-GIFT TO TRT-OVER-SHORT
           WRITE TILL-RPT-RECORD FROM WS-TILL-TENDER-LINE
           MOVE "  SESSION" TO TRT-LABEL
           COMPUTE TRT-EXPECTED = WS-TS-EXP-CASH(WS-TILL-IDX)
                                + WS-TS-EXP-CARD(WS-TILL-IDX)
                                + WS-TS-EXP-GIFT(WS-TILL-IDX)
           COMPUTE TRT-DECLARED = WS-TS-DEC-CASH(WS-TILL-IDX)
                                + WS-TS-DEC-CARD(WS-TILL-IDX)
                                + WS-TS-DEC-GIFT(WS-TILL-IDX)
           MOVE WS-TILL-OS-TOTAL TO TRT-OVER-SHORT
           WRITE TILL-RPT-RECORD FROM WS-TILL-TENDER-LINE
           COMPUTE WS-TILL-RUN-EXP = WS-TILL-RUN-EXP
                                   + WS-TS-EXP-CASH(WS-TILL-IDX)
                                   + WS-TS-EXP-CARD(WS-TILL-IDX)
                                   + WS-TS-EXP-GIFT(WS-TILL-IDX)
           COMPUTE WS-TILL-RUN-DEC = WS-TILL-RUN-DEC
                                   + WS-TS-DEC-CASH(WS-TILL-IDX)
                                   + WS-TS-DEC-CARD(WS-TILL-IDX)
                                   + WS-TS-DEC-GIFT(WS-TILL-IDX)
           ADD WS-TILL-OS-TOTAL TO WS-TILL-RUN-OS
           .

       W630-ALERT-SHORTFALL        SECTION.
           MOVE 'W' TO WS-ALERT-SEVERITY
           MOVE "TILL SHORT BEYOND CASH-UP TOLERANCE"
             TO WS-ALERT-MESSAGE
           MOVE SPACES TO WS-ALERT-KEY
           MOVE WS-TS-STORE(WS-TILL-IDX) TO WS-ALERT-KEY(1:4)
           MOVE WS-TS-TILL(WS-TILL-IDX) TO WS-ALERT-KEY(5:3)
           CALL 'ALRTMOD' USING WS-CHK-JOB-NAME WS-BUSINESS-DATE
                                WS-ALERT-SEVERITY
                                WS-ALERT-MESSAGE WS-ALERT-KEY
           DISPLAY "WARNING - STORE " WS-TS-STORE(WS-TILL-IDX)
                   " TILL " WS-TS-TILL(WS-TILL-IDX)
                   " OPERATOR " WS-TS-OPERATOR(WS-TILL-IDX)
                   " SHORT " WS-TILL-OS-TOTAL
           .

       B300-WRITE-CHECKPOINT       SECTION.
           ADD 1 TO WS-CHECKPOINT-COUNT
           IF WS-CHECKPOINT-COUNT >= WS-CHECKPOINT-INTERVAL
               COMPUTE CHK-RECORD-COUNT =
                       WS-RESTART-COUNT + WS-RUN-INPUT-COUNT
               MOVE WS-REJECTED-DISC-COUNT TO CHK-REJECTED-DISC-COUNT
               MOVE WS-GL-TAKINGS TO CHK-GL-TAKINGS
               MOVE WS-GL-BASKET-VAT TO CHK-GL-BASKET-VAT
               MOVE WS-GL-CARD-ISSUES TO CHK-GL-CARD-ISSUES
               MOVE WS-GL-CARD-REDEEMS TO CHK-GL-CARD-REDEEMS
               MOVE SPACES TO CHK-FILLER
               WRITE CHECKPOINT-RECORD
               MOVE 0 TO WS-CHECKPOINT-COUNT
           END-PERFORM
           .

      *------------------------------------------
      *PRICE THE BASKET'S DISCOUNT LINES ON THE PROMOTION MASTER.
      *A LINE CLAIMING A DISCOUNT (A 'P' OR 'C' MARKER) THAT THE
      *MASTER DOES NOT ALLOW IS REFUSED - MARKED 'Z' LIKE ANY OTHER
      *INVALID DISCOUNT, SO ITS ITEMS GO THROUGH AT FULL PRICE. A
      *PLAIN PRICING LINE WHOSE CODE IS A LIVE PROMOTION TAKES THE
      *MASTER'S TERMS; OTHERWISE IT IS LEFT ALONE.
       D060-APPLY-PROMOTIONS       SECTION.
           MOVE 'N' TO WS-ITEM-RECODE-FLAG
           IF NOT PROMS-ON
               GO TO D060-EXIT
           END-IF
           PERFORM VARYING D-IDX FROM 1 BY 1 UNTIL D-IDX > WS-MAX-DISCS
               MOVE 0 TO WS-PROM-ROW-PICK(D-IDX)
               IF DISC-CODE(D-IDX) NOT = SPACES AND
                  DISC-CODE(D-IDX) NOT = "000"
                   PERFORM D065-CHECK-ONE-PROMOTION
               END-IF
           END-PERFORM
      *A PROMOTION WITH ITS OWN ITEM LIST TAKES THOSE ITEMS UNDER
      *ITS CODE FOR PRICING; THE ITEMS ARE RE-SORTED SO THE SINGLE
      *PASS IN C200 STILL MEETS THEM IN CODE ORDER.
           PERFORM VARYING D-IDX FROM 1 BY 1 UNTIL D-IDX > WS-MAX-DISCS
               IF WS-PROM-ROW-PICK(D-IDX) > 0
                   MOVE WS-PROM-ROW-PICK(D-IDX) TO WS-PROM-PICK
                   IF WS-PR-ITEMS(WS-PROM-PICK) NOT = SPACES
                       IF NOT ITEMS-RECODED
                           MOVE INPUT-RECORD(7:120) TO WS-ITEM-SAVE
                           SET ITEMS-RECODED TO TRUE
                       END-IF
                       PERFORM D067-RECODE-ITEMS
                   END-IF
               END-IF
           END-PERFORM
           IF ITEMS-RECODED
               PERFORM D100-SORT-ITEMS
           END-IF.
       D060-EXIT.
           EXIT.

       D065-CHECK-ONE-PROMOTION    SECTION.
           MOVE 'N' TO WS-PROM-CLAIM-FLAG
           IF DISC-MARKER(D-IDX) = "P" OR "C"
               SET PROM-CLAIMED TO TRUE
           END-IF
           MOVE 0 TO WS-PROM-PICK
           PERFORM VARYING WS-PROM-IDX FROM 1 BY 1
                   UNTIL WS-PROM-IDX > WS-PROM-COUNT
               IF WS-PROM-PICK = 0 AND
                  WS-PR-CODE(WS-PROM-IDX) = DISC-CODE(D-IDX)
                   MOVE WS-PROM-IDX TO WS-PROM-PICK
               END-IF
           END-PERFORM
           IF WS-PROM-PICK = 0
               MOVE "NOT ON MASTER" TO WS-PROM-REASON
               IF PROM-CLAIMED
                   PERFORM D066-REFUSE-PROMOTION
               END-IF
               GO TO D065-EXIT
           END-IF
           IF WS-PROM-DATE < WS-PR-START(WS-PROM-PICK) OR
              WS-PROM-DATE > WS-PR-END(WS-PROM-PICK)
               MOVE "OUTSIDE ITS DATES" TO WS-PROM-REASON
               IF PROM-CLAIMED
                   PERFORM D066-REFUSE-PROMOTION
               END-IF
               GO TO D065-EXIT
           END-IF
           IF WS-PR-STORES(WS-PROM-PICK) NOT = SPACES
               MOVE 'N' TO WS-PROM-STORE-FLAG
               PERFORM VARYING WS-PROM-SUB FROM 1 BY 1
                       UNTIL WS-PROM-SUB > 5
                   IF WS-PR-STORE(WS-PROM-PICK, WS-PROM-SUB)
                          = TILL-STORE AND TILL-STORE NOT = SPACES
                       SET PROM-STORE-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT PROM-STORE-FOUND
                   MOVE "NOT AT THIS STORE" TO WS-PROM-REASON
                   IF PROM-CLAIMED
                       PERFORM D066-REFUSE-PROMOTION
                   END-IF
                   GO TO D065-EXIT
               END-IF
           END-IF
      *ACCEPTED - THE MASTER'S TERMS REPLACE THE TILL'S, AND A TILL
      *THAT SENT DIFFERENT TERMS IS REPORTED AS AMENDED.
           MOVE 'N' TO WS-PROM-TILL-STACK
           IF DISC-STACKABLE(D-IDX)
               MOVE 'Y' TO WS-PROM-TILL-STACK
           END-IF
           IF DISC-COUNT(D-IDX) NOT = WS-PR-COUNT(WS-PROM-PICK) OR
              DISC-MARKER(D-IDX) NOT = WS-PR-MARKER(WS-PROM-PICK) OR
              DISC-VALUE(D-IDX) NOT = WS-PR-VALUE(WS-PROM-PICK) OR
              WS-PROM-TILL-STACK NOT =
                  WS-PR-STACK-FLAG(WS-PROM-PICK)
               MOVE "TERMS FROM MASTER" TO WS-PROM-REASON
               MOVE "AMENDED" TO WS-PROM-ACTION
               ADD 1 TO WS-PROM-AMENDED-COUNT
               PERFORM D068-REPORT-PROMOTION
           END-IF
           MOVE WS-PR-COUNT(WS-PROM-PICK) TO DISC-COUNT(D-IDX)
           MOVE WS-PR-MARKER(WS-PROM-PICK) TO DISC-MARKER(D-IDX)
           MOVE WS-PR-VALUE(WS-PROM-PICK) TO DISC-VALUE(D-IDX)
           MOVE WS-PR-STACK-FLAG(WS-PROM-PICK)
             TO DISC-STACK-FLAG(D-IDX)
           MOVE WS-PROM-PICK TO WS-PROM-ROW-PICK(D-IDX).
       D065-EXIT.
           EXIT.

       D066-REFUSE-PROMOTION       SECTION.
           IF NOT QUIET-MODE
               DISPLAY "DISCOUNT " DISC-CODE(D-IDX) " REFUSED - "
                       WS-PROM-REASON
           END-IF
           MOVE "Z" TO DISC-MARKER(D-IDX)
           ADD 1 TO WS-REJECTED-DISC-COUNT
           ADD 1 TO WS-PROM-REFUSED-COUNT
           MOVE "REFUSED" TO WS-PROM-ACTION
           PERFORM D068-REPORT-PROMOTION
           .

       D067-RECODE-ITEMS           SECTION.
           PERFORM VARYING I-IDX FROM 1 BY 1
                   UNTIL I-IDX > WS-MAX-ITEMS
               IF ITEM-CODE(I-IDX) NOT = SPACES AND
                  ITEM-CODE(I-IDX) NOT = '000'
                   PERFORM VARYING WS-PROM-SUB FROM 1 BY 1
                           UNTIL WS-PROM-SUB > 5
                       IF WS-PR-ITEM(WS-PROM-PICK, WS-PROM-SUB)
                              = ITEM-CODE(I-IDX)
                           MOVE DISC-CODE(D-IDX) TO ITEM-CODE(I-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

      *ONE REPORT LINE, TALLIED AGAINST ITS TILL FOR THE SUMMARY.
       D068-REPORT-PROMOTION       SECTION.
           MOVE TILL-STORE TO PRR-STORE
           MOVE TILL-ID TO PRR-TILL
           MOVE ACCOUNT TO PRR-ACCOUNT
           MOVE DISC-CODE(D-IDX) TO PRR-CODE
           MOVE WS-PROM-ACTION TO PRR-ACTION
           MOVE WS-PROM-REASON TO PRR-REASON
           WRITE PROM-RPT-RECORD FROM WS-PROM-LINE
           MOVE 0 TO WS-PT-PICK
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
               IF WS-PT-PICK = 0 AND
                  WS-PT-STORE(WS-PT-IDX) = TILL-STORE AND
                  WS-PT-TILL(WS-PT-IDX) = TILL-ID
                   MOVE WS-PT-IDX TO WS-PT-PICK
               END-IF
           END-PERFORM
           IF WS-PT-PICK = 0 AND WS-PT-COUNT < 200
               ADD 1 TO WS-PT-COUNT
               MOVE WS-PT-COUNT TO WS-PT-PICK
               MOVE TILL-STORE TO WS-PT-STORE(WS-PT-PICK)
               MOVE TILL-ID TO WS-PT-TILL(WS-PT-PICK)
               MOVE 0 TO WS-PT-REFUSED(WS-PT-PICK)
                         WS-PT-AMENDED(WS-PT-PICK)
           END-IF
           IF WS-PT-PICK > 0
               IF WS-PROM-ACTION = "REFUSED"
                   ADD 1 TO WS-PT-REFUSED(WS-PT-PICK)
               ELSE
                   ADD 1 TO WS-PT-AMENDED(WS-PT-PICK)
               END-IF
           END-IF
           .

      *PUT THE TILL'S ITEM CODES BACK AFTER PRICING.
       D070-RESTORE-ITEMS          SECTION.
           IF ITEMS-RECODED
               MOVE WS-ITEM-SAVE TO INPUT-RECORD(7:120)
               MOVE 'N' TO WS-ITEM-RECODE-FLAG
           END-IF
           .

      *THE PER-TILL SUMMARY CLOSES THE PROMOTION REPORT.
       W650-CLOSE-PROMOTIONS       SECTION.
           IF NOT PROMS-ON
               GO TO W650-EXIT
           END-IF
           MOVE SPACES TO PROM-RPT-RECORD
           WRITE PROM-RPT-RECORD
           WRITE PROM-RPT-RECORD FROM WS-PROM-SUM-HEAD
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
               MOVE WS-PT-STORE(WS-PT-IDX) TO PRS-STORE
               MOVE WS-PT-TILL(WS-PT-IDX) TO PRS-TILL
               MOVE WS-PT-REFUSED(WS-PT-IDX) TO PRS-REFUSED
               MOVE WS-PT-AMENDED(WS-PT-IDX) TO PRS-AMENDED
               WRITE PROM-RPT-RECORD FROM WS-PROM-SUM-LINE
           END-PERFORM
           CLOSE PROM-RPT-FILE
           DISPLAY "STATUS - PROMOTIONS: " WS-PROM-REFUSED-COUNT
                   " TILL DISCOUNT(S) REFUSED, "
                   WS-PROM-AMENDED-COUNT " AMENDED TO MASTER TERMS".
       W650-EXIT.
           EXIT.

      *LOAD THE PRICE MASTER (DEPTCTRL IDIOM). NO PRICECTL MEANS
      *THE TILL-SENT VALUES STAND, AS THEY ALWAYS HAVE.
       B150-LOAD-PRICE-MASTER      SECTION.
           END-IF
           .

      *LOAD THE PROMOTION MASTER. ROWS OUT OF DATE ARE STILL HELD
      *SO A STALE TILL CODE IS REFUSED FOR THE RIGHT REASON.
       B165-LOAD-PROMOTIONS        SECTION.
           MOVE WS-BUSINESS-DATE TO WS-PROM-DATE
           OPEN INPUT PROM-CTRL-FILE
           IF NOT PROM-OK
               DISPLAY "WARNING - PROMCTL NOT FOUND, TILL DISCOUNT "
                       "TERMS STAND"
               GO TO B165-EXIT
           END-IF
           PERFORM UNTIL PROMS-DONE
               READ PROM-CTRL-FILE
                   AT END SET PROMS-DONE TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN PROM-COUNT NOT NUMERIC OR
                                PROM-VALUE NOT NUMERIC OR
                                PROM-START-DATE NOT NUMERIC OR
                                PROM-END-DATE NOT NUMERIC
                               DISPLAY "WARNING - PROMCTL ROW FOR "
                                       PROM-DISC-CODE " NOT NUMERIC"
                                       " - IGNORED"
                           WHEN WS-PROM-COUNT NOT < 200
                               DISPLAY "STATUS - PROMOTION TABLE "
                                       "FULL, CANNOT CARRY "
                                       PROM-DISC-CODE
                           WHEN OTHER
                               PERFORM B166-HOLD-PROMOTION
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE PROM-CTRL-FILE
           SET PROMS-ON TO TRUE
           DISPLAY "STATUS - " WS-PROM-COUNT " PROMOTION(S) LOADED"
           IF RESTART-MODE
               OPEN EXTEND PROM-RPT-FILE
           ELSE
               OPEN OUTPUT PROM-RPT-FILE
           END-IF.
       B165-EXIT.
           EXIT.

       B166-HOLD-PROMOTION         SECTION.
           ADD 1 TO WS-PROM-COUNT
           MOVE WS-PROM-COUNT TO WS-PROM-IDX
           MOVE PROM-DISC-CODE TO WS-PR-CODE(WS-PROM-IDX)
           MOVE PROM-COUNT TO WS-PR-COUNT(WS-PROM-IDX)
           MOVE PROM-MARKER TO WS-PR-MARKER(WS-PROM-IDX)
           MOVE PROM-VALUE TO WS-PR-VALUE(WS-PROM-IDX)
           IF PROM-STACKABLE
               MOVE 'Y' TO WS-PR-STACK-FLAG(WS-PROM-IDX)
           ELSE
               MOVE 'N' TO WS-PR-STACK-FLAG(WS-PROM-IDX)
           END-IF
           MOVE PROM-START-DATE TO WS-PR-START(WS-PROM-IDX)
           MOVE PROM-END-DATE TO WS-PR-END(WS-PROM-IDX)
           MOVE PROM-STORES TO WS-PR-STORES(WS-PROM-IDX)
           MOVE PROM-ITEMS TO WS-PR-ITEMS(WS-PROM-IDX)
           .

      *LOAD THE VAT RATE CLASSES - THEIR PRESENCE SWITCHES THE VAT
      *ACCUMULATION ON. ONLY ROWS IN FORCE ON THE BUSINESS DATE
      *COUNT, SO A RERUN OF AN EARLIER DATE GETS THAT DATE'S RATES.
       B155-LOAD-VAT-CLASSES       SECTION.
           OPEN INPUT BVAT-CTRL-FILE
           IF BVAT-OK
                   READ BVAT-CTRL-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF BV-EFF-FROM NOT NUMERIC
                                   OR BV-EFF-TO NOT NUMERIC
                                   OR BV-EFF-FROM > WS-BUSINESS-DATE
                                   OR BV-EFF-TO < WS-BUSINESS-DATE
                               ADD 1 TO WS-VAT-NOT-IN-FORCE
                           ELSE
                               IF WS-VAT-COUNT < 10
                                       AND BV-RATE NUMERIC
                                   ADD 1 TO WS-VAT-COUNT
                                   MOVE BV-CLASS
                                     TO WS-VAT-CLASS(WS-VAT-COUNT)
                                   MOVE BV-RATE
                                     TO WS-VAT-RATE(WS-VAT-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BVAT-CTRL-FILE
               IF WS-VAT-NOT-IN-FORCE > 0
                   DISPLAY "STATUS - " WS-VAT-NOT-IN-FORCE " BVATCTL "
                           "ROW(S) NOT IN FORCE ON " WS-BUSINESS-DATE
               END-IF
               IF WS-VAT-COUNT > 0
                   SET VAT-ON TO TRUE
                   DISPLAY "STATUS - VAT ACCUMULATION ON, "
                           "PRICE(S) DISAGREED WITH THE MASTER"
               END-IF
           END-IF
           PERFORM W650-CLOSE-PROMOTIONS
           PERFORM E390-CLOSE-LOYALTY
           PERFORM E690-CLOSE-CARDS
           PERFORM W600-TILL-RECONCILIATION
           IF VAT-ON
               PERFORM W700-WRITE-VAT-RETURN
           END-IF
           PERFORM W800-CLOSE-STOCK
           PERFORM W900-WRITE-GL-EXTRACT
           DISPLAY "STATUS - GROSS SALES THIS RUN: "
                   WS-GROSS-SALES
           DISPLAY "STATUS - TOTAL REFUNDS THIS RUN: "
                   " RETURNED ITEM(S))"
           DISPLAY "STATUS - FILES CLOSED"
           .

      *------------------------------------------
      *POST THE RUN'S TRADING TO THE GL - TAKINGS AND VAT AGAINST
      *THE TILLS, ISSUES AND REDEMPTIONS AGAINST THE GIFT-CARD
      *LIABILITY. ZERO AMOUNTS ARE NOT POSTED.
       W900-WRITE-GL-EXTRACT       SECTION.
           OPEN OUTPUT GL-EXTRACT-FILE
           IF NOT GLEXT-OK
               DISPLAY "ERROR - COULD NOT OPEN GLEXTOU4, STATUS "
                       WS-GLEXT-STATUS " - TRADING NOT POSTED TO GL"
               MOVE 8 TO RETURN-CODE
               GO TO W900-EXIT
           END-IF
           MOVE 'TILLS' TO WS-GL-ACCOUNT
           COMPUTE WS-GL-AMOUNT ROUNDED = WS-GL-TAKINGS
           MOVE 'B' TO GL-MARKER
           PERFORM W910-WRITE-GL-RECORD
           COMPUTE WS-GL-AMOUNT ROUNDED = WS-GL-BASKET-VAT
           MOVE 'V' TO GL-MARKER
           PERFORM W910-WRITE-GL-RECORD
           MOVE 'GCARD' TO WS-GL-ACCOUNT
           COMPUTE WS-GL-AMOUNT ROUNDED = WS-GL-CARD-ISSUES
           MOVE 'G' TO GL-MARKER
           PERFORM W910-WRITE-GL-RECORD
           COMPUTE WS-GL-AMOUNT ROUNDED = WS-GL-CARD-REDEEMS
           MOVE 'H' TO GL-MARKER
           PERFORM W910-WRITE-GL-RECORD
           CLOSE GL-EXTRACT-FILE
           DISPLAY "STATUS - " WS-GL-COUNT " GL POSTING(S) WRITTEN "
                   "TO GLEXTOU4".
       W900-EXIT.
           EXIT.

       W910-WRITE-GL-RECORD        SECTION.
           IF WS-GL-AMOUNT NOT = 0
               MOVE WS-GL-ACCOUNT TO GL-ACCOUNT-NUM
               MOVE WS-GL-AMOUNT TO GL-TRANS-AMOUNT
               MOVE 0 TO GL-BALANCE
               MOVE WS-BUSINESS-DATE TO GL-RUN-DATE
               MOVE WS-CHK-JOB-NAME TO GL-SOURCE-JOB
               MOVE SPACES TO GL-FILLER
               WRITE GL-EXTRACT-RECORD
               ADD 1 TO WS-GL-COUNT
           END-IF
           .
