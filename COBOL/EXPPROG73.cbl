       ID DIVISION.
       PROGRAM-ID. EXPPROG73.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * TRANSACTION DISPUTE AND CHARGEBACK REGISTER. A DISPUTED
      * DEBIT IS HELD ON THE KEYED REGISTER DSPREG (ACCOUNT,
      * TRANSACTION DATE AND AMOUNT ARE THE KEY; TRANS-DETAILS,
      * SCHEME REASON CODE, STATUS AND THE OPENED / CHASED / CLOSED
      * DATES RIDE WITH IT), MAINTAINED FROM THE DISPUTE-ACTION
      * FILE DSPACT:
      *   'O' OPEN    - ADDS THE DISPUTE (STATUS 'O') AND POSTS A
      *                 PROVISIONAL CREDIT FOR THE AMOUNT;
      *   'C' CHASE   - THE CHARGEBACK IS WITH THE OTHER BANK
      *                 (STATUS 'C', CHASE DATE STAMPED);
      *   'F' FAVOUR  - RESOLVED FOR THE CUSTOMER, THE PROVISIONAL
      *                 CREDIT STANDS AS FINAL (STATUS 'F');
      *   'A' AGAINST - RESOLVED AGAINST THE CUSTOMER, THE CREDIT
      *                 IS TAKEN BACK BY A REVERSAL DEBIT
      *                 (STATUS 'A').
      * POSTINGS ARE WRITTEN AS ORDINARY GOODFILE-FORMAT
      * TRANSACTIONS ON DSPOUT, SORTED INTO ASCENDING ACCOUNT ORDER
      * SO THE FILE CAN GO STRAIGHT IN AS THE DTBPROG6 MERGE'S
      * GOODFILE (SAME ROUTE AS EXPPROG20'S POSTOUT). AN ACTION
      * THAT DOES NOT FIT THE REGISTER (UNKNOWN DISPUTE, DUPLICATE
      * OPEN, ALREADY RESOLVED) IS REFUSED WITH RC 4 AND POSTS
      * NOTHING.
      *
      * A PARM OF 'AGE ' RUNS THE WEEKLY AGING REPORT INSTEAD
      * (DSPAGE): EVERY DISPUTE STILL OPEN OR CHASED, ITS AGE, AND
      * THE SCHEME'S RESPONSE DEADLINE FOR ITS REASON CODE FROM
      * DSPCTL (REASON, RESPONSE DAYS FROM OPENING, DESCRIPTION;
      * 45 DAYS WHEN THE REASON IS NOT ON THE CARD). DISPUTES PAST
      * THEIR DEADLINE ARE FLAGGED OVERDUE AND SET RC 4.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT DISPUTE-REG-FILE ASSIGN TO DSPREG
           ACCESS             IS DYNAMIC
           ORGANIZATION       IS INDEXED
           RECORD KEY         IS DR-KEY
           FILE STATUS        IS WS-REG-STATUS.
           SELECT DSP-ACTION-FILE ASSIGN TO DSPACT
           FILE STATUS IS WS-ACT-STATUS.
           SELECT DSP-POST-FILE ASSIGN TO DSPOUT
           FILE STATUS IS WS-POST-STATUS.
           SELECT DSP-CTRL-FILE ASSIGN TO DSPCTL
           FILE STATUS IS WS-DCTL-STATUS.
           SELECT DSP-AGE-RPT ASSIGN TO DSPAGE
           FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *ONE ROW PER DISPUTE. AMOUNT IS THE DISPUTED DEBIT IN PENCE.
       FD DISPUTE-REG-FILE.
       01 DISPUTE-REG-REC.
           03 DR-KEY.
               05 DR-ACCOUNT         PIC 9(5).
               05 DR-TRANS-DATE      PIC 9(8).
               05 DR-AMOUNT          PIC 9(9).
           03 DR-TRANS-DETAILS       PIC X(20).
           03 DR-REASON              PIC X(4).
           03 DR-STATUS              PIC X(1).
               88 DR-OPEN            VALUE 'O'.
               88 DR-CHASED          VALUE 'C'.
               88 DR-UNRESOLVED      VALUE 'O', 'C'.
               88 DR-FOR-CUSTOMER    VALUE 'F'.
               88 DR-AGAINST         VALUE 'A'.
           03 DR-OPENED-DATE         PIC 9(8).
           03 DR-CHASED-DATE         PIC 9(8).
           03 DR-CLOSED-DATE         PIC 9(8).
           03 DR-INITIAL-VAL         PIC X(1).
           03 DR-SURNAME             PIC X(20).
           03 FILLER                 PIC X(8).

      *ONE ACTION PER RECORD - SEE THE HEADER. THE DETAILS, REASON
      *AND NAME ARE ONLY READ ON AN OPEN.
       FD DSP-ACTION-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 DSP-ACTION-REC.
           03 DA-ACTION              PIC X(1).
           03 DA-ACCOUNT             PIC 9(5).
           03 DA-TRANS-DATE          PIC 9(8).
           03 DA-AMOUNT              PIC 9(9).
           03 DA-TRANS-DETAILS       PIC X(20).
           03 DA-REASON              PIC X(4).
           03 DA-INITIAL-VAL         PIC X(1).
           03 DA-SURNAME             PIC X(20).
           03 FILLER                 PIC X(12).

      *DTBPROG6'S GOODFILE LAYOUT - MUST BE KEPT IN STEP WITH THE
      *GOOD-RECORD DECLARED THERE.
       FD DSP-POST-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 GOOD-RECORD.
           COPY GOODREC REPLACING ==:PRE:== BY ==G==.

      *SCHEME RESPONSE DEADLINES BY REASON CODE.
       FD DSP-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 DSP-CTRL-REC.
           03 DC-REASON              PIC X(4).
           03 DC-RESPONSE-DAYS       PIC 9(3).
           03 DC-DESCRIPTION         PIC X(30).
           03 FILLER                 PIC X(43).

       FD DSP-AGE-RPT BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 DSP-AGE-RECORD             PIC X(100).

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
       01 WS-TODAY-NUM               PIC 9(8).
       01 WS-TODAY-INT               PIC 9(8).

       01 WS-REG-STATUS              PIC X(2).
           88 REG-OK                 VALUE "00".
           88 REG-NOT-FOUND          VALUE "35".
       01 WS-ACT-STATUS              PIC X(2).
           88 ACT-OK                 VALUE "00".
       01 WS-POST-STATUS             PIC X(2).
           88 POST-OK                VALUE "00".
       01 WS-DCTL-STATUS             PIC X(2).
           88 DCTL-OK                VALUE "00".
       01 WS-RPT-STATUS              PIC X(2).
           88 RPT-OK                 VALUE "00".
       01 WS-RUNLOG-STATUS           PIC X(2).

       01 WS-EOF-FLAG                PIC X VALUE 'N'.
           88 INPUT-DONE             VALUE 'Y'.
       01 WS-AGE-FLAG                PIC X VALUE 'N'.
           88 AGE-MODE               VALUE 'Y'.

       01 WS-RUN-INPUT-COUNT         PIC 9(8) VALUE 0.
       01 WS-APPLIED-COUNT           PIC 9(8) VALUE 0.
       01 WS-REFUSED-COUNT           PIC 9(8) VALUE 0.

      *POSTINGS HELD FOR THE SORT INTO ACCOUNT ORDER. THE TABLE IS
      *THE SORT AREA, SO AN OVERFLOW REJECTS THE RUN BEFORE THE
      *REGISTER IS TOUCHED FURTHER.
       01 WS-POST-MAX                PIC 9(4) VALUE 1000.
       01 WS-POST-COUNT              PIC 9(4) VALUE 0.
       01 WS-POST-TABLE.
           03 WS-POST-ENTRY OCCURS 1000 TIMES.
               05 WS-PST-ACCOUNT     PIC 9(5).
               05 WS-PST-MARKER      PIC X(1).
               05 WS-PST-AMOUNT      PIC S9(9) COMP-3.
               05 WS-PST-INITIAL     PIC X(1).
               05 WS-PST-SURNAME     PIC X(20).
       01 WS-SORT-IDX                PIC 9(4).
       01 WS-SORT-JDX                PIC 9(4).
       01 WS-SWAP-ENTRY.
           03 WS-SWP-ACCOUNT         PIC 9(5).
           03 WS-SWP-MARKER          PIC X(1).
           03 WS-SWP-AMOUNT          PIC S9(9) COMP-3.
           03 WS-SWP-INITIAL         PIC X(1).
           03 WS-SWP-SURNAME         PIC X(20).
       01 WS-POST-TOTAL              PIC S9(11) VALUE 0.

      *SCHEME DEADLINES.
       01 WS-DFT-RESPONSE-DAYS       PIC 9(3) VALUE 45.
       01 WS-DLN-COUNT               PIC 9(2) VALUE 0.
       01 WS-DLN-TABLE.
           03 WS-DLN-ENTRY OCCURS 50 TIMES INDEXED BY WS-DLN-IDX.
               05 WS-DLN-REASON      PIC X(4).
               05 WS-DLN-DAYS        PIC 9(3).
               05 WS-DLN-DESC        PIC X(30).
       01 WS-DLN-FOUND               PIC X VALUE 'N'.
           88 DLN-FOUND              VALUE 'Y'.

      *AGING WORK FIELDS.
       01 WS-OPENED-NUM              PIC 9(8).
       01 WS-OPENED-INT              PIC 9(8).
       01 WS-DUE-INT                 PIC 9(8).
       01 WS-DUE-NUM                 PIC 9(8).
       01 WS-AGE-DAYS                PIC S9(5).
       01 WS-DAYS-LEFT               PIC S9(5).
       01 WS-RESPONSE-DAYS           PIC 9(3).
       01 WS-OUTSTANDING-COUNT       PIC 9(6) VALUE 0.
       01 WS-OVERDUE-COUNT           PIC 9(6) VALUE 0.
       01 WS-OUTSTANDING-AMOUNT      PIC 9(11) VALUE 0.

       01 WS-RPT-HEAD                PIC X(100) VALUE
          "OPEN DISPUTES AGAINST SCHEME RESPONSE DEADLINES".
       01 WS-RPT-DATE-LINE.
           03 FILLER                 PIC X(15) VALUE
              "BUSINESS DATE ".
           03 RD-DATE                PIC X(8).
           03 FILLER                 PIC X(77) VALUE SPACES.
       01 WS-RPT-COL-HEAD.
           03 FILLER                 PIC X(36) VALUE
              "ACCT  TRANS DT       AMOUNT RSN  ST ".
           03 FILLER                 PIC X(44) VALUE
              "OPENED   AGE  DEADLINE    LEFT SCHEME REASON".
           03 FILLER                 PIC X(20) VALUE SPACES.
       01 WS-RPT-DETAIL-LINE.
           03 DL-ACCOUNT             PIC 9(5).
           03 FILLER                 PIC X(1) VALUE SPACES.
           03 DL-TRANS-DATE          PIC 9(8).
           03 FILLER                 PIC X(1) VALUE SPACES.
           03 DL-AMOUNT              PIC Z(8)9.99.
           03 FILLER                 PIC X(1) VALUE SPACES.
           03 DL-REASON              PIC X(4).
           03 FILLER                 PIC X(1) VALUE SPACES.
           03 DL-STATUS              PIC X(1).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 DL-OPENED              PIC 9(8).
           03 FILLER                 PIC X(1) VALUE SPACES.
           03 DL-AGE                 PIC ZZZ9.
           03 FILLER                 PIC X(1) VALUE SPACES.
           03 DL-DEADLINE            PIC 9(8).
           03 FILLER                 PIC X(1) VALUE SPACES.
           03 DL-LEFT                PIC X(7).
           03 DL-LEFT-NUM REDEFINES DL-LEFT PIC -(6)9.
           03 FILLER                 PIC X(1) VALUE SPACES.
           03 DL-DESCRIPTION         PIC X(24).
           03 FILLER                 PIC X(8) VALUE SPACES.
       01 WS-RPT-COUNT-LINE.
           03 CL-LABEL               PIC X(32).
           03 CL-COUNT               PIC Z(7)9.
           03 FILLER                 PIC X(60) VALUE SPACES.
       01 WS-RPT-AMOUNT-LINE.
           03 AL-LABEL               PIC X(32).
           03 AL-AMOUNT              PIC Z(10)9.99.
           03 FILLER                 PIC X(54) VALUE SPACES.
       01 WS-RPT-BLANK               PIC X(100) VALUE SPACES.
       01 WS-AMOUNT-POUNDS           PIC 9(9)V9(2).
       01 WS-TOTAL-POUNDS            PIC 9(11)V9(2).

       LINKAGE SECTION.
       01 INPUT-PARM.
           03 PARM-LENGTH            PIC S9(04) COMP.
           03 PARM-DATA              PIC X(4).
      *
       PROCEDURE DIVISION USING INPUT-PARM.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           IF PARM-LENGTH >= 3 AND PARM-DATA(1:3) = 'AGE'
               SET AGE-MODE TO TRUE
           END-IF
           IF AGE-MODE
               DISPLAY "STATUS - STARTING DISPUTE AGING REPORT"
               PERFORM R100-AGING-REPORT
               PERFORM Z100-WRITE-RUN-LOG
               DISPLAY "STATUS - DISPUTES OUTSTANDING: "
                       WS-OUTSTANDING-COUNT
               DISPLAY "STATUS - PAST SCHEME DEADLINE: "
                       WS-OVERDUE-COUNT
               DISPLAY "STATUS - DISPUTE AGING REPORT DONE"
               GOBACK
           END-IF
           DISPLAY "STATUS - STARTING DISPUTE REGISTER MAINTENANCE"
           PERFORM B100-OPEN-REGISTER
           PERFORM C100-APPLY-ACTIONS
           CLOSE DISPUTE-REG-FILE
           PERFORM C300-SORT-POSTINGS
           PERFORM W100-WRITE-POSTINGS
           IF WS-REFUSED-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - ACTIONS APPLIED: " WS-APPLIED-COUNT
           DISPLAY "STATUS - ACTIONS REFUSED: " WS-REFUSED-COUNT
           DISPLAY "STATUS - POSTINGS WRITTEN: " WS-POST-COUNT
           DISPLAY "STATUS - DISPUTE REGISTER MAINTENANCE DONE"
           GOBACK
           .

      *THE FIRST RUN CREATES THE REGISTER.
       B100-OPEN-REGISTER     SECTION.
           OPEN I-O DISPUTE-REG-FILE
           IF REG-NOT-FOUND
               DISPLAY "STATUS - NO DISPUTE REGISTER YET, CREATING"
               OPEN OUTPUT DISPUTE-REG-FILE
               CLOSE DISPUTE-REG-FILE
               OPEN I-O DISPUTE-REG-FILE
           END-IF
           IF NOT REG-OK
               DISPLAY "ERROR - COULD NOT OPEN DSPREG, STATUS "
                       WS-REG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           .

       C100-APPLY-ACTIONS     SECTION.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT DSP-ACTION-FILE
           IF NOT ACT-OK
               DISPLAY "WARNING - DSPACT NOT FOUND, NO ACTIONS TO "
                       "APPLY"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM UNTIL INPUT-DONE
                   READ DSP-ACTION-FILE
                       AT END SET INPUT-DONE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RUN-INPUT-COUNT
                           PERFORM C200-APPLY-ONE-ACTION
                   END-READ
               END-PERFORM
               CLOSE DSP-ACTION-FILE
           END-IF
           .

       C200-APPLY-ONE-ACTION  SECTION.
           IF DA-ACCOUNT NOT NUMERIC OR DA-TRANS-DATE NOT NUMERIC
                   OR DA-AMOUNT NOT NUMERIC OR DA-AMOUNT = 0
               DISPLAY "WARNING - ACTION " WS-RUN-INPUT-COUNT
                       " HAS A BAD ACCOUNT, DATE OR AMOUNT, REFUSED"
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               MOVE DA-ACCOUNT TO DR-ACCOUNT
               MOVE DA-TRANS-DATE TO DR-TRANS-DATE
               MOVE DA-AMOUNT TO DR-AMOUNT
               EVALUATE DA-ACTION
                   WHEN 'O'
                       PERFORM C210-OPEN-DISPUTE
                   WHEN 'C'
                       PERFORM C220-CHASE-DISPUTE
                   WHEN 'F'
                       PERFORM C230-RESOLVE-FOR-CUSTOMER
                   WHEN 'A'
                       PERFORM C240-RESOLVE-AGAINST
                   WHEN OTHER
                       DISPLAY "WARNING - UNKNOWN DISPUTE ACTION '"
                               DA-ACTION "' FOR ACCOUNT " DA-ACCOUNT
                               ", REFUSED"
                       ADD 1 TO WS-REFUSED-COUNT
               END-EVALUATE
           END-IF
           .

       C210-OPEN-DISPUTE      SECTION.
           READ DISPUTE-REG-FILE
               INVALID KEY
                   MOVE DA-TRANS-DETAILS TO DR-TRANS-DETAILS
                   MOVE DA-REASON TO DR-REASON
                   SET DR-OPEN TO TRUE
                   MOVE WS-BUSINESS-DATE TO DR-OPENED-DATE
                   MOVE 0 TO DR-CHASED-DATE
                   MOVE 0 TO DR-CLOSED-DATE
                   MOVE DA-INITIAL-VAL TO DR-INITIAL-VAL
                   MOVE DA-SURNAME TO DR-SURNAME
                   WRITE DISPUTE-REG-REC
                       INVALID KEY
                           DISPLAY "ERROR - COULD NOT ADD DISPUTE "
                                   DR-KEY ", STATUS " WS-REG-STATUS
                           ADD 1 TO WS-REFUSED-COUNT
                       NOT INVALID KEY
                           MOVE 'C' TO WS-SWP-MARKER
                           COMPUTE WS-SWP-AMOUNT = DR-AMOUNT
                           PERFORM C250-HOLD-POSTING
                           ADD 1 TO WS-APPLIED-COUNT
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "WARNING - DISPUTE " DR-KEY
                           " IS ALREADY ON THE REGISTER, STATUS "
                           DR-STATUS ", OPEN REFUSED"
                   ADD 1 TO WS-REFUSED-COUNT
           END-READ
           .

       C220-CHASE-DISPUTE     SECTION.
           READ DISPUTE-REG-FILE
               INVALID KEY
                   DISPLAY "WARNING - DISPUTE " DR-KEY
                           " NOT ON THE REGISTER, CHASE REFUSED"
                   ADD 1 TO WS-REFUSED-COUNT
               NOT INVALID KEY
                   IF DR-UNRESOLVED
                       SET DR-CHASED TO TRUE
                       MOVE WS-BUSINESS-DATE TO DR-CHASED-DATE
                       REWRITE DISPUTE-REG-REC
                       ADD 1 TO WS-APPLIED-COUNT
                   ELSE
                       DISPLAY "WARNING - DISPUTE " DR-KEY
                               " ALREADY RESOLVED, CHASE REFUSED"
                       ADD 1 TO WS-REFUSED-COUNT
                   END-IF
           END-READ
           .

      *THE PROVISIONAL CREDIT POSTED AT OPENING SIMPLY STANDS.
       C230-RESOLVE-FOR-CUSTOMER SECTION.
           READ DISPUTE-REG-FILE
               INVALID KEY
                   DISPLAY "WARNING - DISPUTE " DR-KEY
                           " NOT ON THE REGISTER, RESOLUTION REFUSED"
                   ADD 1 TO WS-REFUSED-COUNT
               NOT INVALID KEY
                   IF DR-UNRESOLVED
                       SET DR-FOR-CUSTOMER TO TRUE
                       MOVE WS-BUSINESS-DATE TO DR-CLOSED-DATE
                       REWRITE DISPUTE-REG-REC
                       ADD 1 TO WS-APPLIED-COUNT
                   ELSE
                       DISPLAY "WARNING - DISPUTE " DR-KEY
                               " ALREADY RESOLVED, RESOLUTION "
                               "REFUSED"
                       ADD 1 TO WS-REFUSED-COUNT
                   END-IF
           END-READ
           .

       C240-RESOLVE-AGAINST   SECTION.
           READ DISPUTE-REG-FILE
               INVALID KEY
                   DISPLAY "WARNING - DISPUTE " DR-KEY
                           " NOT ON THE REGISTER, RESOLUTION REFUSED"
                   ADD 1 TO WS-REFUSED-COUNT
               NOT INVALID KEY
                   IF DR-UNRESOLVED
                       SET DR-AGAINST TO TRUE
                       MOVE WS-BUSINESS-DATE TO DR-CLOSED-DATE
                       REWRITE DISPUTE-REG-REC
                       MOVE 'D' TO WS-SWP-MARKER
                       COMPUTE WS-SWP-AMOUNT = 0 - DR-AMOUNT
                       PERFORM C250-HOLD-POSTING
                       ADD 1 TO WS-APPLIED-COUNT
                   ELSE
                       DISPLAY "WARNING - DISPUTE " DR-KEY
                               " ALREADY RESOLVED, RESOLUTION "
                               "REFUSED"
                       ADD 1 TO WS-REFUSED-COUNT
                   END-IF
           END-READ
           .

      *MARKER AND SIGNED AMOUNT ARRIVE IN WS-SWAP-ENTRY; THE NAME
      *COMES FROM THE REGISTER ROW.
       C250-HOLD-POSTING      SECTION.
           IF WS-POST-COUNT >= WS-POST-MAX
               DISPLAY "ERROR - MORE THAN " WS-POST-MAX
                       " DISPUTE POSTINGS, RUN REJECTED"
               CLOSE DISPUTE-REG-FILE
                     DSP-ACTION-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           ADD 1 TO WS-POST-COUNT
           MOVE DR-ACCOUNT TO WS-PST-ACCOUNT(WS-POST-COUNT)
           MOVE WS-SWP-MARKER TO WS-PST-MARKER(WS-POST-COUNT)
           MOVE WS-SWP-AMOUNT TO WS-PST-AMOUNT(WS-POST-COUNT)
           MOVE DR-INITIAL-VAL TO WS-PST-INITIAL(WS-POST-COUNT)
           MOVE DR-SURNAME TO WS-PST-SURNAME(WS-POST-COUNT)
           ADD WS-SWP-AMOUNT TO WS-POST-TOTAL
           .

      *STRAIGHT SELECTION SORT INTO ASCENDING ACCOUNT ORDER FOR THE
      *MERGE (SAME AS THE EXPPROG19 BRIDGE).
       C300-SORT-POSTINGS     SECTION.
           PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                   UNTIL WS-SORT-IDX >= WS-POST-COUNT
               PERFORM VARYING WS-SORT-JDX FROM WS-SORT-IDX BY 1
                       UNTIL WS-SORT-JDX > WS-POST-COUNT
                   IF WS-PST-ACCOUNT(WS-SORT-JDX) <
                      WS-PST-ACCOUNT(WS-SORT-IDX)
                       MOVE WS-POST-ENTRY(WS-SORT-IDX)
                         TO WS-SWAP-ENTRY
                       MOVE WS-POST-ENTRY(WS-SORT-JDX)
                         TO WS-POST-ENTRY(WS-SORT-IDX)
                       MOVE WS-SWAP-ENTRY
                         TO WS-POST-ENTRY(WS-SORT-JDX)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       W100-WRITE-POSTINGS    SECTION.
           OPEN OUTPUT DSP-POST-FILE
           IF NOT POST-OK
               DISPLAY "ERROR - COULD NOT OPEN DSPOUT, STATUS "
                       WS-POST-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                   UNTIL WS-SORT-IDX > WS-POST-COUNT
               MOVE SPACES TO GOOD-RECORD
               MOVE WS-PST-ACCOUNT(WS-SORT-IDX) TO G-ACCOUNT
               MOVE WS-PST-MARKER(WS-SORT-IDX) TO G-MARKER
               MOVE WS-PST-AMOUNT(WS-SORT-IDX) TO G-TRANS-AMOUNT
               MOVE WS-BUSINESS-DATE TO G-TRANS-DATE
               MOVE WS-PST-INITIAL(WS-SORT-IDX) TO G-INITIAL-VAL
               MOVE WS-PST-SURNAME(WS-SORT-IDX) TO G-SURNAME
               WRITE GOOD-RECORD
           END-PERFORM
           CLOSE DSP-POST-FILE
           .

      *WEEKLY AGING - THE REGISTER READ IN KEY ORDER, RESOLVED
      *DISPUTES SKIPPED.
       R100-AGING-REPORT      SECTION.
           PERFORM R110-LOAD-DEADLINES
           OPEN INPUT DISPUTE-REG-FILE
           IF NOT REG-OK
               DISPLAY "ERROR - COULD NOT OPEN DSPREG, STATUS "
                       WS-REG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN OUTPUT DSP-AGE-RPT
           IF NOT RPT-OK
               DISPLAY "ERROR - COULD NOT OPEN DSPAGE, STATUS "
                       WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           WRITE DSP-AGE-RECORD FROM WS-RPT-HEAD
           MOVE WS-BUSINESS-DATE TO RD-DATE
           WRITE DSP-AGE-RECORD FROM WS-RPT-DATE-LINE
           WRITE DSP-AGE-RECORD FROM WS-RPT-BLANK
           WRITE DSP-AGE-RECORD FROM WS-RPT-COL-HEAD
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ DISPUTE-REG-FILE NEXT RECORD
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RUN-INPUT-COUNT
                       IF DR-UNRESOLVED
                           PERFORM R120-AGE-ONE-DISPUTE
                       END-IF
               END-READ
           END-PERFORM
           WRITE DSP-AGE-RECORD FROM WS-RPT-BLANK
           MOVE "DISPUTES OUTSTANDING:           " TO CL-LABEL
           MOVE WS-OUTSTANDING-COUNT TO CL-COUNT
           WRITE DSP-AGE-RECORD FROM WS-RPT-COUNT-LINE
           MOVE "PAST SCHEME RESPONSE DEADLINE:  " TO CL-LABEL
           MOVE WS-OVERDUE-COUNT TO CL-COUNT
           WRITE DSP-AGE-RECORD FROM WS-RPT-COUNT-LINE
           MOVE "PROVISIONAL CREDIT OUTSTANDING: " TO AL-LABEL
           COMPUTE WS-TOTAL-POUNDS = WS-OUTSTANDING-AMOUNT / 100
           MOVE WS-TOTAL-POUNDS TO AL-AMOUNT
           WRITE DSP-AGE-RECORD FROM WS-RPT-AMOUNT-LINE
           CLOSE DISPUTE-REG-FILE
                 DSP-AGE-RPT
           IF WS-OVERDUE-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           .

       R110-LOAD-DEADLINES    SECTION.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT DSP-CTRL-FILE
           IF NOT DCTL-OK
               DISPLAY "WARNING - DSPCTL NOT FOUND, EVERY REASON "
                       "GETS " WS-DFT-RESPONSE-DAYS " DAYS"
           ELSE
               PERFORM UNTIL INPUT-DONE
                   READ DSP-CTRL-FILE
                       AT END SET INPUT-DONE TO TRUE
                       NOT AT END
                           IF WS-DLN-COUNT < 50
                                   AND DC-REASON NOT = SPACES
                                   AND DC-RESPONSE-DAYS NUMERIC
                               ADD 1 TO WS-DLN-COUNT
                               SET WS-DLN-IDX TO WS-DLN-COUNT
                               MOVE DC-REASON
                                 TO WS-DLN-REASON(WS-DLN-IDX)
                               MOVE DC-RESPONSE-DAYS
                                 TO WS-DLN-DAYS(WS-DLN-IDX)
                               MOVE DC-DESCRIPTION
                                 TO WS-DLN-DESC(WS-DLN-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DSP-CTRL-FILE
               DISPLAY "STATUS - " WS-DLN-COUNT " SCHEME DEADLINE(S) "
                       "LOADED"
           END-IF
           .

       R120-AGE-ONE-DISPUTE   SECTION.
           ADD 1 TO WS-OUTSTANDING-COUNT
           ADD DR-AMOUNT TO WS-OUTSTANDING-AMOUNT
           MOVE WS-DFT-RESPONSE-DAYS TO WS-RESPONSE-DAYS
           MOVE SPACES TO DL-DESCRIPTION
           MOVE 'N' TO WS-DLN-FOUND
           SET WS-DLN-IDX TO 1
           PERFORM UNTIL WS-DLN-IDX > WS-DLN-COUNT OR DLN-FOUND
               IF WS-DLN-REASON(WS-DLN-IDX) = DR-REASON
                   SET DLN-FOUND TO TRUE
                   MOVE WS-DLN-DAYS(WS-DLN-IDX) TO WS-RESPONSE-DAYS
                   MOVE WS-DLN-DESC(WS-DLN-IDX) TO DL-DESCRIPTION
               ELSE
                   SET WS-DLN-IDX UP BY 1
               END-IF
           END-PERFORM
           MOVE DR-OPENED-DATE TO WS-OPENED-NUM
           COMPUTE WS-OPENED-INT =
                   FUNCTION INTEGER-OF-DATE(WS-OPENED-NUM)
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-OPENED-INT
           COMPUTE WS-DUE-INT = WS-OPENED-INT + WS-RESPONSE-DAYS
           COMPUTE WS-DUE-NUM = FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
           COMPUTE WS-DAYS-LEFT = WS-DUE-INT - WS-TODAY-INT
           MOVE DR-ACCOUNT TO DL-ACCOUNT
           MOVE DR-TRANS-DATE TO DL-TRANS-DATE
           COMPUTE WS-AMOUNT-POUNDS = DR-AMOUNT / 100
           MOVE WS-AMOUNT-POUNDS TO DL-AMOUNT
           MOVE DR-REASON TO DL-REASON
           MOVE DR-STATUS TO DL-STATUS
           MOVE DR-OPENED-DATE TO DL-OPENED
           MOVE WS-AGE-DAYS TO DL-AGE
           MOVE WS-DUE-NUM TO DL-DEADLINE
           IF WS-DAYS-LEFT < 0
               MOVE "OVERDUE" TO DL-LEFT
               ADD 1 TO WS-OVERDUE-COUNT
           ELSE
               MOVE WS-DAYS-LEFT TO DL-LEFT-NUM
           END-IF
           WRITE DSP-AGE-RECORD FROM WS-RPT-DETAIL-LINE
           .

      *WRITE ONE SUMMARY RECORD TO THE SHARED CROSS-SUITE RUN LOG.
       Z100-WRITE-RUN-LOG     SECTION.
           MOVE "EXPPRG73" TO RL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE WS-RUN-INPUT-COUNT TO RL-INPUT-COUNT
           IF AGE-MODE
               MOVE WS-OUTSTANDING-COUNT TO RL-OUTPUT-COUNT
               MOVE WS-OVERDUE-COUNT TO RL-OUTPUT-COUNT-2
           ELSE
               MOVE WS-POST-COUNT TO RL-OUTPUT-COUNT
               MOVE WS-REFUSED-COUNT TO RL-OUTPUT-COUNT-2
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
