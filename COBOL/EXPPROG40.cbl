      * CONFIRMATION LETTER PER ACCOUNT ON LTRPRT - BALANCE,
      * DATE-OF-ISSUE-OUT AND DATE-OF-RECEIPT-OUT - FOLLOWED BY A
      * SUMMARY PAGE OF LETTERS PRODUCED AND ACCOUNTS SKIPPED FOR
      * HAVING NO CDCUST RECORD. A CUSTOMER MARKED GONE-AWAY BY THE
      * RETURNED-MAIL RUN (EXPPROG61) GETS NO LETTER; THOSE ACCOUNTS
      * ARE LISTED SEPARATELY AFTER THE SUMMARY FOR THE TRACE TEAM.
      * A JOINT ACCOUNT (SECOND HOLDER ON CDJOINT) IS ADDRESSED TO
      * BOTH HOLDERS - ONE NAME LINE EACH ABOVE THE ADDRESS.
      *
      * THE PARM NAMES THE COUNTY TO RUN (AS IT APPEARS IN
      * COUNTY-OUT), SO EACH OFFICE PRINTS JUST ITS OWN; SPACES OR
      * NO PARM RUNS EVERY COUNTY.
      *
      * FOR THE EXTERNAL AUDITORS' CONFIRMATIONS THE JOB RUNS WITH
      * EXPPROG77'S SAMPLE SELECTIONS (AUDSEL, SAME LAYOUT) IN PLACE
      * OF CDOUT, SO ONLY THE SAMPLED ACCOUNTS GET A LETTER.
      * SAMPLED MASTERFILE ACCOUNTS CARRY 'MASTERFILE' AS COUNTY
      * AND THEIR 5-CHARACTER ACCOUNT, WHICH IS RESOLVED THROUGH THE
      * CDXREF CROSS-REFERENCE TO THE CUSTOMER'S CDCUST ACCOUNT. ONE
      * WITH NO CDXREF LINK GETS NO LETTER AND IS LISTED AS SKIPPED
      * FOR THAT REASON.
      *
      * EVERY LETTER IS CLEARED WITH THE CONTACT HISTORY (CONTMOD,
      * LETTER TYPE 'BC') FIRST. ONE HELD BACK BECAUSE THE CUSTOMER
      * WAS WRITTEN TO TOO RECENTLY IS NOT PRINTED - IT IS LISTED
      * AFTER THE GONE-AWAY LIST, SKIPPED OR DEFERRED, WITH THE
      * LETTER THAT HELD IT BACK AND, IF DEFERRED, THE DATE IT IS
      * DUE TO GO ON A LATER RUN.
      *
      * A DEFERRED LETTER'S INPUT RECORD IS KEPT ON LTRHOLD WITH THE
      * DATE IT WAS FIRST DEFERRED. EACH RUN STARTS BY ASKING
      * CONTMOD ('DUE ') WHICH HAVE FALLEN DUE; THOSE (FOR THE
      * COUNTY BEING RUN) ARE CLEARED AGAIN AND PRINTED AHEAD OF THE
      * DAY'S LETTERS, OR PUT OFF ONCE MORE, AND LTRHOLD IS
      * REWRITTEN WITH WHAT IS STILL HELD. THE CDOUT AND AUDSEL RUNS
      * EACH KEEP THEIR OWN LTRHOLD, SO A DUE LETTER NOT ON THIS
      * RUN'S FILE IS LEFT FOR THE RUN THAT HOLDS IT. A RELEASED
      * LETTER THAT CAN NO LONGER GO (NO CDXREF LINK, NO CDCUST
      * RECORD, GONE AWAY) IS REPORTED AS ANY OTHER AND CONTMOD IS
      * TOLD IT WAS DROPPED.
      *
       ENVIRONMENT DIVISION.
      *
           FILE STATUS IS WS-OUT-STATUS.
           SELECT LETTER-FILE ASSIGN TO LTRPRT
           FILE STATUS IS WS-LTR-STATUS.
           SELECT LETTER-HOLD ASSIGN TO LTRHOLD
           FILE STATUS IS WS-HOLD-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
           RECORDING MODE IS F.
       01 LETTER-RECORD              PIC X(80).

      *A DEFERRED LETTER - THE DATE IT WAS FIRST DEFERRED AND THE
      *CDOUT (OR AUDSEL) RECORD IT CAME FROM.
       FD LETTER-HOLD BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 HOLD-RECORD.
           03 LH-DEFER-DATE          PIC X(8).
           03 LH-IMAGE               PIC X(80).

       FD RUN-LOG-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 RUN-LOG-RECORD.
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE           PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP         PIC X(16) VALUE SPACES.

       01 WS-OUT-STATUS              PIC X(2).
           88 OUT-OK                 VALUE "00".
       01 WS-LTR-STATUS              PIC X(2).
           88 LTR-OK                 VALUE "00".
       01 WS-RUNLOG-STATUS           PIC X(2).
       01 WS-HOLD-STATUS             PIC X(2).
           88 HOLD-OK                VALUE "00".
           88 HOLD-NOTFOUND          VALUE "35".
       01 WS-HOLD-EOF-FLAG           PIC X VALUE 'N'.
           88 HOLD-FILE-DONE         VALUE 'Y'.

       01 WS-OUT-EOF-FLAG            PIC X VALUE 'N'.
           88 OUT-FILE-DONE          VALUE 'Y'.
       01 WS-RUN-INPUT-COUNT         PIC 9(8) VALUE 0.
       01 WS-LETTER-COUNT            PIC 9(8) VALUE 0.
       01 WS-SKIPPED-COUNT           PIC 9(8) VALUE 0.
       01 WS-NO-XREF-COUNT           PIC 9(8) VALUE 0.
       01 WS-RELEASED-COUNT          PIC 9(8) VALUE 0.
       01 WS-GONE-AWAY-COUNT         PIC 9(8) VALUE 0.
       01 WS-JOINT-LETTER-COUNT      PIC 9(8) VALUE 0.
       01 WS-CONT-SKIP-COUNT         PIC 9(8) VALUE 0.
       01 WS-CONT-DEFER-COUNT        PIC 9(8) VALUE 0.
      *NO CDJOINT (OR ONE THAT WILL NOT OPEN) STILL LETS THE RUN
      *PRINT - EVERY LETTER THEN GOES TO THE FIRST HOLDER ONLY.
       01 WS-JOINT-OPEN-FLAG         PIC X VALUE 'N'.
           88 JOINT-OPEN             VALUE 'Y'.
       01 WS-JOINT-FOUND-FLAG        PIC X VALUE 'N'.
           88 JOINT-FOUND            VALUE 'Y'.
       01 WS-SEL-COUNTY              PIC X(10) VALUE SPACES.

      *IOMOD ACTION/FILE-ID CONSTANTS FOR THE KEYED CUSTOMER MASTER.
           03 WS-CLOSE               PIC X(4) VALUE 'C   '.
           03 WS-FILE-KEY            PIC X(8) VALUE 'FILEKEY '.
           03 WS-CUST-FILENAME       PIC X(8) VALUE 'CDCUST'.
           03 WS-OPEN-KEYED2         PIC X(4) VALUE 'OK2 '.
           03 WS-READ-KEYED2         PIC X(4) VALUE 'RK2 '.
           03 WS-FILE-KEY2           PIC X(8) VALUE 'FILEKEY2'.
           03 WS-JOINT-FILENAME      PIC X(8) VALUE 'CDJOINT'.
           03 WS-READ-NEXT-KEYED2    PIC X(4) VALUE 'RN2 '.
               88 XREF-SCAN-EOF               VALUE 'RSEF'.
           03 WS-XREF-FILENAME       PIC X(8) VALUE 'CDXREF'.
       01 WS-IO-STATUS               PIC X(2).
           88 IO-OK                  VALUE "00".

      *CDXREF RECORD - KEYED ON THE 8-CHARACTER MERGE-CHAIN
      *ACCOUNT.
       01 XREF-RECORD.
           03 XR-CD-ACCOUNT          PIC X(8).
           03 XR-MAST-ACCOUNT        PIC X(5).
           03 XR-LOAD-DATE           PIC X(8).
           03 XR-FILLER              PIC X(59).

      *MASTERFILE-TO-MERGE-CHAIN TRANSLATION, LOADED ONCE FROM
      *CDXREF BEFORE CDJOINT TAKES THE SECOND KEYED SLOT. A MISSING
      *CDXREF LEAVES THE TABLE EMPTY AND EVERY MASTERFILE ACCOUNT
      *UNRESOLVED.
       01 WS-XREF-TABLE.
           03 WS-XREF-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-XRF-IDX.
               05 WS-XRF-MAST-ACCOUNT PIC X(5).
               05 WS-XRF-CD-ACCOUNT   PIC X(8).
       01 WS-XREF-COUNT              PIC 9(4) VALUE 0.
      *THE CDCUST (AND CDJOINT) KEY FOR THE ACCOUNT IN HAND
       01 WS-CUST-KEY                PIC X(8).
       01 WS-RESOLVED-FLAG           PIC X VALUE 'N'.
           88 ACCOUNT-RESOLVED       VALUE 'Y'.

       01 JNT-RECORD.
           COPY CDJNT.

       01 CUST-RECORD.
           03 CUST-ACCOUNT           PIC X(8).
           03 CUST-TITLE             PIC X(3).
           03 CUST-STREET            PIC X(15).
           03 CUST-TOWN              PIC X(12).
           03 CUST-POST-CODE         PIC X(10).
      *RETURNED-MAIL MARKER (EXPPROG61) - CARRIED FORWARD WHILE THE
      *ADDRESS IS UNCHANGED, DROPPED WHEN A B-RECORD BRINGS A NEW
      *ONE. THE DATE IS ONLY MEANINGFUL WHILE THE FLAG IS SET.
           03 CUST-GONE-AWAY-FLAG    PIC X(1).
               88 CUST-GONE-AWAY     VALUE 'G'.
           03 CUST-GONE-AWAY-DATE    PIC 9(8) COMP-3.

      *GONE-AWAY CUSTOMERS WITHHELD THIS RUN, PRINTED AS A LIST
      *AFTER THE SUMMARY.
       01 WS-GONE-TABLE.
           03 WS-GONE-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-GONE-IDX.
               05 WS-GONE-ACCOUNT    PIC X(8).
               05 WS-GONE-SURNAME    PIC X(20).
               05 WS-GONE-DATE       PIC 9(8).
       01 WS-GONE-LISTED             PIC 9(4) VALUE 0.

      *CONTACT HISTORY (CONTMOD) - LETTERS HELD BACK THIS RUN,
      *PRINTED AS A LIST AFTER THE GONE-AWAY LIST.
       01 WS-CONT-PARMS.
           COPY CNTPRM.
       01 WS-HELD-TABLE.
           03 WS-HELD-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-HELD-IDX.
               05 WS-HELD-ACCOUNT    PIC X(8).
               05 WS-HELD-SURNAME    PIC X(20).
               05 WS-HELD-DECISION   PIC X(1).
               05 WS-HELD-BLOCK-TYPE PIC X(2).
               05 WS-HELD-BLOCK-DATE PIC X(8).
               05 WS-HELD-DUE-DATE   PIC X(8).
       01 WS-HELD-LISTED             PIC 9(4) VALUE 0.
      *DATE THE LETTER IN HAND WAS FIRST DEFERRED - SPACES FOR ONE
      *OFF TODAY'S INPUT
       01 WS-RELEASE-DEFER-DATE      PIC X(8) VALUE SPACES.

      *LTRHOLD AS IT STOOD AT THE START OF THE RUN, AND THE HELD
      *LETTERS CONTMOD SAYS HAVE FALLEN DUE.
       01 WS-HOLD-TABLE.
           03 WS-HT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-HT-IDX WS-HT-SCAN.
               05 WS-HT-DEFER-DATE   PIC X(8).
               05 WS-HT-IMAGE        PIC X(80).
       01 WS-HT-ENTRIES              PIC 9(4) VALUE 0.
       01 WS-DUE-TABLE.
           03 WS-DUE-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-DUE-IDX.
               05 WS-DUE-ACCOUNT     PIC X(8).
               05 WS-DUE-DEFER-DATE  PIC X(8).
               05 WS-DUE-USED        PIC X(1).
       01 WS-DUE-ENTRIES             PIC 9(4) VALUE 0.
       01 WS-DUE-FOUND-FLAG          PIC X VALUE 'N'.
           88 DUE-FOUND              VALUE 'Y'.
       01 WS-ALREADY-HELD-FLAG       PIC X VALUE 'N'.
           88 ALREADY-HELD           VALUE 'Y'.

       01 WS-LTR-SEPARATOR           PIC X(80) VALUE ALL "-".
       01 WS-LTR-NAME-LINE.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LN-SURNAME             PIC X(20).
           03 FILLER                 PIC X(53) VALUE SPACES.
       01 WS-LTR-JOINT-LINE.
           03 JL-TITLE               PIC X(3).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 JL-INITIALS            PIC X(2).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 JL-SURNAME             PIC X(30).
           03 FILLER                 PIC X(43) VALUE SPACES.
       01 WS-LTR-ADDR-LINE.
           03 AL-ADDRESS-NUM         PIC ZZZ9.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 FILLER                 PIC X(66) VALUE SPACES.
       01 WS-LTR-BODY-1              PIC X(80) VALUE
          "DEAR CUSTOMER,".
       01 WS-LTR-BODY-1-JOINT        PIC X(80) VALUE
          "DEAR CUSTOMERS,".
       01 WS-LTR-BODY-2              PIC X(80) VALUE
          "WE WRITE TO CONFIRM THE BALANCE HELD ON YOUR ACCOUNT.".
       01 WS-LTR-ACCT-LINE.
           03 FILLER                 PIC X(22) VALUE
              " - NO CDCUST CUSTOMER ".
           03 FILLER                 PIC X(41) VALUE SPACES.
       01 WS-NO-XREF-LINE.
           03 FILLER                 PIC X(9) VALUE "SKIPPED  ".
           03 NX-ACCOUNT             PIC X(8).
           03 FILLER                 PIC X(22) VALUE
              " - NO CDXREF LINK     ".
           03 FILLER                 PIC X(41) VALUE SPACES.
       01 WS-GONE-HEAD               PIC X(80) VALUE
          "GONE AWAY - LETTERS WITHHELD (RETURNED MAIL)".
       01 WS-GONE-LINE.
           03 GL-ACCOUNT             PIC X(8).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 GL-SURNAME             PIC X(20).
           03 FILLER                 PIC X(18) VALUE
              "  GONE AWAY SINCE ".
           03 GL-DATE                PIC 9(8).
           03 FILLER                 PIC X(24) VALUE SPACES.
       01 WS-HELD-HEAD               PIC X(80) VALUE
          "HELD BACK - CUSTOMER CONTACTED TOO RECENTLY".
       01 WS-HELD-LINE.
           03 HL-ACCOUNT             PIC X(8).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 HL-SURNAME             PIC X(20).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 HL-OUTCOME             PIC X(8).
           03 FILLER                 PIC X(7) VALUE " AFTER ".
           03 HL-BLOCK-TYPE          PIC X(2).
           03 FILLER                 PIC X(4) VALUE " OF ".
           03 HL-BLOCK-DATE          PIC X(8).
           03 HL-DUE-TEXT            PIC X(5).
           03 HL-DUE-DATE            PIC X(8).
           03 FILLER                 PIC X(6) VALUE SPACES.
      *
       LINKAGE SECTION.
       01 INPUT-PARM.
       PROCEDURE DIVISION USING INPUT-PARM.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING CONFIRMATION LETTER RUN"
           IF PARM-LENGTH > 0 AND PARM-LENGTH < 10
               MOVE SPACES TO WS-SEL-COUNTY
               DISPLAY "STATUS - LETTERS FOR COUNTY " WS-SEL-COUNTY
                       " ONLY"
           END-IF
      *CONTMOD WALKS CDXREF ON THE SECOND KEYED SLOT, SO IT LOADS
      *BEFORE CDJOINT TAKES THAT SLOT FOR THE RUN.
           MOVE "EXPPRG40" TO CNP-JOB-NAME
           MOVE WS-BUSINESS-DATE TO CNP-RUN-DATE
           MOVE "BC" TO CNP-LETTER-TYPE
           MOVE 'OPEN' TO CNP-ACTION
           CALL 'CONTMOD' USING WS-CONT-PARMS
           PERFORM B200-LOAD-XREF-TABLE
           PERFORM B300-LOAD-HELD
           PERFORM B400-LOAD-DUE
           PERFORM B100-INIT
      *DEFERRED LETTERS NOW DUE PRINT FIRST; THE REST GO BACK ON
      *LTRHOLD AS THEY WERE.
           PERFORM VARYING WS-HT-IDX FROM 1 BY 1
                   UNTIL WS-HT-IDX > WS-HT-ENTRIES
               PERFORM C500-RELEASE-HELD
           END-PERFORM
           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                   UNTIL WS-DUE-IDX > WS-DUE-ENTRIES
               IF WS-DUE-USED(WS-DUE-IDX) = 'N'
                   DISPLAY "STATUS - DEFERRED LETTER FOR "
                           WS-DUE-ACCOUNT(WS-DUE-IDX) " OF "
                           WS-DUE-DEFER-DATE(WS-DUE-IDX)
                           " NOT ON THIS RUN'S LTRHOLD"
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-RELEASE-DEFER-DATE
           READ ACC-FILEOUT AT END SET OUT-FILE-DONE TO TRUE
           END-READ
           PERFORM C100-PROCESS-ACCOUNT UNTIL OUT-FILE-DONE
           PERFORM W200-WRITE-SUMMARY
           PERFORM T100-TERMINATE
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - LETTERS PRODUCED: " WS-LETTER-COUNT
           DISPLAY "STATUS - ACCOUNTS SKIPPED: " WS-SKIPPED-COUNT
           DISPLAY "STATUS - NO CDXREF LINK:   " WS-NO-XREF-COUNT
           DISPLAY "STATUS - DEFERRED RELEASED: " WS-RELEASED-COUNT
           DISPLAY "STATUS - GONE-AWAY WITHHELD: " WS-GONE-AWAY-COUNT
           DISPLAY "STATUS - CONTACT SKIPPED:    " WS-CONT-SKIP-COUNT
           DISPLAY "STATUS - CONTACT DEFERRED:   " WS-CONT-DEFER-COUNT
           DISPLAY "STATUS - LETTER RUN DONE"
           GOBACK
           .
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           CALL 'IOMOD'
             USING WS-OPEN-KEYED2
                   WS-FILE-KEY2
                   JNT-RECORD
                   WS-IO-STATUS
                   WS-JOINT-FILENAME
           IF IO-OK
               SET JOINT-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING - COULD NOT OPEN CDJOINT, STATUS "
                       WS-IO-STATUS ", LETTERS GO TO FIRST HOLDER ONLY"
           END-IF
           OPEN OUTPUT LETTER-HOLD
           IF NOT HOLD-OK
               DISPLAY "ERROR - COULD NOT OPEN LTRHOLD, STATUS "
                       WS-HOLD-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           .

      *ONE WALK OF CDXREF IN KEY ORDER INTO THE TRANSLATION TABLE.
       B200-LOAD-XREF-TABLE   SECTION.
           CALL 'IOMOD'
             USING WS-OPEN-KEYED2
                   WS-FILE-KEY2
                   XREF-RECORD
                   WS-IO-STATUS
                   WS-XREF-FILENAME
           IF NOT IO-OK
               DISPLAY "WARNING - CDXREF NOT AVAILABLE, STATUS "
                       WS-IO-STATUS " - MASTERFILE ACCOUNTS CANNOT "
                       "BE RESOLVED"
           ELSE
               PERFORM UNTIL XREF-SCAN-EOF
                   CALL 'IOMOD'
                     USING WS-READ-NEXT-KEYED2
                           WS-FILE-KEY2
                           XREF-RECORD
                           WS-IO-STATUS
                           WS-XREF-FILENAME
                   IF NOT XREF-SCAN-EOF
                       IF WS-XREF-COUNT < 5000
                           ADD 1 TO WS-XREF-COUNT
                           SET WS-XRF-IDX TO WS-XREF-COUNT
                           MOVE XR-MAST-ACCOUNT
                             TO WS-XRF-MAST-ACCOUNT(WS-XRF-IDX)
                           MOVE XR-CD-ACCOUNT
                             TO WS-XRF-CD-ACCOUNT(WS-XRF-IDX)
                       ELSE
                           DISPLAY "WARNING - CROSS-REFERENCE TABLE "
                                   "FULL, DROPPING " XR-CD-ACCOUNT
                       END-IF
                   END-IF
               END-PERFORM
               CALL 'IOMOD'
                 USING WS-CLOSE
                       WS-FILE-KEY2
                       XREF-RECORD
                       WS-IO-STATUS
                       WS-XREF-FILENAME
               DISPLAY "STATUS - " WS-XREF-COUNT
                       " CROSS-REFERENCE ENTRY(S) LOADED"
           END-IF
           .

      *LTRHOLD IS REWRITTEN WHOLE, SO ONE THAT CANNOT BE HELD WHOLE
      *STOPS THE RUN BEFORE ANYTHING IS PRINTED. NO LTRHOLD MEANS
      *NOTHING IS HELD.
       B300-LOAD-HELD         SECTION.
           OPEN INPUT LETTER-HOLD
           IF HOLD-NOTFOUND
               GO TO B300-EXIT
           END-IF
           IF NOT HOLD-OK
               DISPLAY "ERROR - COULD NOT OPEN LTRHOLD, STATUS "
                       WS-HOLD-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM UNTIL HOLD-FILE-DONE
               READ LETTER-HOLD
                   AT END SET HOLD-FILE-DONE TO TRUE
                   NOT AT END
                       IF WS-HT-ENTRIES < 2000
                           ADD 1 TO WS-HT-ENTRIES
                           SET WS-HT-IDX TO WS-HT-ENTRIES
                           MOVE LH-DEFER-DATE
                             TO WS-HT-DEFER-DATE(WS-HT-IDX)
                           MOVE LH-IMAGE TO WS-HT-IMAGE(WS-HT-IDX)
                       ELSE
                           DISPLAY "ERROR - LTRHOLD OVER 2000 "
                                   "RECORDS"
                           CLOSE LETTER-HOLD
                           MOVE 16 TO RETURN-CODE
                           PERFORM Z100-WRITE-RUN-LOG
                           GOBACK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LETTER-HOLD.
       B300-EXIT.
           EXIT.

      *THE HELD LETTERS WHOSE DEFERRAL HAS FALLEN DUE.
       B400-LOAD-DUE          SECTION.
           MOVE 'DUE ' TO CNP-ACTION
           CALL 'CONTMOD' USING WS-CONT-PARMS
           PERFORM UNTIL CNP-NO-MORE-DUE
               IF WS-DUE-ENTRIES < 1000
                   ADD 1 TO WS-DUE-ENTRIES
                   SET WS-DUE-IDX TO WS-DUE-ENTRIES
                   MOVE CNP-ACCOUNT TO WS-DUE-ACCOUNT(WS-DUE-IDX)
                   MOVE CNP-DEFER-DATE TO WS-DUE-DEFER-DATE(WS-DUE-IDX)
                   MOVE 'N' TO WS-DUE-USED(WS-DUE-IDX)
               ELSE
                   DISPLAY "WARNING - DUE LIST FULL, LETTER FOR "
                           CNP-ACCOUNT " STAYS HELD"
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE 'DUE ' TO CNP-ACTION
               CALL 'CONTMOD' USING WS-CONT-PARMS
           END-PERFORM
           .

       C100-PROCESS-ACCOUNT   SECTION.
           ADD 1 TO WS-RUN-INPUT-COUNT
           PERFORM C110-HANDLE-ACCOUNT
           READ ACC-FILEOUT AT END SET OUT-FILE-DONE TO TRUE
           END-READ
           .

       C110-HANDLE-ACCOUNT    SECTION.
           IF WS-SEL-COUNTY = SPACES
                   OR COUNTY-OUT = WS-SEL-COUNTY
               PERFORM C120-READ-CUSTOMER
               EVALUATE TRUE
                   WHEN NOT ACCOUNT-RESOLVED
                       ADD 1 TO WS-NO-XREF-COUNT
                       MOVE ACCOUNT-NUM TO NX-ACCOUNT
                       WRITE LETTER-RECORD FROM WS-NO-XREF-LINE
                       PERFORM C420-DROP-RELEASED
                   WHEN NOT IO-OK
                       ADD 1 TO WS-SKIPPED-COUNT
                       MOVE ACCOUNT-NUM TO SK-ACCOUNT
                       WRITE LETTER-RECORD FROM WS-SKIP-LINE
                       PERFORM C420-DROP-RELEASED
                   WHEN CUST-GONE-AWAY
                       PERFORM C200-HOLD-GONE-AWAY
                       PERFORM C420-DROP-RELEASED
                   WHEN OTHER
                       PERFORM C400-CHECK-CONTACT
               END-EVALUATE
           END-IF
           .

      *CDCUST IS KEYED ON THE MERGE-CHAIN ACCOUNT, SO A MASTERFILE
      *ACCOUNT IS FIRST TRANSLATED THROUGH CDXREF.
       C120-READ-CUSTOMER     SECTION.
           MOVE 'N' TO WS-RESOLVED-FLAG
           MOVE SPACES TO WS-CUST-KEY
           IF COUNTY-OUT = "MASTERFILE"
               PERFORM VARYING WS-XRF-IDX FROM 1 BY 1
                       UNTIL WS-XRF-IDX > WS-XREF-COUNT
                   IF WS-XRF-MAST-ACCOUNT(WS-XRF-IDX)
                           = ACCOUNT-NUM(1:5)
                       MOVE WS-XRF-CD-ACCOUNT(WS-XRF-IDX)
                         TO WS-CUST-KEY
                       SET ACCOUNT-RESOLVED TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           ELSE
               MOVE ACCOUNT-NUM TO WS-CUST-KEY
               SET ACCOUNT-RESOLVED TO TRUE
           END-IF
           IF ACCOUNT-RESOLVED
               MOVE SPACES TO CUST-RECORD
               MOVE WS-CUST-KEY TO CUST-ACCOUNT
               CALL 'IOMOD'
                 USING WS-READ-KEYED
                       WS-FILE-KEY
                       CUST-RECORD
                       WS-IO-STATUS
                       WS-CUST-FILENAME
           END-IF
           .

      *NO LETTER GOES TO A KNOWN DEAD ADDRESS - THE ACCOUNT IS HELD
      *FOR THE GONE-AWAY LIST INSTEAD.
       C200-HOLD-GONE-AWAY    SECTION.
           ADD 1 TO WS-GONE-AWAY-COUNT
           IF WS-GONE-LISTED < 1000
               ADD 1 TO WS-GONE-LISTED
               SET WS-GONE-IDX TO WS-GONE-LISTED
               MOVE CUST-ACCOUNT TO WS-GONE-ACCOUNT(WS-GONE-IDX)
               MOVE CUST-SURNAME TO WS-GONE-SURNAME(WS-GONE-IDX)
               MOVE CUST-GONE-AWAY-DATE TO WS-GONE-DATE(WS-GONE-IDX)
           ELSE
               DISPLAY "WARNING - GONE-AWAY LIST FULL, "
                       CUST-ACCOUNT " WITHHELD BUT NOT LISTED"
           END-IF
           .

      *THE LETTER GOES ONLY IF THE CONTACT HISTORY CLEARS IT;
      *OTHERWISE IT IS HELD FOR THE HELD-BACK LIST.
       C400-CHECK-CONTACT     SECTION.
           MOVE 'CHK ' TO CNP-ACTION
           IF COUNTY-OUT = "MASTERFILE"
               MOVE 'M' TO CNP-SCOPE
           ELSE
               MOVE 'C' TO CNP-SCOPE
           END-IF
           MOVE ACCOUNT-NUM TO CNP-ACCOUNT
           MOVE WS-RELEASE-DEFER-DATE TO CNP-DEFER-DATE
           CALL 'CONTMOD' USING WS-CONT-PARMS
           IF CNP-SEND
               PERFORM W100-PRINT-LETTER
               GO TO C400-EXIT
           END-IF
      *A DEFERRED LETTER GOES ONTO LTRHOLD UNDER THE DATE IT WAS
      *FIRST DEFERRED, SO CONTMOD CAN HAND IT BACK WHEN IT FALLS DUE.
           IF CNP-DEFER
               ADD 1 TO WS-CONT-DEFER-COUNT
               MOVE 'N' TO WS-ALREADY-HELD-FLAG
               IF WS-RELEASE-DEFER-DATE = SPACES
                   MOVE WS-BUSINESS-DATE TO LH-DEFER-DATE
                   PERFORM C410-CHECK-ALREADY-HELD
               ELSE
                   MOVE WS-RELEASE-DEFER-DATE TO LH-DEFER-DATE
               END-IF
               IF NOT ALREADY-HELD
                   MOVE ACC-RECORDOUT TO LH-IMAGE
                   WRITE HOLD-RECORD
               END-IF
           ELSE
               ADD 1 TO WS-CONT-SKIP-COUNT
           END-IF
           IF WS-HELD-LISTED < 1000
               ADD 1 TO WS-HELD-LISTED
               SET WS-HELD-IDX TO WS-HELD-LISTED
               MOVE ACCOUNT-NUM TO WS-HELD-ACCOUNT(WS-HELD-IDX)
               MOVE CUST-SURNAME TO WS-HELD-SURNAME(WS-HELD-IDX)
               MOVE CNP-DECISION TO WS-HELD-DECISION(WS-HELD-IDX)
               MOVE CNP-BLOCK-TYPE TO WS-HELD-BLOCK-TYPE(WS-HELD-IDX)
               MOVE CNP-BLOCK-DATE TO WS-HELD-BLOCK-DATE(WS-HELD-IDX)
               MOVE CNP-DUE-DATE TO WS-HELD-DUE-DATE(WS-HELD-IDX)
           ELSE
               DISPLAY "WARNING - HELD-BACK LIST FULL, "
                       ACCOUNT-NUM " HELD BUT NOT LISTED"
           END-IF.
       C400-EXIT.
           EXIT.

      *A RERUN OF THE BUSINESS DATE FINDS TODAY'S DEFERRALS ALREADY
      *ON LTRHOLD; THEY ARE NOT HELD A SECOND TIME.
       C410-CHECK-ALREADY-HELD SECTION.
           PERFORM VARYING WS-HT-SCAN FROM 1 BY 1
                   UNTIL WS-HT-SCAN > WS-HT-ENTRIES
               IF WS-HT-IMAGE(WS-HT-SCAN)(1:8) = ACCOUNT-NUM
                  AND WS-HT-DEFER-DATE(WS-HT-SCAN) = WS-BUSINESS-DATE
                   SET ALREADY-HELD TO TRUE
               END-IF
           END-PERFORM
           .

      *A RELEASED LETTER THAT CANNOT GO AFTER ALL (NO CDXREF LINK,
      *NO CDCUST RECORD, GONE AWAY) SETTLES ITS DEFERRAL, SO IT IS
      *NOT LOOKED FOR AGAIN. NOTHING TO DO FOR TODAY'S OWN ACCOUNTS.
       C420-DROP-RELEASED     SECTION.
           IF WS-RELEASE-DEFER-DATE = SPACES
               GO TO C420-EXIT
           END-IF
           MOVE 'DROP' TO CNP-ACTION
           IF COUNTY-OUT = "MASTERFILE"
               MOVE 'M' TO CNP-SCOPE
           ELSE
               MOVE 'C' TO CNP-SCOPE
           END-IF
           MOVE ACCOUNT-NUM TO CNP-ACCOUNT
           MOVE WS-RELEASE-DEFER-DATE TO CNP-DEFER-DATE
           CALL 'CONTMOD' USING WS-CONT-PARMS.
       C420-EXIT.
           EXIT.

      *ONE LTRHOLD RECORD. A LETTER WHOSE DEFERRAL HAS FALLEN DUE,
      *FOR THE COUNTY BEING RUN, IS HANDLED AS IF IT HAD JUST BEEN
      *READ; ANY OTHER IS WRITTEN BACK UNCHANGED.
       C500-RELEASE-HELD      SECTION.
           MOVE WS-HT-IMAGE(WS-HT-IDX) TO ACC-RECORDOUT
           MOVE 'N' TO WS-DUE-FOUND-FLAG
           IF WS-SEL-COUNTY = SPACES
                   OR COUNTY-OUT = WS-SEL-COUNTY
               PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                       UNTIL WS-DUE-IDX > WS-DUE-ENTRIES
                          OR DUE-FOUND
                   IF WS-DUE-ACCOUNT(WS-DUE-IDX) = ACCOUNT-NUM
                      AND WS-DUE-DEFER-DATE(WS-DUE-IDX)
                        = WS-HT-DEFER-DATE(WS-HT-IDX)
                      AND WS-DUE-USED(WS-DUE-IDX) = 'N'
                       SET DUE-FOUND TO TRUE
                       MOVE 'Y' TO WS-DUE-USED(WS-DUE-IDX)
                   END-IF
               END-PERFORM
           END-IF
           IF DUE-FOUND
               ADD 1 TO WS-RELEASED-COUNT
               MOVE WS-HT-DEFER-DATE(WS-HT-IDX)
                 TO WS-RELEASE-DEFER-DATE
               PERFORM C110-HANDLE-ACCOUNT
           ELSE
               MOVE WS-HT-DEFER-DATE(WS-HT-IDX) TO LH-DEFER-DATE
               MOVE WS-HT-IMAGE(WS-HT-IDX) TO LH-IMAGE
               WRITE HOLD-RECORD
           END-IF
           .

       W100-PRINT-LETTER      SECTION.
           PERFORM C300-FIND-JOINT-HOLDER
           WRITE LETTER-RECORD FROM WS-LTR-SEPARATOR
           MOVE WS-BUSINESS-DATE TO DT-DATE
           WRITE LETTER-RECORD FROM WS-LTR-DATE-LINE
           MOVE CUST-INITIALS TO LN-INITIALS
           MOVE CUST-SURNAME TO LN-SURNAME
           WRITE LETTER-RECORD FROM WS-LTR-NAME-LINE
           IF JOINT-FOUND
               MOVE JNT-TITLE TO JL-TITLE
               MOVE JNT-INITIALS TO JL-INITIALS
               MOVE JNT-SURNAME TO JL-SURNAME
               WRITE LETTER-RECORD FROM WS-LTR-JOINT-LINE
           END-IF
           MOVE CUST-ADDRESS-NUM TO AL-ADDRESS-NUM
           MOVE CUST-STREET TO AL-STREET
           MOVE CUST-TOWN TO AL-TOWN
           MOVE CUST-POST-CODE TO AL-POST-CODE
           WRITE LETTER-RECORD FROM WS-LTR-ADDR-LINE
           WRITE LETTER-RECORD FROM WS-LTR-BLANK
           IF JOINT-FOUND
               WRITE LETTER-RECORD FROM WS-LTR-BODY-1-JOINT
               ADD 1 TO WS-JOINT-LETTER-COUNT
           ELSE
               WRITE LETTER-RECORD FROM WS-LTR-BODY-1
           END-IF
           WRITE LETTER-RECORD FROM WS-LTR-BODY-2
           WRITE LETTER-RECORD FROM WS-LTR-BLANK
           MOVE ACCOUNT-NUM TO AC-ACCOUNT
           ADD 1 TO WS-LETTER-COUNT
           .

      *THE SECOND HOLDER OF A JOINT ACCOUNT, IF CDJOINT HAS ONE.
       C300-FIND-JOINT-HOLDER SECTION.
           MOVE 'N' TO WS-JOINT-FOUND-FLAG
           IF JOINT-OPEN
               MOVE SPACES TO JNT-RECORD
               MOVE WS-CUST-KEY TO JNT-ACCOUNT
               CALL 'IOMOD'
                 USING WS-READ-KEYED2
                       WS-FILE-KEY2
                       JNT-RECORD
                       WS-IO-STATUS
                       WS-JOINT-FILENAME
               IF IO-OK
                   SET JOINT-FOUND TO TRUE
               END-IF
           END-IF
           .

       W200-WRITE-SUMMARY     SECTION.
           WRITE LETTER-RECORD FROM WS-LTR-SEPARATOR
           WRITE LETTER-RECORD FROM WS-SUMM-HEAD
           MOVE "LETTERS PRODUCED:                 " TO SM-LABEL
           MOVE WS-LETTER-COUNT TO SM-COUNT
           WRITE LETTER-RECORD FROM WS-SUMM-LINE
           MOVE "  OF WHICH JOINT (BOTH HOLDERS):  " TO SM-LABEL
           MOVE WS-JOINT-LETTER-COUNT TO SM-COUNT
           WRITE LETTER-RECORD FROM WS-SUMM-LINE
           MOVE "SKIPPED - NO CDCUST RECORD:       " TO SM-LABEL
           MOVE WS-SKIPPED-COUNT TO SM-COUNT
           WRITE LETTER-RECORD FROM WS-SUMM-LINE
           MOVE "SKIPPED - NO CDXREF LINK:         " TO SM-LABEL
           MOVE WS-NO-XREF-COUNT TO SM-COUNT
           WRITE LETTER-RECORD FROM WS-SUMM-LINE
           MOVE "DEFERRED LETTERS RELEASED:        " TO SM-LABEL
           MOVE WS-RELEASED-COUNT TO SM-COUNT
           WRITE LETTER-RECORD FROM WS-SUMM-LINE
           MOVE "WITHHELD - GONE AWAY:             " TO SM-LABEL
           MOVE WS-GONE-AWAY-COUNT TO SM-COUNT
           WRITE LETTER-RECORD FROM WS-SUMM-LINE
           MOVE "SKIPPED - CONTACTED TOO RECENTLY: " TO SM-LABEL
           MOVE WS-CONT-SKIP-COUNT TO SM-COUNT
           WRITE LETTER-RECORD FROM WS-SUMM-LINE
           MOVE "DEFERRED - CONTACTED TOO RECENTLY:" TO SM-LABEL
           MOVE WS-CONT-DEFER-COUNT TO SM-COUNT
           WRITE LETTER-RECORD FROM WS-SUMM-LINE
           IF WS-GONE-LISTED > 0
               WRITE LETTER-RECORD FROM WS-LTR-SEPARATOR
               WRITE LETTER-RECORD FROM WS-GONE-HEAD
               PERFORM VARYING WS-GONE-IDX FROM 1 BY 1
                       UNTIL WS-GONE-IDX > WS-GONE-LISTED
                   MOVE WS-GONE-ACCOUNT(WS-GONE-IDX) TO GL-ACCOUNT
                   MOVE WS-GONE-SURNAME(WS-GONE-IDX) TO GL-SURNAME
                   MOVE WS-GONE-DATE(WS-GONE-IDX) TO GL-DATE
                   WRITE LETTER-RECORD FROM WS-GONE-LINE
               END-PERFORM
           END-IF
           IF WS-HELD-LISTED > 0
               WRITE LETTER-RECORD FROM WS-LTR-SEPARATOR
               WRITE LETTER-RECORD FROM WS-HELD-HEAD
               PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                       UNTIL WS-HELD-IDX > WS-HELD-LISTED
                   PERFORM W210-WRITE-HELD-LINE
               END-PERFORM
           END-IF
           .

       W210-WRITE-HELD-LINE   SECTION.
           MOVE WS-HELD-ACCOUNT(WS-HELD-IDX) TO HL-ACCOUNT
           MOVE WS-HELD-SURNAME(WS-HELD-IDX) TO HL-SURNAME
           MOVE WS-HELD-BLOCK-TYPE(WS-HELD-IDX) TO HL-BLOCK-TYPE
           MOVE WS-HELD-BLOCK-DATE(WS-HELD-IDX) TO HL-BLOCK-DATE
           IF WS-HELD-DECISION(WS-HELD-IDX) = 'D'
               MOVE "DEFERRED" TO HL-OUTCOME
               MOVE " DUE " TO HL-DUE-TEXT
               MOVE WS-HELD-DUE-DATE(WS-HELD-IDX) TO HL-DUE-DATE
           ELSE
               MOVE "SKIPPED " TO HL-OUTCOME
               MOVE SPACES TO HL-DUE-TEXT
               MOVE SPACES TO HL-DUE-DATE
           END-IF
           WRITE LETTER-RECORD FROM WS-HELD-LINE
           .

       T100-TERMINATE         SECTION.
           CLOSE ACC-FILEOUT
                 LETTER-FILE
                 LETTER-HOLD
           CALL 'IOMOD'
             USING WS-CLOSE
                   WS-FILE-KEY
                   CUST-RECORD
                   WS-IO-STATUS
                   WS-CUST-FILENAME
           IF JOINT-OPEN
               CALL 'IOMOD'
                 USING WS-CLOSE
                       WS-FILE-KEY2
                       JNT-RECORD
                       WS-IO-STATUS
                       WS-JOINT-FILENAME
           END-IF
           DISPLAY "STATUS - FILES CLOSED"
           .

           MOVE WS-SKIPPED-COUNT TO RL-OUTPUT-COUNT-2
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES TO RL-FILLER
           MOVE WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
