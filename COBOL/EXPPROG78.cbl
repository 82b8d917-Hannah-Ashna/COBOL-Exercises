       ID DIVISION.
       PROGRAM-ID. EXPPROG78.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * YEARLY UNCLAIMED-BALANCE TRANSFER. AN ACCOUNT THAT STAYS
      * SILENT FOR YEARS IS MOVED TO THE UNCLAIMED-ASSETS SCHEME:
      * ITS MASTERFILE BALANCE IS ZEROED, THE MONEY IS HELD ON AN
      * UNCLAIMED-BALANCES LIABILITY ACCOUNT, AND THE ACCOUNT IS
      * LISTED ON THE REGULATORY RETURN.
      *
      * NO PARM (OR 'XFER') - TRANSFER. AN ACCOUNT IS TAKEN WHEN
      *   - ITS DORMCTL RUN COUNT IS OVER THE UCCTL MINIMUM AGE,
      *   - THE LAST EXPPROG24 CONTACT RUN REACHED IT AND GOT NO
      *     ANSWER: ON UCGONE (THAT RUN'S CONTGONE - MAIL CAME
      *     BACK) OR ON UCCONT (THAT RUN'S CONTOUT - A LETTER WENT
      *     AND THE ACCOUNT IS STILL DORMANT),
      *   - IT HOLDS A CREDIT BALANCE, AND
      *   - IT IS NOT ALREADY ON THE REGISTER AS TRANSFERRED.
      *   EACH ONE GETS A 'D' TRANSFER TRANSACTION FOR THE WHOLE
      *   BALANCE ON UCGOOD (GOODFILE LAYOUT, FOR THE NEXT MERGE),
      *   A 'U' POSTING TO THE UCCTL LIABILITY ACCOUNT ON GLEXTOU5
      *   (FOR EXPPROG25), AN ENTRY ON THE UNCLAIMED REGISTER
      *   (UCREG) AND A LINE ON THE RETURN (UCRETN).
      *
      * PARM 'RECL' - RECLAIM. EACH UCRECL CARD NAMES A REGISTERED
      *   ACCOUNT WHOSE OWNER HAS COME FORWARD. THE TRANSFER IS
      *   REVERSED: A 'C' TRANSACTION FOR THE TRANSFERRED AMOUNT ON
      *   UCGOOD, A 'W' POSTING OFF THE LIABILITY ON GLEXTOU5, THE
      *   REGISTER ENTRY MARKED RECLAIMED AND A LINE ON THE RETURN.
      *   AN ACCOUNT CLOSED SINCE THE TRANSFER IS NOT ON MASTERFILE
      *   TO CREDIT, SO ITS CLAIM WRITES AN 'R' REOPEN INSTEAD AND
      *   IS LEFT OPEN - THE CARD IS PRESENTED AGAIN AFTER THE MERGE
      *   HAS REINSTATED THE ACCOUNT.
      *
      * UCGOOD IS WRITTEN IN ASCENDING ACCOUNT ORDER, READY FOR THE
      * MERGE. THE REGISTER IS REWRITTEN WHOLE AT THE END OF EVERY
      * RUN; A MISSING REGISTER IS THE FIRST YEAR'S EMPTY ONE.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT UC-CTRL-FILE ASSIGN TO UCCTL
           FILE STATUS IS WS-UCCTL-STATUS.
           SELECT DORMANT-CTL-FILE ASSIGN TO DORMCTL
           FILE STATUS IS WS-DORM-STATUS.
           SELECT MASTER-INPUT ASSIGN TO MASTIN
           FILE STATUS IS WS-MAST-STATUS.
           SELECT GONE-AWAY-INPUT ASSIGN TO UCGONE
           FILE STATUS IS WS-GONE-STATUS.
           SELECT CONTACT-INPUT ASSIGN TO UCCONT
           FILE STATUS IS WS-CONT-STATUS.
           SELECT RECLAIM-INPUT ASSIGN TO UCRECL
           FILE STATUS IS WS-RECL-STATUS.
           SELECT REGISTER-FILE ASSIGN TO UCREG
           FILE STATUS IS WS-REG-STATUS.
           SELECT UC-GOOD-FILE ASSIGN TO UCGOOD
           FILE STATUS IS WS-GOOD-STATUS.
           SELECT GL-EXTRACT-FILE ASSIGN TO GLEXTOU5
           FILE STATUS IS WS-GLEXT-STATUS.
           SELECT RETURN-PRINT ASSIGN TO UCRETN
           FILE STATUS IS WS-RETN-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *MINIMUM DORMANT RUNS BEFORE A TRANSFER AND THE GL LIABILITY
      *ACCOUNT THAT HOLDS UNCLAIMED BALANCES
       FD UC-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 UC-CTRL-REC.
           03 UC-MIN-DORMANT         PIC 9(3).
           03 UC-LIAB-ACCOUNT        PIC X(5).
           03 FILLER                 PIC X(72).

      *DTBPROG6'S DORMANT CONTROL LAYOUT - MUST BE KEPT IN STEP.
       FD DORMANT-CTL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 DORMANT-CTL-RECORD.
           03 DC-ACCOUNT           PIC X(5).
           03 DC-DORMANT-COUNT     PIC 9(3).

      *DTBPROG6'S MASTERFILE LAYOUT - MUST BE KEPT IN STEP.
       FD MASTER-INPUT BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 MASTER-RECORD.
           COPY MASTREC REPLACING ==:PRE:== BY ==M==.

      *EXPPROG24'S CONTGONE AND CONTOUT LAYOUTS - MUST BE KEPT IN
      *STEP. ONLY THE ACCOUNT IS USED HERE.
       FD GONE-AWAY-INPUT BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 GONE-AWAY-RECORD.
           03 GA-ACCOUNT             PIC X(5).
           03 FILLER                 PIC X(34).
           03 GA-GONE-AWAY-DATE      PIC 9(8).
           03 FILLER                 PIC X(33).

       FD CONTACT-INPUT BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 CONTACT-RECORD.
           03 CT-ACCOUNT             PIC X(5).
           03 FILLER                 PIC X(75).

      *ONE CARD PER OWNER COMING FORWARD FOR A TRANSFERRED BALANCE
       FD RECLAIM-INPUT BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 RECLAIM-RECORD.
           03 RC-ACCOUNT             PIC X(5).
           03 RC-CLAIM-REF           PIC X(10).
           03 FILLER                 PIC X(65).

      *UNCLAIMED REGISTER - LAID OUT IN REGISTER-WORK BELOW
       FD REGISTER-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 REGISTER-RECORD            PIC X(80).

       FD UC-GOOD-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 GOOD-RECORD.
           COPY GOODREC REPLACING ==:PRE:== BY ==G==.

       FD GL-EXTRACT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 GL-EXTRACT-RECORD.
           COPY GLEXT REPLACING ==:PRE:== BY ==GL==.

       FD RETURN-PRINT BLOCK CONTAINS 0 RECORDS
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

       01 WS-UCCTL-STATUS       PIC X(2).
           88 UCCTL-OK          VALUE "00".
       01 WS-DORM-STATUS        PIC X(2).
           88 DORM-OK           VALUE "00".
       01 WS-MAST-STATUS        PIC X(2).
           88 MAST-OK           VALUE "00".
       01 WS-GONE-STATUS        PIC X(2).
           88 GONE-OK           VALUE "00".
           88 GONE-NOTFOUND     VALUE "35".
       01 WS-CONT-STATUS        PIC X(2).
           88 CONT-OK           VALUE "00".
           88 CONT-NOTFOUND     VALUE "35".
       01 WS-RECL-STATUS        PIC X(2).
           88 RECL-OK           VALUE "00".
       01 WS-REG-STATUS         PIC X(2).
           88 REG-OK            VALUE "00".
           88 REG-NOTFOUND      VALUE "35".
       01 WS-GOOD-STATUS        PIC X(2).
           88 GOOD-OK           VALUE "00".
       01 WS-GLEXT-STATUS       PIC X(2).
           88 GLEXT-OK          VALUE "00".
       01 WS-RETN-STATUS        PIC X(2).
           88 RETN-OK           VALUE "00".
       01 WS-RUNLOG-STATUS      PIC X(2).

       01 WS-EOF-FLAG           PIC X VALUE 'N'.
           88 INPUT-DONE        VALUE 'Y'.
       01 WS-MODE-FLAG          PIC X VALUE 'T'.
           88 TRANSFER-MODE     VALUE 'T'.
           88 RECLAIM-MODE      VALUE 'R'.

       01 WS-RUN-INPUT-COUNT    PIC 9(8) VALUE 0.
       01 WS-GOOD-COUNT         PIC 9(8) VALUE 0.
       01 WS-REJECT-COUNT       PIC 9(8) VALUE 0.
       01 WS-NO-CONTACT-COUNT   PIC 9(8) VALUE 0.
       01 WS-NIL-BALANCE-COUNT  PIC 9(8) VALUE 0.
       01 WS-ACTION-COUNT       PIC 9(8) VALUE 0.
       01 WS-REOPEN-COUNT       PIC 9(8) VALUE 0.
       01 WS-ACTION-TOTAL       PIC S9(11) COMP-3 VALUE 0.

      *FROM UCCTL
       01 WS-MIN-DORMANT        PIC 9(3) VALUE 0.
       01 WS-LIAB-ACCOUNT       PIC X(5) VALUE SPACES.

      *DORMANT ENTRIES OVER THE MINIMUM AGE (DTBPROG6'S 500-ENTRY
      *DORMANT TABLE SCALE)
       01 WS-DORMANT-TABLE.
           03 WS-DORMANT-ENTRY OCCURS 500 TIMES.
               05 WS-DORM-ACCOUNT   PIC X(5).
               05 WS-DORM-COUNT     PIC 9(3).
       01 WS-DORM-ENTRIES       PIC 9(3) VALUE 0.
       01 WS-DORM-IDX           PIC 9(3).
       01 WS-DORM-PICK          PIC 9(3).

      *ACCOUNTS THE LAST CONTACT RUN REACHED - 'G' MAIL RETURNED
      *(UCGONE), 'U' LETTER UNANSWERED (UCCONT)
       01 WS-CONTACT-TABLE.
           03 WS-CONTACT-ENTRY OCCURS 1000 TIMES.
               05 WS-CON-ACCOUNT    PIC X(5).
               05 WS-CON-TYPE       PIC X(1).
       01 WS-CON-ENTRIES        PIC 9(4) VALUE 0.
       01 WS-CON-IDX            PIC 9(4).
       01 WS-CON-PICK           PIC 9(4).
       01 WS-LOAD-TYPE          PIC X(1).

      *ONE UNCLAIMED REGISTER ENTRY
       01 REGISTER-WORK.
           03 UR-ACCOUNT            PIC X(5).
           03 UR-INITIAL-VAL        PIC X(1).
           03 UR-SURNAME            PIC X(20).
           03 UR-AMOUNT             PIC S9(9) SIGN LEADING SEPARATE.
           03 UR-TRANSFER-DATE      PIC X(8).
           03 UR-STATUS             PIC X(1).
               88 UR-TRANSFERRED    VALUE 'T'.
               88 UR-RECLAIMED      VALUE 'R'.
           03 UR-RECLAIM-DATE       PIC X(8).
           03 UR-CONTACT            PIC X(1).
           03 UR-DORMANT-COUNT      PIC 9(3).
           03 UR-CLAIM-REF          PIC X(10).
           03 FILLER                PIC X(13).

      *THE WHOLE REGISTER, HELD FOR THE REWRITE
       01 WS-REGISTER-TABLE.
           03 WS-REG-ENTRY OCCURS 1000 TIMES.
               05 WS-REG-IMAGE.
                   07 WS-REG-ACCOUNT    PIC X(5).
                   07 FILLER            PIC X(39).
                   07 WS-REG-ENTRY-STATUS PIC X(1).
                   07 FILLER            PIC X(35).
       01 WS-REG-ENTRIES        PIC 9(4) VALUE 0.
       01 WS-REG-IDX            PIC 9(4).
       01 WS-REG-PICK           PIC 9(4).
       01 WS-REG-FULL-FLAG      PIC X VALUE 'N'.
           88 REGISTER-FULL     VALUE 'Y'.

      *RECLAIM CARDS ACCEPTED, SORTED INTO ACCOUNT ORDER
       01 WS-CLAIM-TABLE.
           03 WS-CLAIM-ENTRY OCCURS 200 TIMES.
               05 WS-CLM-ACCOUNT    PIC X(5).
               05 WS-CLM-REF        PIC X(10).
               05 WS-CLM-REG-IDX    PIC 9(4).
       01 WS-CLM-COUNT          PIC 9(3) VALUE 0.
       01 WS-CLM-IDX            PIC 9(3).
       01 WS-CLM-SORT-IDX       PIC 9(3).
       01 WS-CLM-NEXT           PIC 9(3).
       01 WS-CLM-HOLD.
           03 WS-CLM-HOLD-ACCOUNT   PIC X(5).
           03 WS-CLM-HOLD-REF       PIC X(10).
           03 WS-CLM-HOLD-REG-IDX   PIC 9(4).
       01 WS-CLM-DUP-FLAG       PIC X VALUE 'N'.
           88 CLAIM-DUPLICATE   VALUE 'Y'.

       01 WS-GL-AMOUNT          PIC S9(9) COMP-3.

      *REGULATORY RETURN LINES
       01 RETN-TITLE-LINE.
           03 FILLER            PIC X(35) VALUE
              'UNCLAIMED BALANCES RETURN         '.
           03 RT-RUN-TYPE       PIC X(12).
           03 FILLER            PIC X(11) VALUE '  RUN DATE '.
           03 RT-RUN-DATE       PIC X(8).
           03 FILLER            PIC X(14) VALUE SPACES.
       01 RETN-LIAB-LINE.
           03 FILLER            PIC X(24) VALUE
              'LIABILITY ACCOUNT       '.
           03 LL-LIAB-ACCOUNT   PIC X(5).
           03 FILLER            PIC X(51) VALUE SPACES.
       01 RETN-RULE-LINE        PIC X(80) VALUE ALL '-'.
       01 BLANKLINE             PIC X(80) VALUE SPACES.
       01 XFER-HEAD-LINE.
           03 FILLER            PIC X(40) VALUE
              'ACCOUNT  LAST-KNOWN NAME                '.
           03 FILLER            PIC X(40) VALUE
              'AMOUNT  CONTACT     RUNS                '.
       01 XFER-DETAIL-LINE.
           03 XD-ACCOUNT        PIC X(5).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 XD-INITIAL        PIC X(1).
           03 FILLER            PIC X(2) VALUE '. '.
           03 XD-SURNAME        PIC X(20).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 XD-AMOUNT         PIC -(9)9.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 XD-CONTACT        PIC X(10).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 XD-RUNS           PIC ZZ9.
           03 FILLER            PIC X(21) VALUE SPACES.
       01 RECL-HEAD-LINE.
           03 FILLER            PIC X(40) VALUE
              'ACCOUNT  LAST-KNOWN NAME                '.
           03 FILLER            PIC X(40) VALUE
              'AMOUNT  TRANSFER  CLAIM REF             '.
       01 RECL-DETAIL-LINE.
           03 RD-ACCOUNT        PIC X(5).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 RD-INITIAL        PIC X(1).
           03 FILLER            PIC X(2) VALUE '. '.
           03 RD-SURNAME        PIC X(20).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 RD-AMOUNT         PIC -(9)9.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 RD-TRANSFER-DATE  PIC X(8).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 RD-CLAIM-REF      PIC X(10).
           03 FILLER            PIC X(16) VALUE SPACES.
       01 RETN-COUNT-LINE.
           03 TL-LABEL          PIC X(24).
           03 TL-COUNT          PIC Z(9)9.
           03 FILLER            PIC X(46) VALUE SPACES.
       01 RETN-AMOUNT-LINE.
           03 TA-LABEL          PIC X(24).
           03 TA-AMOUNT         PIC -(11)9.
           03 FILLER            PIC X(44) VALUE SPACES.

       LINKAGE SECTION.
       01 INPUT-PARM.
           03 PARM-LENGTH       PIC S9(04) COMP.
           03 PARM-DATA         PIC X(4).
      *
       PROCEDURE DIVISION USING INPUT-PARM.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING UNCLAIMED BALANCE RUN"
           PERFORM B100-CHECK-PARM
           PERFORM B200-LOAD-CONTROL
           PERFORM B300-LOAD-REGISTER
           IF TRANSFER-MODE
               PERFORM B400-LOAD-DORMANT-TABLE
               PERFORM B500-LOAD-CONTACTS
           ELSE
               PERFORM B600-LOAD-CLAIMS
           END-IF
           PERFORM B700-OPEN-OUTPUTS
           MOVE 'N' TO WS-EOF-FLAG
           READ MASTER-INPUT AT END SET INPUT-DONE TO TRUE
           END-READ
           IF TRANSFER-MODE
               PERFORM C100-CHECK-ACCOUNT UNTIL INPUT-DONE
           ELSE
               MOVE 1 TO WS-CLM-NEXT
               PERFORM C300-MATCH-CLAIMS UNTIL INPUT-DONE
               PERFORM C350-REOPEN-CLAIM
                   UNTIL WS-CLM-NEXT > WS-CLM-COUNT
           END-IF
           PERFORM D100-PRINT-TOTALS
           CLOSE MASTER-INPUT
                 UC-GOOD-FILE
                 GL-EXTRACT-FILE
                 RETURN-PRINT
           PERFORM W400-REWRITE-REGISTER
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - TRANSACTIONS WRITTEN TO UCGOOD: "
                   WS-GOOD-COUNT
           IF TRANSFER-MODE
               DISPLAY "STATUS - BALANCES TRANSFERRED: "
                       WS-ACTION-COUNT
           ELSE
               DISPLAY "STATUS - BALANCES RECLAIMED: "
                       WS-ACTION-COUNT
           END-IF
           DISPLAY "STATUS - UNCLAIMED BALANCE RUN DONE"
           GOBACK
           .

       B100-CHECK-PARM        SECTION.
           IF PARM-LENGTH > 0
               EVALUATE TRUE
                   WHEN PARM-LENGTH >= 4 AND PARM-DATA = 'RECL'
                       SET RECLAIM-MODE TO TRUE
                   WHEN PARM-LENGTH >= 4 AND PARM-DATA = 'XFER'
                       SET TRANSFER-MODE TO TRUE
                   WHEN OTHER
                       DISPLAY "ERROR - PARM MUST BE 'XFER' OR "
                               "'RECL'"
                       MOVE 16 TO RETURN-CODE
                       PERFORM Z100-WRITE-RUN-LOG
                       GOBACK
               END-EVALUATE
           END-IF
           IF TRANSFER-MODE
               DISPLAY "STATUS - TRANSFER RUN"
           ELSE
               DISPLAY "STATUS - RECLAIM RUN"
           END-IF
           .

      *THE MINIMUM AGE ONLY MATTERS TO A TRANSFER, THE LIABILITY
      *ACCOUNT TO BOTH.
       B200-LOAD-CONTROL      SECTION.
           OPEN INPUT UC-CTRL-FILE
           IF NOT UCCTL-OK
               DISPLAY "ERROR - COULD NOT OPEN UCCTL, STATUS "
                       WS-UCCTL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           READ UC-CTRL-FILE
               AT END
                   DISPLAY "ERROR - UCCTL IS EMPTY"
                   CLOSE UC-CTRL-FILE
                   MOVE 16 TO RETURN-CODE
                   PERFORM Z100-WRITE-RUN-LOG
                   GOBACK
           END-READ
           CLOSE UC-CTRL-FILE
           IF UC-LIAB-ACCOUNT = SPACES
               DISPLAY "ERROR - NO LIABILITY ACCOUNT ON UCCTL"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           IF TRANSFER-MODE
              AND (UC-MIN-DORMANT NOT NUMERIC OR UC-MIN-DORMANT = 0)
               DISPLAY "ERROR - UCCTL MINIMUM DORMANT RUNS MISSING "
                       "OR NOT NUMERIC"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE UC-LIAB-ACCOUNT TO WS-LIAB-ACCOUNT
           IF TRANSFER-MODE
               MOVE UC-MIN-DORMANT TO WS-MIN-DORMANT
               DISPLAY "STATUS - ACCOUNTS DORMANT OVER "
                       WS-MIN-DORMANT " RUNS CONSIDERED"
           END-IF
           DISPLAY "STATUS - LIABILITY ACCOUNT " WS-LIAB-ACCOUNT
           .

       B300-LOAD-REGISTER     SECTION.
           OPEN INPUT REGISTER-FILE
           IF REG-NOTFOUND
               DISPLAY "STATUS - NO UNCLAIMED REGISTER, STARTING "
                       "A NEW ONE"
               GO TO B300-EXIT
           END-IF
           IF NOT REG-OK
               DISPLAY "ERROR - COULD NOT OPEN UCREG, STATUS "
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
                       ELSE
      *A REGISTER THAT CANNOT BE HELD WHOLE MUST NOT BE REWRITTEN
                           DISPLAY "ERROR - UNCLAIMED REGISTER "
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

       B400-LOAD-DORMANT-TABLE SECTION.
           OPEN INPUT DORMANT-CTL-FILE
           IF NOT DORM-OK
               DISPLAY "ERROR - COULD NOT OPEN DORMCTL, STATUS "
                       WS-DORM-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           READ DORMANT-CTL-FILE AT END SET INPUT-DONE TO TRUE
           END-READ
           PERFORM UNTIL INPUT-DONE
               ADD 1 TO WS-RUN-INPUT-COUNT
               IF DC-DORMANT-COUNT > WS-MIN-DORMANT
                   IF WS-DORM-ENTRIES < 500
                       ADD 1 TO WS-DORM-ENTRIES
                       MOVE DC-ACCOUNT
                         TO WS-DORM-ACCOUNT(WS-DORM-ENTRIES)
                       MOVE DC-DORMANT-COUNT
                         TO WS-DORM-COUNT(WS-DORM-ENTRIES)
                   ELSE
                       DISPLAY "WARNING - DORMANT TABLE FULL, "
                               DC-ACCOUNT " NOT CONSIDERED"
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               READ DORMANT-CTL-FILE AT END SET INPUT-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE DORMANT-CTL-FILE
           DISPLAY "STATUS - " WS-DORM-ENTRIES " ACCOUNT(S) OVER "
                   "THE MINIMUM AGE"
           .

      *RETURNED MAIL IS LOADED FIRST SO AN ACCOUNT ON BOTH FILES
      *IS REPORTED AS RETURNED. EITHER FILE MAY BE ABSENT - THE
      *CONTACT RUN MAY HAVE PRODUCED NOTHING FOR IT.
       B500-LOAD-CONTACTS     SECTION.
           OPEN INPUT GONE-AWAY-INPUT
           IF GONE-NOTFOUND
               DISPLAY "WARNING - UCGONE NOT PRESENT"
               MOVE 4 TO RETURN-CODE
           ELSE
               IF NOT GONE-OK
                   DISPLAY "ERROR - COULD NOT OPEN UCGONE, STATUS "
                           WS-GONE-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM Z100-WRITE-RUN-LOG
                   GOBACK
               END-IF
               MOVE 'G' TO WS-LOAD-TYPE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL INPUT-DONE
                   READ GONE-AWAY-INPUT
                       AT END SET INPUT-DONE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RUN-INPUT-COUNT
                           MOVE GA-ACCOUNT TO CT-ACCOUNT
                           PERFORM B510-ADD-CONTACT
                   END-READ
               END-PERFORM
               CLOSE GONE-AWAY-INPUT
           END-IF
           OPEN INPUT CONTACT-INPUT
           IF CONT-NOTFOUND
               DISPLAY "WARNING - UCCONT NOT PRESENT"
               MOVE 4 TO RETURN-CODE
           ELSE
               IF NOT CONT-OK
                   DISPLAY "ERROR - COULD NOT OPEN UCCONT, STATUS "
                           WS-CONT-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM Z100-WRITE-RUN-LOG
                   GOBACK
               END-IF
               MOVE 'U' TO WS-LOAD-TYPE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL INPUT-DONE
                   READ CONTACT-INPUT
                       AT END SET INPUT-DONE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RUN-INPUT-COUNT
                           PERFORM B510-ADD-CONTACT
                   END-READ
               END-PERFORM
               CLOSE CONTACT-INPUT
           END-IF
           DISPLAY "STATUS - " WS-CON-ENTRIES " CONTACTED ACCOUNT(S) "
                   "LOADED"
           .

       B510-ADD-CONTACT       SECTION.
           PERFORM B520-FIND-CONTACT
           IF WS-CON-PICK = 0
               IF WS-CON-ENTRIES < 1000
                   ADD 1 TO WS-CON-ENTRIES
                   MOVE CT-ACCOUNT TO WS-CON-ACCOUNT(WS-CON-ENTRIES)
                   MOVE WS-LOAD-TYPE TO WS-CON-TYPE(WS-CON-ENTRIES)
               ELSE
                   DISPLAY "WARNING - CONTACT TABLE FULL, "
                           CT-ACCOUNT " NOT CONSIDERED"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .

       B520-FIND-CONTACT      SECTION.
           MOVE 0 TO WS-CON-PICK
           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
                   UNTIL WS-CON-IDX > WS-CON-ENTRIES
               IF WS-CON-PICK = 0 AND
                  WS-CON-ACCOUNT(WS-CON-IDX) = CT-ACCOUNT
                   MOVE WS-CON-IDX TO WS-CON-PICK
               END-IF
           END-PERFORM
           .

      *EVERY CARD MUST NAME AN ACCOUNT STILL ON THE REGISTER AS
      *TRANSFERRED, ONCE. THE ACCEPTED CLAIMS ARE SORTED INTO
      *ACCOUNT ORDER TO WALK ALONGSIDE MASTERFILE.
       B600-LOAD-CLAIMS       SECTION.
           OPEN INPUT RECLAIM-INPUT
           IF NOT RECL-OK
               DISPLAY "ERROR - COULD NOT OPEN UCRECL, STATUS "
                       WS-RECL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ RECLAIM-INPUT
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RUN-INPUT-COUNT
                       PERFORM B610-CHECK-CLAIM
               END-READ
           END-PERFORM
           CLOSE RECLAIM-INPUT
           PERFORM VARYING WS-CLM-IDX FROM 2 BY 1
                   UNTIL WS-CLM-IDX > WS-CLM-COUNT
               MOVE WS-CLAIM-ENTRY(WS-CLM-IDX) TO WS-CLM-HOLD
               MOVE WS-CLM-IDX TO WS-CLM-SORT-IDX
               PERFORM UNTIL WS-CLM-SORT-IDX < 2
                   OR WS-CLM-ACCOUNT(WS-CLM-SORT-IDX - 1)
                      NOT > WS-CLM-HOLD-ACCOUNT
                   MOVE WS-CLAIM-ENTRY(WS-CLM-SORT-IDX - 1)
                     TO WS-CLAIM-ENTRY(WS-CLM-SORT-IDX)
                   SUBTRACT 1 FROM WS-CLM-SORT-IDX
               END-PERFORM
               MOVE WS-CLM-HOLD TO WS-CLAIM-ENTRY(WS-CLM-SORT-IDX)
           END-PERFORM
           DISPLAY "STATUS - " WS-CLM-COUNT " CLAIM(S) ACCEPTED, "
                   WS-REJECT-COUNT " REJECTED"
           .

       B610-CHECK-CLAIM       SECTION.
           MOVE RC-ACCOUNT TO CT-ACCOUNT
           PERFORM B620-FIND-TRANSFER
           MOVE 'N' TO WS-CLM-DUP-FLAG
           PERFORM VARYING WS-CLM-IDX FROM 1 BY 1
                   UNTIL WS-CLM-IDX > WS-CLM-COUNT
               IF WS-CLM-ACCOUNT(WS-CLM-IDX) = RC-ACCOUNT
                   SET CLAIM-DUPLICATE TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-REG-PICK = 0
                   DISPLAY "WARNING - CLAIM " RC-CLAIM-REF
                           " REJECTED, " RC-ACCOUNT
                           " NOT ON THE REGISTER AS TRANSFERRED"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 4 TO RETURN-CODE
               WHEN CLAIM-DUPLICATE
                   DISPLAY "WARNING - CLAIM " RC-CLAIM-REF
                           " REJECTED, " RC-ACCOUNT
                           " ALREADY CLAIMED THIS RUN"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 4 TO RETURN-CODE
               WHEN WS-CLM-COUNT >= 200
                   DISPLAY "WARNING - CLAIM TABLE FULL, CLAIM "
                           RC-CLAIM-REF " NOT PROCESSED"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   ADD 1 TO WS-CLM-COUNT
                   MOVE RC-ACCOUNT TO WS-CLM-ACCOUNT(WS-CLM-COUNT)
                   MOVE RC-CLAIM-REF TO WS-CLM-REF(WS-CLM-COUNT)
                   MOVE WS-REG-PICK TO WS-CLM-REG-IDX(WS-CLM-COUNT)
           END-EVALUATE
           .

      *THE REGISTER ENTRY STILL OPEN ('T') FOR CT-ACCOUNT, IF ANY
       B620-FIND-TRANSFER     SECTION.
           MOVE 0 TO WS-REG-PICK
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-ENTRIES
               IF WS-REG-PICK = 0 AND
                  WS-REG-ACCOUNT(WS-REG-IDX) = CT-ACCOUNT AND
                  WS-REG-ENTRY-STATUS(WS-REG-IDX) = 'T'
                   MOVE WS-REG-IDX TO WS-REG-PICK
               END-IF
           END-PERFORM
           .

       B700-OPEN-OUTPUTS      SECTION.
           OPEN INPUT MASTER-INPUT
           IF NOT MAST-OK
               DISPLAY "ERROR - COULD NOT OPEN MASTIN, STATUS "
                       WS-MAST-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN OUTPUT UC-GOOD-FILE
           IF NOT GOOD-OK
               DISPLAY "ERROR - COULD NOT OPEN UCGOOD, STATUS "
                       WS-GOOD-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN OUTPUT GL-EXTRACT-FILE
           IF NOT GLEXT-OK
               DISPLAY "ERROR - COULD NOT OPEN GLEXTOU5, STATUS "
                       WS-GLEXT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN OUTPUT RETURN-PRINT
           IF NOT RETN-OK
               DISPLAY "ERROR - COULD NOT OPEN UCRETN, STATUS "
                       WS-RETN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           IF TRANSFER-MODE
               MOVE 'TRANSFERS' TO RT-RUN-TYPE
           ELSE
               MOVE 'RECLAIMS' TO RT-RUN-TYPE
           END-IF
           MOVE WS-BUSINESS-DATE TO RT-RUN-DATE
           WRITE PRINTLINE FROM RETN-RULE-LINE
           WRITE PRINTLINE FROM RETN-TITLE-LINE
           MOVE WS-LIAB-ACCOUNT TO LL-LIAB-ACCOUNT
           WRITE PRINTLINE FROM RETN-LIAB-LINE
           WRITE PRINTLINE FROM RETN-RULE-LINE
           IF TRANSFER-MODE
               WRITE PRINTLINE FROM XFER-HEAD-LINE
           ELSE
               WRITE PRINTLINE FROM RECL-HEAD-LINE
           END-IF
           WRITE PRINTLINE FROM BLANKLINE
           .

      *TRANSFER - ONE MASTERFILE ACCOUNT AGAINST THE RULES
       C100-CHECK-ACCOUNT     SECTION.
           ADD 1 TO WS-RUN-INPUT-COUNT
           MOVE 0 TO WS-DORM-PICK
           PERFORM VARYING WS-DORM-IDX FROM 1 BY 1
                   UNTIL WS-DORM-IDX > WS-DORM-ENTRIES
               IF WS-DORM-PICK = 0 AND
                  WS-DORM-ACCOUNT(WS-DORM-IDX) = M-ACCOUNT
                   MOVE WS-DORM-IDX TO WS-DORM-PICK
               END-IF
           END-PERFORM
           IF WS-DORM-PICK > 0
               MOVE M-ACCOUNT TO CT-ACCOUNT
               PERFORM B520-FIND-CONTACT
               PERFORM B620-FIND-TRANSFER
               EVALUATE TRUE
                   WHEN WS-CON-PICK = 0
                       ADD 1 TO WS-NO-CONTACT-COUNT
                   WHEN M-BALANCE NOT > 0
                       ADD 1 TO WS-NIL-BALANCE-COUNT
                   WHEN WS-REG-PICK > 0
                       DISPLAY "WARNING - " M-ACCOUNT " HOLDS A "
                               "BALANCE BUT IS ALREADY ON THE "
                               "REGISTER AS TRANSFERRED"
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       PERFORM C200-TRANSFER-BALANCE
               END-EVALUATE
           END-IF
           READ MASTER-INPUT AT END SET INPUT-DONE TO TRUE
           END-READ
           .

       C200-TRANSFER-BALANCE  SECTION.
           IF WS-REG-ENTRIES >= 1000
               IF NOT REGISTER-FULL
                   DISPLAY "WARNING - UNCLAIMED REGISTER FULL, NO "
                           "FURTHER TRANSFERS THIS RUN"
                   SET REGISTER-FULL TO TRUE
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO C200-EXIT
           END-IF
           MOVE SPACES TO GOOD-RECORD
           MOVE M-ACCOUNT TO G-ACCOUNT
           MOVE 'D' TO G-MARKER
           COMPUTE G-TRANS-AMOUNT = 0 - M-BALANCE
           MOVE WS-BUSINESS-DATE TO G-TRANS-DATE
           MOVE M-INITIAL-VAL TO G-INITIAL-VAL
           MOVE M-SURNAME TO G-SURNAME
           PERFORM W100-WRITE-GOOD
           MOVE M-BALANCE TO WS-GL-AMOUNT
           MOVE 'U' TO GL-MARKER
           PERFORM W200-WRITE-GL-RECORD
           MOVE SPACES TO REGISTER-WORK
           MOVE M-ACCOUNT TO UR-ACCOUNT
           MOVE M-INITIAL-VAL TO UR-INITIAL-VAL
           MOVE M-SURNAME TO UR-SURNAME
           MOVE M-BALANCE TO UR-AMOUNT
           MOVE WS-BUSINESS-DATE TO UR-TRANSFER-DATE
           SET UR-TRANSFERRED TO TRUE
           MOVE WS-CON-TYPE(WS-CON-PICK) TO UR-CONTACT
           MOVE WS-DORM-COUNT(WS-DORM-PICK) TO UR-DORMANT-COUNT
           ADD 1 TO WS-REG-ENTRIES
           MOVE REGISTER-WORK TO WS-REG-IMAGE(WS-REG-ENTRIES)
           MOVE M-ACCOUNT TO XD-ACCOUNT
           MOVE M-INITIAL-VAL TO XD-INITIAL
           MOVE M-SURNAME TO XD-SURNAME
           MOVE M-BALANCE TO XD-AMOUNT
           IF UR-CONTACT = 'G'
               MOVE 'RETURNED' TO XD-CONTACT
           ELSE
               MOVE 'UNANSWERED' TO XD-CONTACT
           END-IF
           MOVE UR-DORMANT-COUNT TO XD-RUNS
           WRITE PRINTLINE FROM XFER-DETAIL-LINE
           ADD 1 TO WS-ACTION-COUNT
           ADD M-BALANCE TO WS-ACTION-TOTAL.
       C200-EXIT.
           EXIT.

      *RECLAIM - CLAIMS FOR ACCOUNTS BELOW THIS MASTER ARE NOT ON
      *MASTERFILE AND NEED A REOPEN; A CLAIM FOR THIS ONE IS PAID.
       C300-MATCH-CLAIMS      SECTION.
           ADD 1 TO WS-RUN-INPUT-COUNT
           PERFORM C350-REOPEN-CLAIM
               UNTIL WS-CLM-NEXT > WS-CLM-COUNT
                  OR WS-CLM-ACCOUNT(WS-CLM-NEXT) NOT < M-ACCOUNT
           IF WS-CLM-NEXT NOT > WS-CLM-COUNT
               IF WS-CLM-ACCOUNT(WS-CLM-NEXT) = M-ACCOUNT
                   PERFORM C400-RESTORE-BALANCE
                   ADD 1 TO WS-CLM-NEXT
               END-IF
           END-IF
           READ MASTER-INPUT AT END SET INPUT-DONE TO TRUE
           END-READ
           .

       C350-REOPEN-CLAIM      SECTION.
           MOVE WS-REG-IMAGE(WS-CLM-REG-IDX(WS-CLM-NEXT))
             TO REGISTER-WORK
           MOVE SPACES TO GOOD-RECORD
           MOVE UR-ACCOUNT TO G-ACCOUNT
           MOVE 'R' TO G-MARKER
           MOVE 0 TO G-TRANS-AMOUNT
           MOVE WS-BUSINESS-DATE TO G-TRANS-DATE
           MOVE UR-INITIAL-VAL TO G-INITIAL-VAL
           MOVE UR-SURNAME TO G-SURNAME
           PERFORM W100-WRITE-GOOD
           ADD 1 TO WS-REOPEN-COUNT
           DISPLAY "WARNING - " UR-ACCOUNT " NOT ON MASTERFILE, "
                   "REOPEN WRITTEN - PRESENT CLAIM "
                   WS-CLM-REF(WS-CLM-NEXT) " AGAIN AFTER THE MERGE"
           MOVE 4 TO RETURN-CODE
           ADD 1 TO WS-CLM-NEXT
           .

       C400-RESTORE-BALANCE   SECTION.
           MOVE WS-CLM-REG-IDX(WS-CLM-NEXT) TO WS-REG-PICK
           MOVE WS-REG-IMAGE(WS-REG-PICK) TO REGISTER-WORK
           MOVE SPACES TO GOOD-RECORD
           MOVE UR-ACCOUNT TO G-ACCOUNT
           MOVE 'C' TO G-MARKER
           MOVE UR-AMOUNT TO G-TRANS-AMOUNT
           MOVE WS-BUSINESS-DATE TO G-TRANS-DATE
           MOVE M-INITIAL-VAL TO G-INITIAL-VAL
           MOVE M-SURNAME TO G-SURNAME
           PERFORM W100-WRITE-GOOD
           MOVE UR-AMOUNT TO WS-GL-AMOUNT
           MOVE 'W' TO GL-MARKER
           PERFORM W200-WRITE-GL-RECORD
           SET UR-RECLAIMED TO TRUE
           MOVE WS-BUSINESS-DATE TO UR-RECLAIM-DATE
           MOVE WS-CLM-REF(WS-CLM-NEXT) TO UR-CLAIM-REF
           MOVE REGISTER-WORK TO WS-REG-IMAGE(WS-REG-PICK)
           MOVE UR-ACCOUNT TO RD-ACCOUNT
           MOVE UR-INITIAL-VAL TO RD-INITIAL
           MOVE UR-SURNAME TO RD-SURNAME
           MOVE UR-AMOUNT TO RD-AMOUNT
           MOVE UR-TRANSFER-DATE TO RD-TRANSFER-DATE
           MOVE UR-CLAIM-REF TO RD-CLAIM-REF
           WRITE PRINTLINE FROM RECL-DETAIL-LINE
           ADD 1 TO WS-ACTION-COUNT
           ADD UR-AMOUNT TO WS-ACTION-TOTAL
           .

       D100-PRINT-TOTALS      SECTION.
           WRITE PRINTLINE FROM BLANKLINE
           WRITE PRINTLINE FROM RETN-RULE-LINE
           IF TRANSFER-MODE
               MOVE 'ACCOUNTS TRANSFERRED    ' TO TL-LABEL
               MOVE WS-ACTION-COUNT TO TL-COUNT
               WRITE PRINTLINE FROM RETN-COUNT-LINE
               MOVE 'TOTAL TRANSFERRED       ' TO TA-LABEL
               MOVE WS-ACTION-TOTAL TO TA-AMOUNT
               WRITE PRINTLINE FROM RETN-AMOUNT-LINE
               MOVE 'SKIPPED - NO CONTACT    ' TO TL-LABEL
               MOVE WS-NO-CONTACT-COUNT TO TL-COUNT
               WRITE PRINTLINE FROM RETN-COUNT-LINE
               MOVE 'SKIPPED - NO BALANCE    ' TO TL-LABEL
               MOVE WS-NIL-BALANCE-COUNT TO TL-COUNT
               WRITE PRINTLINE FROM RETN-COUNT-LINE
           ELSE
               MOVE 'ACCOUNTS RECLAIMED      ' TO TL-LABEL
               MOVE WS-ACTION-COUNT TO TL-COUNT
               WRITE PRINTLINE FROM RETN-COUNT-LINE
               MOVE 'TOTAL RECLAIMED         ' TO TA-LABEL
               MOVE WS-ACTION-TOTAL TO TA-AMOUNT
               WRITE PRINTLINE FROM RETN-AMOUNT-LINE
               MOVE 'REOPENS PENDING CLAIM   ' TO TL-LABEL
               MOVE WS-REOPEN-COUNT TO TL-COUNT
               WRITE PRINTLINE FROM RETN-COUNT-LINE
               MOVE 'CLAIMS REJECTED         ' TO TL-LABEL
               MOVE WS-REJECT-COUNT TO TL-COUNT
               WRITE PRINTLINE FROM RETN-COUNT-LINE
           END-IF
           .

       W100-WRITE-GOOD        SECTION.
           WRITE GOOD-RECORD
           ADD 1 TO WS-GOOD-COUNT
           .

      *ONE LIABILITY POSTING PER ACCOUNT, EXPPROG7'S STYLE - THE
      *LEDGER ACCOUNT IN GL-ACCOUNT-NUM AND NO RUNNING BALANCE.
      *  'U' BALANCE TRANSFERRED TO UNCLAIMED
      *  'W' UNCLAIMED BALANCE RECLAIMED BY THE OWNER
       W200-WRITE-GL-RECORD   SECTION.
           MOVE WS-LIAB-ACCOUNT TO GL-ACCOUNT-NUM
           MOVE WS-GL-AMOUNT TO GL-TRANS-AMOUNT
           MOVE 0 TO GL-BALANCE
           MOVE WS-BUSINESS-DATE TO GL-RUN-DATE
           MOVE "EXPPRG78" TO GL-SOURCE-JOB
           MOVE SPACES TO GL-FILLER
           WRITE GL-EXTRACT-RECORD
           .

       W400-REWRITE-REGISTER  SECTION.
           OPEN OUTPUT REGISTER-FILE
           IF NOT REG-OK
               DISPLAY "ERROR - COULD NOT REWRITE UCREG, STATUS "
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
           MOVE "EXPPRG78" TO RL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE WS-RUN-INPUT-COUNT TO RL-INPUT-COUNT
           MOVE WS-GOOD-COUNT TO RL-OUTPUT-COUNT
           MOVE WS-ACTION-COUNT TO RL-OUTPUT-COUNT-2
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
