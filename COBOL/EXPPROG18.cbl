      * EXPPROG5 RESTARTS THE RUNNING BALANCE PER ACCOUNT BATCH) AND
      * CARRIED-FORWARD FROM THE BATCH TRAILER. PAGE HANDLING
      * FOLLOWS CBLPROG6'S P100/P200 IDIOM.
      *
      * AN ACCOUNT WHOSE CUSTOMER IS MARKED GONE-AWAY ON CDCUST
      * (RETURNED MAIL, EXPPROG61 - FOUND THROUGH THE CDXREF
      * CROSS-REFERENCE) HAS ITS STATEMENT WITHHELD; THE WITHHELD
      * ACCOUNTS ARE LISTED ON A PAGE OF THEIR OWN AT THE END OF
      * STMTOUT. NO CDXREF OR CDCUST MEANS NO SUPPRESSION.
      *
      * EVERY OTHER STATEMENT IS CLEARED WITH THE CONTACT HISTORY
      * (CONTMOD, LETTER TYPE 'ST') AT ITS BATCH HEADER. ONE HELD
      * BACK BECAUSE THE CUSTOMER WAS WRITTEN TO TOO RECENTLY IS
      * WITHHELD THE SAME WAY AND LISTED ON A FURTHER PAGE - SKIPPED
      * OR DEFERRED, THE LETTER THAT HELD IT BACK AND, IF DEFERRED,
      * THE DATE IT FALLS DUE.
      *
      * A DEFERRED STATEMENT IS KEPT, RECORD FOR RECORD, ON STMTHOLD
      * WITH THE DATE IT WAS FIRST DEFERRED. EACH RUN STARTS BY
      * ASKING CONTMOD ('DUE ') WHICH OF THEM HAVE FALLEN DUE; THOSE
      * ARE CLEARED AGAIN AND PRINTED AHEAD OF THE DAY'S STATEMENTS
      * (OR PUT OFF ONCE MORE), AND STMTHOLD IS REWRITTEN WITH WHAT
      * IS STILL HELD. A STATEMENT RELEASED TO A CUSTOMER WHO HAS
      * SINCE GONE AWAY IS WITHHELD LIKE ANY OTHER, AND CONTMOD IS
      * TOLD IT WAS DROPPED.
      *
      * EITHER LEG OF AN INTERNAL TRANSFER PRINTS THE OTHER ACCOUNT
      * AND THE TRANSFER REFERENCE THE TWO LEGS SHARE.
      *
       ENVIRONMENT DIVISION.
      *
           FILE STATUS IS WS-IN-STATUS.
           SELECT STMT-PRINT ASSIGN TO STMTOUT
           FILE STATUS IS WS-PRT-STATUS.
           SELECT STMT-HOLD ASSIGN TO STMTHOLD
           FILE STATUS IS WS-HOLD-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
           03 OUT-SURNAME          PIC X(20).
           03 OUT-RUNNING-BALANCE  PIC S9(9) COMP-3.
           03 OUT-OVERDRAWN-FLAG   PIC X(1).
           03 OUT-CATEGORY         PIC X(4).
           03 OUT-TFR-REF          PIC X(12).
           03 OUT-TFR-ACCOUNT      PIC 9(5).
           03 FILLER-OUT           PIC X(12).
           03 OUT-REC-TYPE         PIC X(1).
       01 BATCH-HEADER-RECORD REDEFINES STMT-RECORD.
           03 BH-ACCOUNT-NUM        PIC 9(5).
           RECORDING MODE IS F.
       01 PRINTLINE                 PIC X(132).

      *A DEFERRED STATEMENT - THE DATE IT WAS FIRST DEFERRED AND ONE
      *FILEOUT RECORD OF ITS BATCH, HEADER TO TRAILER.
       FD STMT-HOLD BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 HOLD-RECORD.
           03 HS-DEFER-DATE         PIC X(8).
           03 HS-IMAGE              PIC X(80).

       FD RUN-LOG-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 RUN-LOG-RECORD.
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE         PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP       PIC X(16) VALUE SPACES.

       01 WS-IN-STATUS          PIC X(2).
           88 IN-OK             VALUE "00".
       01 WS-PRT-STATUS         PIC X(2).
           88 PRT-OK            VALUE "00".
       01 WS-RUNLOG-STATUS      PIC X(2).
       01 WS-HOLD-STATUS        PIC X(2).
           88 HOLD-OK           VALUE "00".
           88 HOLD-NOTFOUND     VALUE "35".

       01 WS-EOF-FLAG           PIC X VALUE 'N'.
           88 INPUT-DONE        VALUE 'Y'.

       01 WS-RUN-INPUT-COUNT    PIC 9(8) VALUE 0.
       01 WS-STATEMENT-COUNT    PIC 9(8) VALUE 0.
       01 WS-WITHHELD-COUNT     PIC 9(8) VALUE 0.
       01 WS-CONT-HELD-COUNT    PIC 9(8) VALUE 0.
       01 WS-RELEASED-COUNT     PIC 9(8) VALUE 0.

      *IOMOD ACTION/FILE-ID CONSTANTS - CDCUST ON THE FIRST KEYED
      *SLOT, CDXREF WALKED ON THE SECOND.
       01 WS-GENERAL-FILLER.
           03 WS-OPEN-KEYED         PIC X(4) VALUE 'OK  '.
           03 WS-READ-KEYED         PIC X(4) VALUE 'RK  '.
           03 WS-CLOSE              PIC X(4) VALUE 'C   '.
           03 WS-OPEN-KEYED2        PIC X(4) VALUE 'OK2 '.
           03 WS-READ-NEXT-KEYED2   PIC X(4) VALUE 'RN2 '.
               88 XREF-SCAN-EOF              VALUE 'RSEF'.
           03 WS-FILE-KEY           PIC X(8) VALUE 'FILEKEY '.
           03 WS-FILE-KEY2          PIC X(8) VALUE 'FILEKEY2'.
           03 WS-CUST-FILENAME      PIC X(8) VALUE 'CDCUST'.
           03 WS-XREF-FILENAME      PIC X(8) VALUE 'CDXREF'.
       01 WS-IO-STATUS          PIC X(2).
           88 IO-OK             VALUE "00".

      *CUSTOMER NAME-AND-ADDRESS MASTER RECORD (EXPPROG1/EXPPROG3
      *LAYOUT) - ONLY THE GONE-AWAY MARKER IS USED HERE.
       01 CUST-RECORD.
           03 CUST-ACCOUNT           PIC X(8).
           03 CUST-TITLE             PIC X(3).
           03 CUST-INITIALS          PIC X(2).
           03 CUST-SURNAME           PIC X(20).
           03 CUST-ADDRESS-NUM       PIC 9(4).
           03 CUST-STREET            PIC X(15).
           03 CUST-TOWN              PIC X(12).
           03 CUST-POST-CODE         PIC X(10).
           03 CUST-GONE-AWAY-FLAG    PIC X(1).
               88 CUST-GONE-AWAY     VALUE 'G'.
           03 CUST-GONE-AWAY-DATE    PIC 9(8) COMP-3.

      *CDXREF RECORD - KEYED ON THE 8-CHARACTER MERGE-CHAIN ACCOUNT.
       01 XREF-RECORD.
           03 XR-CD-ACCOUNT          PIC X(8).
           03 XR-MAST-ACCOUNT        PIC X(5).
           03 XR-LOAD-DATE           PIC X(8).
           03 XR-FILLER              PIC X(59).

      *MASTERFILE ACCOUNTS WHOSE CUSTOMER IS GONE-AWAY ON CDCUST;
      *WS-GAW-HELD MARKS THE ONES THAT ACTUALLY HAD A STATEMENT
      *WITHHELD THIS RUN.
       01 WS-GAW-TABLE.
           03 WS-GAW-ENTRY OCCURS 500 TIMES.
               05 WS-GAW-ACCOUNT    PIC X(5).
               05 WS-GAW-DATE       PIC 9(8).
               05 WS-GAW-HELD       PIC X(1).
       01 WS-GAW-ENTRIES        PIC 9(3) VALUE 0.
       01 WS-GAW-IDX            PIC 9(3).
       01 WS-GAW-PICK           PIC 9(3).
       01 WS-STMT-ACCOUNT       PIC X(5).
       01 WS-WITHHOLD-FLAG      PIC X VALUE 'N'.
           88 WITHHOLD-STATEMENT VALUE 'Y'.

      *CONTACT HISTORY (CONTMOD) - STATEMENTS HELD BACK THIS RUN,
      *LISTED AFTER THE GONE-AWAY PAGE.
       01 WS-CONT-PARMS.
           COPY CNTPRM.
       01 WS-HELD-TABLE.
           03 WS-HELD-ENTRY OCCURS 500 TIMES.
               05 WS-HELD-ACCOUNT    PIC X(5).
               05 WS-HELD-DECISION   PIC X(1).
               05 WS-HELD-BLOCK-TYPE PIC X(2).
               05 WS-HELD-BLOCK-DATE PIC X(8).
               05 WS-HELD-DUE-DATE   PIC X(8).
       01 WS-HELD-ENTRIES       PIC 9(3) VALUE 0.
       01 WS-HELD-IDX           PIC 9(3).
       01 WS-DEFER-FLAG         PIC X VALUE 'N'.
           88 DEFER-STATEMENT   VALUE 'Y'.
      *DATE THE STATEMENT NOW IN HAND WAS FIRST DEFERRED - SPACES
      *FOR ONE OFF TODAY'S FILEOUT
       01 WS-RELEASE-DEFER-DATE PIC X(8) VALUE SPACES.
       01 WS-HOLD-DEFER-DATE    PIC X(8).

      *STMTHOLD AS IT STOOD AT THE START OF THE RUN, AND THE HELD
      *STATEMENTS CONTMOD SAYS HAVE FALLEN DUE.
       01 WS-HOLD-TABLE.
           03 WS-HT-ENTRY OCCURS 3000 TIMES.
               05 WS-HT-DEFER-DATE  PIC X(8).
               05 WS-HT-IMAGE       PIC X(80).
       01 WS-HT-ENTRIES         PIC 9(4) VALUE 0.
       01 WS-HT-IDX             PIC 9(4).
       01 WS-HT-SCAN            PIC 9(4).
       01 WS-DUE-TABLE.
           03 WS-DUE-ENTRY OCCURS 500 TIMES.
               05 WS-DUE-ACCOUNT    PIC X(5).
               05 WS-DUE-DEFER-DATE PIC X(8).
               05 WS-DUE-USED       PIC X(1).
       01 WS-DUE-ENTRIES        PIC 9(3) VALUE 0.
       01 WS-DUE-IDX            PIC 9(3).
       01 WS-DUE-PICK           PIC 9(3).
       01 WS-RELEASE-FLAG       PIC X VALUE 'N'.
           88 RELEASE-BATCH     VALUE 'Y'.

       01 PAGE-NUM-E            PIC 9(4) VALUE 0.
       01 LINE-COUNT            PIC 9(4) VALUE 0.
           03 FILLER            PIC X(4) VALUE SPACES.
           03 DL-BALANCE        PIC -(8)9.
           03 DL-OVD            PIC X(12).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 DL-TRANSFER.
               05 DL-TFR-DIRECTION  PIC X(9).
               05 DL-TFR-ACCOUNT    PIC X(5).
               05 DL-TFR-REF-LABEL  PIC X(5).
               05 DL-TFR-REF        PIC X(12).
           03 FILLER            PIC X(57) VALUE SPACES.
       01 CF-LINE.
           03 FILLER            PIC X(24) VALUE
              'BALANCE CARRIED FORWARD '.
           03 FILLER            PIC X(13) VALUE ' TRANSACTIONS'.
           03 FILLER            PIC X(80) VALUE SPACES.
       01 BLANKLINE             PIC X(132) VALUE SPACES.
       01 GONE-HEAD-1.
           03 FILLER            PIC X(20) VALUE SPACES.
           03 FILLER            PIC X(47) VALUE
              'STATEMENTS WITHHELD - GONE AWAY (RETURNED MAIL)'.
           03 FILLER            PIC X(65) VALUE SPACES.
       01 GONE-LINE.
           03 FILLER            PIC X(8) VALUE 'ACCOUNT '.
           03 GL-ACCOUNT        PIC X(5).
           03 FILLER            PIC X(18) VALUE
              '  GONE AWAY SINCE '.
           03 GL-DATE           PIC 9(8).
           03 FILLER            PIC X(93) VALUE SPACES.
       01 HELD-HEAD-1.
           03 FILLER            PIC X(20) VALUE SPACES.
           03 FILLER            PIC X(49) VALUE
              'STATEMENTS HELD BACK - CONTACTED TOO RECENTLY'.
           03 FILLER            PIC X(63) VALUE SPACES.
       01 HELD-LINE.
           03 FILLER            PIC X(8) VALUE 'ACCOUNT '.
           03 HL-ACCOUNT        PIC X(5).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 HL-OUTCOME        PIC X(8).
           03 FILLER            PIC X(7) VALUE ' AFTER '.
           03 HL-BLOCK-TYPE     PIC X(2).
           03 FILLER            PIC X(4) VALUE ' OF '.
           03 HL-BLOCK-DATE     PIC X(8).
           03 HL-DUE-TEXT       PIC X(5).
           03 HL-DUE-DATE       PIC X(8).
           03 FILLER            PIC X(75) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING STATEMENT PRINT"
           OPEN INPUT STMT-INPUT
           IF NOT IN-OK
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM B300-LOAD-HELD
           PERFORM B200-LOAD-GONE-AWAY
      *CONTMOD WALKS CDXREF ON THE SECOND KEYED SLOT, NOW FREE.
           MOVE "EXPPRG18" TO CNP-JOB-NAME
           MOVE WS-BUSINESS-DATE TO CNP-RUN-DATE
           MOVE "ST" TO CNP-LETTER-TYPE
           MOVE 'M' TO CNP-SCOPE
           MOVE 'OPEN' TO CNP-ACTION
           CALL 'CONTMOD' USING WS-CONT-PARMS
           PERFORM B400-LOAD-DUE
           OPEN OUTPUT STMT-HOLD
           IF NOT HOLD-OK
               DISPLAY "ERROR - COULD NOT OPEN STMTHOLD, STATUS "
                       WS-HOLD-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
      *DEFERRED STATEMENTS NOW DUE PRINT FIRST; THE REST GO BACK ON
      *STMTHOLD AS THEY WERE.
           PERFORM VARYING WS-HT-IDX FROM 1 BY 1
                   UNTIL WS-HT-IDX > WS-HT-ENTRIES
               PERFORM C300-RELEASE-HELD
           END-PERFORM
           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                   UNTIL WS-DUE-IDX > WS-DUE-ENTRIES
               IF WS-DUE-USED(WS-DUE-IDX) = 'N'
                   DISPLAY "WARNING - DEFERRED STATEMENT FOR "
                           WS-DUE-ACCOUNT(WS-DUE-IDX) " OF "
                           WS-DUE-DEFER-DATE(WS-DUE-IDX)
                           " IS NOT ON STMTHOLD"
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-RELEASE-DEFER-DATE
           MOVE 'N' TO WS-WITHHOLD-FLAG
           MOVE 'N' TO WS-DEFER-FLAG
           READ STMT-INPUT AT END SET INPUT-DONE TO TRUE
           END-READ
           PERFORM C100-PROCESS-RECORD UNTIL INPUT-DONE
           PERFORM P400-PRINT-GONE-AWAY
           PERFORM P500-PRINT-CONTACT-HELD
           CLOSE STMT-INPUT
                 STMT-PRINT
                 STMT-HOLD
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - STATEMENTS PRINTED: " WS-STATEMENT-COUNT
           DISPLAY "STATUS - DEFERRED STATEMENTS RELEASED: "
                   WS-RELEASED-COUNT
           DISPLAY "STATUS - STATEMENTS WITHHELD: " WS-WITHHELD-COUNT
           DISPLAY "STATUS - CONTACTED TOO RECENTLY: "
                   WS-CONT-HELD-COUNT
           DISPLAY "STATUS - STATEMENT PRINT DONE"
           GOBACK
           .

       C100-PROCESS-RECORD    SECTION.
           ADD 1 TO WS-RUN-INPUT-COUNT
           PERFORM C110-HANDLE-RECORD
           READ STMT-INPUT AT END SET INPUT-DONE TO TRUE
           END-READ
           .

      *A BATCH HEADER DECIDES WHETHER THE WHOLE ACCOUNT BATCH PRINTS;
      *A WITHHELD BATCH IS READ THROUGH TO ITS TRAILER UNPRINTED, AND
      *A DEFERRED ONE ONTO STMTHOLD.
       C110-HANDLE-RECORD     SECTION.
           IF OUT-REC-TYPE = 'H'
               PERFORM C150-CHECK-GONE-AWAY
           END-IF
           EVALUATE TRUE
               WHEN WITHHOLD-STATEMENT
                   IF DEFER-STATEMENT AND OUT-REC-TYPE NOT = 'X'
                       MOVE WS-HOLD-DEFER-DATE TO HS-DEFER-DATE
                       MOVE STMT-RECORD TO HS-IMAGE
                       WRITE HOLD-RECORD
                   END-IF
               WHEN OTHER
                   PERFORM C200-PRINT-RECORD
           END-EVALUATE
           .

       C150-CHECK-GONE-AWAY   SECTION.
           MOVE 'N' TO WS-WITHHOLD-FLAG
           MOVE 'N' TO WS-DEFER-FLAG
           MOVE BH-ACCOUNT-NUM TO WS-STMT-ACCOUNT
           MOVE 0 TO WS-GAW-PICK
           PERFORM VARYING WS-GAW-IDX FROM 1 BY 1
                   UNTIL WS-GAW-IDX > WS-GAW-ENTRIES
               IF WS-GAW-PICK = 0 AND
                  WS-GAW-ACCOUNT(WS-GAW-IDX) = WS-STMT-ACCOUNT
                   MOVE WS-GAW-IDX TO WS-GAW-PICK
               END-IF
           END-PERFORM
           IF WS-GAW-PICK > 0
               SET WITHHOLD-STATEMENT TO TRUE
               MOVE 'Y' TO WS-GAW-HELD(WS-GAW-PICK)
               ADD 1 TO WS-WITHHELD-COUNT
               IF WS-RELEASE-DEFER-DATE NOT = SPACES
                   PERFORM C180-DROP-RELEASED
               END-IF
           ELSE
               PERFORM C160-CHECK-CONTACT
           END-IF
           .

      *THE STATEMENT PRINTS ONLY IF THE CONTACT HISTORY CLEARS IT.
       C160-CHECK-CONTACT     SECTION.
           MOVE 'CHK ' TO CNP-ACTION
           MOVE SPACES TO CNP-ACCOUNT
           MOVE WS-STMT-ACCOUNT TO CNP-ACCOUNT
           MOVE WS-RELEASE-DEFER-DATE TO CNP-DEFER-DATE
           CALL 'CONTMOD' USING WS-CONT-PARMS
           IF CNP-SEND
               GO TO C160-EXIT
           END-IF
           SET WITHHOLD-STATEMENT TO TRUE
      *A DEFERRED STATEMENT GOES ONTO STMTHOLD UNDER THE DATE IT WAS
      *FIRST DEFERRED, SO CONTMOD CAN HAND IT BACK WHEN IT FALLS DUE.
           IF CNP-DEFER
               SET DEFER-STATEMENT TO TRUE
               IF WS-RELEASE-DEFER-DATE = SPACES
                   MOVE WS-BUSINESS-DATE TO WS-HOLD-DEFER-DATE
                   PERFORM C170-CHECK-ALREADY-HELD
               ELSE
                   MOVE WS-RELEASE-DEFER-DATE TO WS-HOLD-DEFER-DATE
               END-IF
           END-IF
           ADD 1 TO WS-CONT-HELD-COUNT
           IF WS-HELD-ENTRIES < 500
               ADD 1 TO WS-HELD-ENTRIES
               MOVE WS-STMT-ACCOUNT TO WS-HELD-ACCOUNT(WS-HELD-ENTRIES)
               MOVE CNP-DECISION TO WS-HELD-DECISION(WS-HELD-ENTRIES)
               MOVE CNP-BLOCK-TYPE
                 TO WS-HELD-BLOCK-TYPE(WS-HELD-ENTRIES)
               MOVE CNP-BLOCK-DATE
                 TO WS-HELD-BLOCK-DATE(WS-HELD-ENTRIES)
               MOVE CNP-DUE-DATE TO WS-HELD-DUE-DATE(WS-HELD-ENTRIES)
           ELSE
               DISPLAY "WARNING - HELD-BACK LIST FULL, "
                       WS-STMT-ACCOUNT " HELD BUT NOT LISTED"
           END-IF.
       C160-EXIT.
           EXIT.

      *A RERUN OF THE BUSINESS DATE FINDS TODAY'S DEFERRALS ALREADY
      *ON STMTHOLD; THEY ARE NOT HELD A SECOND TIME.
       C170-CHECK-ALREADY-HELD SECTION.
           PERFORM VARYING WS-HT-SCAN FROM 1 BY 1
                   UNTIL WS-HT-SCAN > WS-HT-ENTRIES
               IF WS-HT-IMAGE(WS-HT-SCAN)(80:1) = 'H'
                  AND WS-HT-IMAGE(WS-HT-SCAN)(1:5) = WS-STMT-ACCOUNT
                  AND WS-HT-DEFER-DATE(WS-HT-SCAN) = WS-BUSINESS-DATE
                   MOVE 'N' TO WS-DEFER-FLAG
               END-IF
           END-PERFORM
           .

      *A RELEASED STATEMENT DROPPED BECAUSE THE CUSTOMER HAS SINCE
      *GONE AWAY SETTLES ITS DEFERRAL, SO IT IS NOT LOOKED FOR AGAIN.
       C180-DROP-RELEASED     SECTION.
           MOVE 'DROP' TO CNP-ACTION
           MOVE SPACES TO CNP-ACCOUNT
           MOVE WS-STMT-ACCOUNT TO CNP-ACCOUNT
           MOVE WS-RELEASE-DEFER-DATE TO CNP-DEFER-DATE
           CALL 'CONTMOD' USING WS-CONT-PARMS
           .

      *ONE RECORD OF STMTHOLD. A BATCH WHOSE DEFERRAL HAS FALLEN DUE
      *IS HANDLED AS IF IT HAD JUST BEEN READ OFF FILEOUT; ANY OTHER
      *IS WRITTEN BACK UNCHANGED.
       C300-RELEASE-HELD      SECTION.
           MOVE WS-HT-IMAGE(WS-HT-IDX) TO STMT-RECORD
           IF OUT-REC-TYPE = 'H'
               MOVE 'N' TO WS-RELEASE-FLAG
               MOVE 0 TO WS-DUE-PICK
               PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                       UNTIL WS-DUE-IDX > WS-DUE-ENTRIES
                          OR WS-DUE-PICK > 0
                   IF WS-DUE-ACCOUNT(WS-DUE-IDX) = BH-ACCOUNT-NUM
                      AND WS-DUE-DEFER-DATE(WS-DUE-IDX)
                        = WS-HT-DEFER-DATE(WS-HT-IDX)
                      AND WS-DUE-USED(WS-DUE-IDX) = 'N'
                       MOVE WS-DUE-IDX TO WS-DUE-PICK
                   END-IF
               END-PERFORM
               IF WS-DUE-PICK > 0
                   SET RELEASE-BATCH TO TRUE
                   MOVE 'Y' TO WS-DUE-USED(WS-DUE-PICK)
                   MOVE WS-HT-DEFER-DATE(WS-HT-IDX)
                     TO WS-RELEASE-DEFER-DATE
                   ADD 1 TO WS-RELEASED-COUNT
               END-IF
           END-IF
           IF RELEASE-BATCH
               PERFORM C110-HANDLE-RECORD
           ELSE
               MOVE WS-HT-DEFER-DATE(WS-HT-IDX) TO HS-DEFER-DATE
               MOVE WS-HT-IMAGE(WS-HT-IDX) TO HS-IMAGE
               WRITE HOLD-RECORD
           END-IF
           .

       C200-PRINT-RECORD      SECTION.
           EVALUATE OUT-REC-TYPE
               WHEN 'H'
                   PERFORM P100-NEW-PAGE
                   DISPLAY "WARNING - UNKNOWN RECORD TYPE '"
                           OUT-REC-TYPE "' SKIPPED"
           END-EVALUATE
           .

      *ONE WALK OF CDXREF, KEYED-READING CDCUST FOR EACH ENTRY, TO
      *COLLECT THE MASTERFILE ACCOUNTS WHOSE CUSTOMER HAS GONE AWAY.
       B200-LOAD-GONE-AWAY    SECTION.
           CALL 'IOMOD'
             USING WS-OPEN-KEYED
                   WS-FILE-KEY
                   CUST-RECORD
                   WS-IO-STATUS
                   WS-CUST-FILENAME
           IF NOT IO-OK
               DISPLAY "WARNING - CDCUST NOT AVAILABLE, STATUS "
                       WS-IO-STATUS " - NO GONE-AWAY SUPPRESSION"
           ELSE
               CALL 'IOMOD'
                 USING WS-OPEN-KEYED2
                       WS-FILE-KEY2
                       XREF-RECORD
                       WS-IO-STATUS
                       WS-XREF-FILENAME
               IF NOT IO-OK
                   DISPLAY "WARNING - CDXREF NOT AVAILABLE, STATUS "
                           WS-IO-STATUS " - NO GONE-AWAY SUPPRESSION"
               ELSE
                   PERFORM UNTIL XREF-SCAN-EOF
                       CALL 'IOMOD'
                         USING WS-READ-NEXT-KEYED2
                               WS-FILE-KEY2
                               XREF-RECORD
                               WS-IO-STATUS
                               WS-XREF-FILENAME
                       IF NOT XREF-SCAN-EOF
                           PERFORM B210-CHECK-GONE-AWAY
                       END-IF
                   END-PERFORM
                   CALL 'IOMOD'
                     USING WS-CLOSE
                           WS-FILE-KEY2
                           XREF-RECORD
                           WS-IO-STATUS
                           WS-XREF-FILENAME
               END-IF
               CALL 'IOMOD'
                 USING WS-CLOSE
                       WS-FILE-KEY
                       CUST-RECORD
                       WS-IO-STATUS
                       WS-CUST-FILENAME
           END-IF
           .

      *STMTHOLD IS REWRITTEN WHOLE AT THE END OF THE RUN, SO ONE
      *THAT CANNOT BE HELD WHOLE STOPS THE RUN BEFORE ANYTHING IS
      *PRINTED. NO STMTHOLD MEANS NOTHING IS HELD.
       B300-LOAD-HELD         SECTION.
           OPEN INPUT STMT-HOLD
           IF HOLD-NOTFOUND
               GO TO B300-EXIT
           END-IF
           IF NOT HOLD-OK
               DISPLAY "ERROR - COULD NOT OPEN STMTHOLD, STATUS "
                       WS-HOLD-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ STMT-HOLD
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       IF WS-HT-ENTRIES < 3000
                           ADD 1 TO WS-HT-ENTRIES
                           MOVE HS-DEFER-DATE
                             TO WS-HT-DEFER-DATE(WS-HT-ENTRIES)
                           MOVE HS-IMAGE TO WS-HT-IMAGE(WS-HT-ENTRIES)
                       ELSE
                           DISPLAY "ERROR - STMTHOLD OVER 3000 "
                                   "RECORDS"
                           CLOSE STMT-HOLD
                           MOVE 16 TO RETURN-CODE
                           PERFORM Z100-WRITE-RUN-LOG
                           GOBACK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STMT-HOLD
           MOVE 'N' TO WS-EOF-FLAG.
       B300-EXIT.
           EXIT.

      *THE HELD STATEMENTS WHOSE DEFERRAL HAS FALLEN DUE.
       B400-LOAD-DUE          SECTION.
           MOVE 'DUE ' TO CNP-ACTION
           CALL 'CONTMOD' USING WS-CONT-PARMS
           PERFORM UNTIL CNP-NO-MORE-DUE
               IF WS-DUE-ENTRIES < 500
                   ADD 1 TO WS-DUE-ENTRIES
                   MOVE CNP-ACCOUNT TO WS-DUE-ACCOUNT(WS-DUE-ENTRIES)
                   MOVE CNP-DEFER-DATE
                     TO WS-DUE-DEFER-DATE(WS-DUE-ENTRIES)
                   MOVE 'N' TO WS-DUE-USED(WS-DUE-ENTRIES)
               ELSE
                   DISPLAY "WARNING - DUE LIST FULL, STATEMENT FOR "
                           CNP-ACCOUNT " STAYS HELD"
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE 'DUE ' TO CNP-ACTION
               CALL 'CONTMOD' USING WS-CONT-PARMS
           END-PERFORM
           .

       B210-CHECK-GONE-AWAY   SECTION.
           MOVE SPACES TO CUST-RECORD
           MOVE XR-CD-ACCOUNT TO CUST-ACCOUNT
           CALL 'IOMOD'
             USING WS-READ-KEYED
                   WS-FILE-KEY
                   CUST-RECORD
                   WS-IO-STATUS
                   WS-CUST-FILENAME
           IF IO-OK AND CUST-GONE-AWAY
               IF WS-GAW-ENTRIES < 500
                   ADD 1 TO WS-GAW-ENTRIES
                   MOVE XR-MAST-ACCOUNT
                     TO WS-GAW-ACCOUNT(WS-GAW-ENTRIES)
                   MOVE CUST-GONE-AWAY-DATE
                     TO WS-GAW-DATE(WS-GAW-ENTRIES)
                   MOVE 'N' TO WS-GAW-HELD(WS-GAW-ENTRIES)
               ELSE
                   DISPLAY "WARNING - GONE-AWAY TABLE FULL, "
                           XR-MAST-ACCOUNT " NOT SUPPRESSED"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .

       P300-PRINT-DETAIL      SECTION.
           ELSE
               MOVE SPACES TO DL-OVD
           END-IF
      *AN INTERNAL TRANSFER LEG SHOWS WHERE THE MONEY WENT (OR CAME
      *FROM) AND THE REFERENCE SHARED WITH THE OTHER LEG.
           MOVE SPACES TO DL-TRANSFER
           IF OUT-TFR-REF NOT = SPACES
               IF OUT-MARKER = 'D'
                   MOVE "TFR TO   " TO DL-TFR-DIRECTION
               ELSE
                   MOVE "TFR FROM " TO DL-TFR-DIRECTION
               END-IF
               MOVE OUT-TFR-ACCOUNT TO DL-TFR-ACCOUNT
               MOVE " REF " TO DL-TFR-REF-LABEL
               MOVE OUT-TFR-REF TO DL-TFR-REF
           END-IF
           WRITE PRINTLINE FROM DETAIL-LINE AFTER ADVANCING 1
           ADD 1 TO LINE-COUNT
           .
           END-IF
           .

      *THE WITHHELD ACCOUNTS ON A PAGE OF THEIR OWN AFTER THE LAST
      *STATEMENT.
       P400-PRINT-GONE-AWAY   SECTION.
           IF WS-WITHHELD-COUNT > 0
               ADD 1 TO PAGE-NUM-E
               IF PAGE-NUM-E = 1
                   WRITE PRINTLINE FROM GONE-HEAD-1
               ELSE
                   WRITE PRINTLINE FROM GONE-HEAD-1
                         AFTER ADVANCING PAGE
               END-IF
               WRITE PRINTLINE FROM BLANKLINE AFTER ADVANCING 1
               PERFORM VARYING WS-GAW-IDX FROM 1 BY 1
                       UNTIL WS-GAW-IDX > WS-GAW-ENTRIES
                   IF WS-GAW-HELD(WS-GAW-IDX) = 'Y'
                       MOVE WS-GAW-ACCOUNT(WS-GAW-IDX) TO GL-ACCOUNT
                       MOVE WS-GAW-DATE(WS-GAW-IDX) TO GL-DATE
                       WRITE PRINTLINE FROM GONE-LINE
                             AFTER ADVANCING 1
                   END-IF
               END-PERFORM
           END-IF
           .

      *THE STATEMENTS HELD BACK BY THE CONTACT HISTORY ON A PAGE OF
      *THEIR OWN AFTER THAT.
       P500-PRINT-CONTACT-HELD SECTION.
           IF WS-CONT-HELD-COUNT > 0
               ADD 1 TO PAGE-NUM-E
               IF PAGE-NUM-E = 1
                   WRITE PRINTLINE FROM HELD-HEAD-1
               ELSE
                   WRITE PRINTLINE FROM HELD-HEAD-1
                         AFTER ADVANCING PAGE
               END-IF
               WRITE PRINTLINE FROM BLANKLINE AFTER ADVANCING 1
               PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                       UNTIL WS-HELD-IDX > WS-HELD-ENTRIES
                   PERFORM P510-PRINT-HELD-LINE
               END-PERFORM
           END-IF
           .

       P510-PRINT-HELD-LINE   SECTION.
           MOVE WS-HELD-ACCOUNT(WS-HELD-IDX) TO HL-ACCOUNT
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
           WRITE PRINTLINE FROM HELD-LINE AFTER ADVANCING 1
           .

       Z100-WRITE-RUN-LOG     SECTION.
           MOVE "EXPPRG18" TO RL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE WS-RUN-INPUT-COUNT TO RL-INPUT-COUNT
           MOVE WS-STATEMENT-COUNT TO RL-OUTPUT-COUNT
           MOVE WS-WITHHELD-COUNT TO RL-OUTPUT-COUNT-2
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES TO RL-FILLER
           MOVE WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
