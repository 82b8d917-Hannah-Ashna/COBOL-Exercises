      * DORMANT RUN COUNT, IN MASTERFILE (ASCENDING ACCOUNT) ORDER
      * FOR THE LETTERS BUREAU. CONTROL ENTRIES WITH NO MASTER
      * RECORD ARE REPORTED AS LIKELY CLOSED ACCOUNTS.
      *
      * A DORMANT CUSTOMER WHOSE CDCUST RECORD IS MARKED GONE-AWAY
      * (RETURNED MAIL, EXPPROG61 - FOUND THROUGH THE CDXREF
      * CROSS-REFERENCE) IS KEPT OFF CONTOUT AND WRITTEN TO CONTGONE
      * IN THE SAME LAYOUT INSTEAD, SO THE TRACE TEAM GETS THE LIST
      * AND THE LETTERS BUREAU DOES NOT. NO CDXREF OR CDCUST MEANS NO
      * SUPPRESSION - THE RUN CARRIES ON AS BEFORE WITH A WARNING.
      *
      * EVERY OTHER CONTACT IS CLEARED WITH THE CONTACT HISTORY
      * (CONTMOD, LETTER TYPE 'DL') FIRST. A CUSTOMER WRITTEN TO TOO
      * RECENTLY IS KEPT OFF CONTOUT AND WRITTEN TO CONTSUPP IN THE
      * SAME LAYOUT, WITH THE OUTCOME ('X' SKIPPED, 'D' DEFERRED),
      * THE DATE A DEFERRED LETTER FALLS DUE AND THE LETTER THAT
      * HELD IT BACK IN THE FILLER.
      *
       ENVIRONMENT DIVISION.
      *
           FILE STATUS IS WS-MAST-STATUS.
           SELECT CONTACT-OUTPUT ASSIGN TO CONTOUT
           FILE STATUS IS WS-OUT-STATUS.
           SELECT GONE-AWAY-OUTPUT ASSIGN TO CONTGONE
           FILE STATUS IS WS-GONE-STATUS.
           SELECT SUPPRESSED-OUTPUT ASSIGN TO CONTSUPP
           FILE STATUS IS WS-SUPP-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
           03 CT-DORMANT-COUNT     PIC 9(3).
           03 FILLER               PIC X(41).

      *SAME LAYOUT AS CONTOUT, WITH THE GONE-AWAY DATE IN THE
      *FILLER.
       FD GONE-AWAY-OUTPUT BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 GONE-AWAY-RECORD.
           03 GA-CONTACT             PIC X(39).
           03 GA-GONE-AWAY-DATE      PIC 9(8).
           03 FILLER                 PIC X(33).

      *SAME LAYOUT AS CONTOUT, WITH THE CONTACT HISTORY DECISION IN
      *THE FILLER.
       FD SUPPRESSED-OUTPUT BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 SUPPRESSED-RECORD.
           03 CS-CONTACT             PIC X(39).
           03 CS-OUTCOME             PIC X(1).
           03 CS-DUE-DATE            PIC X(8).
           03 CS-BLOCK-TYPE          PIC X(2).
           03 CS-BLOCK-DATE          PIC X(8).
           03 FILLER                 PIC X(22).

       FD RUN-LOG-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 RUN-LOG-RECORD.
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE         PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP       PIC X(16) VALUE SPACES.

       01 WS-DORM-STATUS        PIC X(2).
           88 DORM-OK           VALUE "00".
           88 MAST-OK           VALUE "00".
       01 WS-OUT-STATUS         PIC X(2).
           88 OUT-OK            VALUE "00".
       01 WS-GONE-STATUS        PIC X(2).
           88 GONE-OK           VALUE "00".
       01 WS-SUPP-STATUS        PIC X(2).
           88 SUPP-OK           VALUE "00".
       01 WS-RUNLOG-STATUS      PIC X(2).

       01 WS-EOF-FLAG           PIC X VALUE 'N'.
       01 WS-RUN-INPUT-COUNT    PIC 9(8) VALUE 0.
       01 WS-CONTACT-COUNT      PIC 9(8) VALUE 0.
       01 WS-UNMATCHED-COUNT    PIC 9(8) VALUE 0.
       01 WS-GONE-AWAY-COUNT    PIC 9(8) VALUE 0.
       01 WS-SUPPRESSED-COUNT   PIC 9(8) VALUE 0.

       01 WS-DORM-THRESHOLD     PIC 9(3) VALUE 3.

       01 WS-DORM-IDX           PIC 9(3).
       01 WS-DORM-PICK          PIC 9(3).

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

      *MASTERFILE ACCOUNTS WHOSE CUSTOMER IS GONE-AWAY ON CDCUST.
       01 WS-GAW-TABLE.
           03 WS-GAW-ENTRY OCCURS 500 TIMES.
               05 WS-GAW-ACCOUNT    PIC X(5).
               05 WS-GAW-DATE       PIC 9(8).
       01 WS-GAW-ENTRIES        PIC 9(3) VALUE 0.
       01 WS-GAW-IDX            PIC 9(3).
       01 WS-GAW-PICK           PIC 9(3).

      *CONTACT HISTORY (CONTMOD) CALL PARAMETERS
       01 WS-CONT-PARMS.
           COPY CNTPRM.

       LINKAGE SECTION.
       01 INPUT-PARM.
           03 PARM-LENGTH       PIC S9(04) COMP.
       PROCEDURE DIVISION USING INPUT-PARM.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING DORMANT CONTACT EXTRACT"
           IF PARM-LENGTH >= 3 AND PARM-DATA IS NUMERIC
               MOVE PARM-DATA TO WS-DORM-THRESHOLD
           END-IF
           DISPLAY "STATUS - DORMANT THRESHOLD " WS-DORM-THRESHOLD
           PERFORM B100-LOAD-DORMANT-TABLE
           PERFORM B200-LOAD-GONE-AWAY
      *CONTMOD WALKS CDXREF ON THE SECOND KEYED SLOT, NOW FREE.
           MOVE "EXPPRG24" TO CNP-JOB-NAME
           MOVE WS-BUSINESS-DATE TO CNP-RUN-DATE
           MOVE "DL" TO CNP-LETTER-TYPE
           MOVE 'M' TO CNP-SCOPE
           MOVE 'OPEN' TO CNP-ACTION
           CALL 'CONTMOD' USING WS-CONT-PARMS
           PERFORM C100-JOIN-MASTERFILE
           PERFORM C300-REPORT-UNMATCHED
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - CONTACT RECORDS WRITTEN: "
                   WS-CONTACT-COUNT
           DISPLAY "STATUS - GONE-AWAY WITHHELD:      "
                   WS-GONE-AWAY-COUNT
           DISPLAY "STATUS - CONTACTED TOO RECENTLY:  "
                   WS-SUPPRESSED-COUNT
           DISPLAY "STATUS - DORMANT CONTACT EXTRACT DONE"
           GOBACK
           .
                   "AT OR OVER THRESHOLD"
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
           DISPLAY "STATUS - " WS-GAW-ENTRIES " GONE-AWAY "
                   "MASTERFILE ACCOUNT(S)"
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
               ELSE
                   DISPLAY "WARNING - GONE-AWAY TABLE FULL, "
                           XR-MAST-ACCOUNT " NOT SUPPRESSED"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .

      *ONE PASS OF MASTERFILE IN ITS OWN (ASCENDING) ORDER, SO THE
      *CONTACT FILE COMES OUT SEQUENCED FOR THE LETTERS BUREAU.
       C100-JOIN-MASTERFILE   SECTION.
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN OUTPUT GONE-AWAY-OUTPUT
           IF NOT GONE-OK
               DISPLAY "ERROR - COULD NOT OPEN CONTGONE, STATUS "
                       WS-GONE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN OUTPUT SUPPRESSED-OUTPUT
           IF NOT SUPP-OK
               DISPLAY "ERROR - COULD NOT OPEN CONTSUPP, STATUS "
                       WS-SUPP-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           READ MASTER-INPUT AT END SET INPUT-DONE TO TRUE
           END-READ
           PERFORM C200-MATCH-MASTER UNTIL INPUT-DONE
           CLOSE MASTER-INPUT
                 CONTACT-OUTPUT
                 GONE-AWAY-OUTPUT
                 SUPPRESSED-OUTPUT
           .

       C200-MATCH-MASTER      SECTION.
               MOVE M-BALANCE TO CT-BALANCE
               MOVE WS-DORM-COUNT(WS-DORM-PICK)
                 TO CT-DORMANT-COUNT
               PERFORM C250-FIND-GONE-AWAY
               IF WS-GAW-PICK > 0
                   MOVE SPACES TO GONE-AWAY-RECORD
                   MOVE CONTACT-RECORD TO GA-CONTACT
                   MOVE WS-GAW-DATE(WS-GAW-PICK) TO GA-GONE-AWAY-DATE
                   WRITE GONE-AWAY-RECORD
                   ADD 1 TO WS-GONE-AWAY-COUNT
               ELSE
                   PERFORM C260-CHECK-CONTACT
               END-IF
           END-IF
           READ MASTER-INPUT AT END SET INPUT-DONE TO TRUE
           END-READ
           .

       C250-FIND-GONE-AWAY    SECTION.
           MOVE 0 TO WS-GAW-PICK
           PERFORM VARYING WS-GAW-IDX FROM 1 BY 1
                   UNTIL WS-GAW-IDX > WS-GAW-ENTRIES
               IF WS-GAW-PICK = 0 AND
                  WS-GAW-ACCOUNT(WS-GAW-IDX) = M-ACCOUNT
                   MOVE WS-GAW-IDX TO WS-GAW-PICK
               END-IF
           END-PERFORM
           .

      *THE CONTACT GOES TO THE LETTERS BUREAU ONLY IF THE CONTACT
      *HISTORY CLEARS IT.
       C260-CHECK-CONTACT     SECTION.
           MOVE 'CHK ' TO CNP-ACTION
           MOVE SPACES TO CNP-ACCOUNT
           MOVE M-ACCOUNT TO CNP-ACCOUNT
           MOVE SPACES TO CNP-DEFER-DATE
           CALL 'CONTMOD' USING WS-CONT-PARMS
           IF CNP-SEND
               WRITE CONTACT-RECORD
               ADD 1 TO WS-CONTACT-COUNT
           ELSE
               MOVE SPACES TO SUPPRESSED-RECORD
               MOVE CONTACT-RECORD TO CS-CONTACT
               MOVE CNP-DECISION TO CS-OUTCOME
               IF CNP-DEFER
                   MOVE CNP-DUE-DATE TO CS-DUE-DATE
               END-IF
               MOVE CNP-BLOCK-TYPE TO CS-BLOCK-TYPE
               MOVE CNP-BLOCK-DATE TO CS-BLOCK-DATE
               WRITE SUPPRESSED-RECORD
               ADD 1 TO WS-SUPPRESSED-COUNT
           END-IF
           .

       C300-REPORT-UNMATCHED  SECTION.
           PERFORM VARYING WS-DORM-IDX FROM 1 BY 1
                   UNTIL WS-DORM-IDX > WS-DORM-ENTRIES
           MOVE WS-UNMATCHED-COUNT TO RL-OUTPUT-COUNT-2
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES TO RL-FILLER
           MOVE WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
