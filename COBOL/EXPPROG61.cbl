       ID DIVISION.
       PROGRAM-ID. EXPPROG61.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * RETURNED-MAIL ("GONE AWAY") PROCESSING. THE POST ROOM SENDS
      * BACK UNDELIVERED CONFIRMATION LETTERS (EXPPROG40), DORMANT
      * CUSTOMER LETTERS (EXPPROG24) AND STATEMENTS (EXPPROG18). EACH
      * RETURNED ITEM IS KEYED BY ACCOUNT ONTO RTNMAIL AND THIS JOB
      * MARKS THE CDCUST CUSTOMER GONE-AWAY WITH THE DATE THE ITEM
      * CAME BACK, SO THE NEXT LETTER RUN STOPS POSTING TO THE DEAD
      * ADDRESS. A MERGE-CHAIN ACCOUNT (8 CHARACTERS) GOES STRAIGHT
      * TO CDCUST; A MASTERFILE ACCOUNT (5 CHARACTERS, BLANK BEYOND)
      * IS FIRST TRANSLATED THROUGH THE CDXREF CROSS-REFERENCE.
      *
      * THE FLAG IS NEVER CLEARED HERE - THE CDIN MERGES CLEAR IT
      * THEMSELVES WHEN A LATER B-RECORD BRINGS A CHANGED ADDRESS.
      * EVERY RETURNED ITEM IS LISTED ON RTNRPT WITH WHAT WAS DONE.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT RETURN-MAIL-FILE ASSIGN TO RTNMAIL
           FILE STATUS IS WS-RTN-STATUS.
           SELECT RETURN-RPT-FILE ASSIGN TO RTNRPT
           FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *ONE ROW PER RETURNED ITEM. RM-RETURN-DATE IS THE DAY THE POST
      *ROOM RECEIVED IT (SPACES TAKE THE BUSINESS DATE); RM-SOURCE-JOB
      *NAMES THE LETTER RUN THAT PRODUCED IT, FOR THE REPORT ONLY.
       FD RETURN-MAIL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 RETURN-MAIL-REC.
           03 RM-ACCOUNT             PIC X(8).
           03 RM-RETURN-DATE         PIC X(8).
           03 RM-SOURCE-JOB          PIC X(8).
           03 FILLER                 PIC X(56).

       FD RETURN-RPT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 RETURN-RPT-RECORD          PIC X(80).

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

       01 WS-RTN-STATUS              PIC X(2).
           88 RTN-OK                 VALUE "00".
       01 WS-RPT-STATUS              PIC X(2).
           88 RPT-OK                 VALUE "00".
       01 WS-RUNLOG-STATUS           PIC X(2).

       01 WS-RTN-EOF-FLAG            PIC X VALUE 'N'.
           88 RTN-FILE-DONE          VALUE 'Y'.

       01 WS-RUN-INPUT-COUNT         PIC 9(8) VALUE 0.
       01 WS-MARKED-COUNT            PIC 9(8) VALUE 0.
       01 WS-ALREADY-COUNT           PIC 9(8) VALUE 0.
       01 WS-REJECTED-COUNT          PIC 9(8) VALUE 0.

      *IOMOD ACTION/FILE-ID CONSTANTS - CDCUST ON THE FIRST KEYED
      *SLOT, CDXREF WALKED ON THE SECOND.
       01 WS-GENERAL-FILLER.
           03 WS-OPEN-KEYED          PIC X(4) VALUE 'OK  '.
           03 WS-READ-KEYED          PIC X(4) VALUE 'RK  '.
           03 WS-REWRITE-KEYED       PIC X(4) VALUE 'RW  '.
           03 WS-CLOSE               PIC X(4) VALUE 'C   '.
           03 WS-OPEN-KEYED2         PIC X(4) VALUE 'OK2 '.
           03 WS-READ-NEXT-KEYED2    PIC X(4) VALUE 'RN2 '.
               88 XREF-SCAN-EOF               VALUE 'RSEF'.
           03 WS-FILE-KEY            PIC X(8) VALUE 'FILEKEY '.
           03 WS-FILE-KEY2           PIC X(8) VALUE 'FILEKEY2'.
           03 WS-CUST-FILENAME       PIC X(8) VALUE 'CDCUST'.
           03 WS-XREF-FILENAME       PIC X(8) VALUE 'CDXREF'.
       01 WS-IO-STATUS               PIC X(2).
           88 IO-OK                  VALUE "00".
           88 IO-NOT-FOUND           VALUE "23".

      *CUSTOMER NAME-AND-ADDRESS MASTER RECORD, KEYED ON THE 8-BYTE
      *ACCOUNT NUMBER THROUGH IOMOD'S FILEKEY SLOT.
       01 CUST-RECORD.
           03 CUST-ACCOUNT           PIC X(8).
           03 CUST-TITLE             PIC X(3).
           03 CUST-INITIALS          PIC X(2).
           03 CUST-SURNAME           PIC X(20).
           03 CUST-ADDRESS-NUM       PIC 9(4).
           03 CUST-STREET            PIC X(15).
           03 CUST-TOWN              PIC X(12).
           03 CUST-POST-CODE         PIC X(10).
      *RETURNED-MAIL MARKER - SET BY THIS JOB, CLEARED BY THE CDIN
      *MERGES WHEN THE ADDRESS CHANGES. THE DATE IS ONLY MEANINGFUL
      *WHILE THE FLAG IS SET.
           03 CUST-GONE-AWAY-FLAG    PIC X(1).
               88 CUST-GONE-AWAY     VALUE 'G'.
           03 CUST-GONE-AWAY-DATE    PIC 9(8) COMP-3.

      *CDXREF RECORD - KEYED ON THE 8-CHARACTER MERGE-CHAIN
      *ACCOUNT THROUGH IOMOD'S FILEKEY2 SLOT HERE.
       01 XREF-RECORD.
           03 XR-CD-ACCOUNT          PIC X(8).
           03 XR-MAST-ACCOUNT        PIC X(5).
           03 XR-LOAD-DATE           PIC X(8).
           03 XR-FILLER              PIC X(59).

      *MASTERFILE-TO-MERGE-CHAIN TRANSLATION, LOADED ONCE FROM
      *CDXREF. A MISSING CDXREF LEAVES THE TABLE EMPTY AND EVERY
      *5-CHARACTER ACCOUNT IS REPORTED AS UNRESOLVED.
       01 WS-XREF-TABLE.
           03 WS-XREF-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-XRF-IDX.
               05 WS-XRF-MAST-ACCOUNT PIC X(5).
               05 WS-XRF-CD-ACCOUNT   PIC X(8).
       01 WS-XREF-COUNT              PIC 9(4) VALUE 0.

       01 WS-CD-ACCOUNT              PIC X(8).
       01 WS-RETURN-DATE             PIC X(8).
       01 WS-RETURN-DATE-NUM REDEFINES WS-RETURN-DATE
                                     PIC 9(8).
       01 WS-PREV-DATE-NUM           PIC 9(8).
       01 WS-RESOLVED-FLAG           PIC X VALUE 'N'.
           88 ACCOUNT-RESOLVED       VALUE 'Y'.

       01 WS-RPT-HEAD                PIC X(80) VALUE
          "RETURNED MAIL - GONE-AWAY MARKING REPORT".
       01 WS-RPT-DATE-LINE.
           03 FILLER                 PIC X(14) VALUE
              "BUSINESS DATE ".
           03 HL-DATE                PIC X(8).
           03 FILLER                 PIC X(58) VALUE SPACES.
       01 WS-RPT-COL-HEAD            PIC X(80) VALUE
          "RETURNED CDCUST   RETURNED FROM     ACTION".
       01 WS-RPT-DETAIL-LINE.
           03 DL-RETURNED-ACCOUNT    PIC X(8).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 DL-CD-ACCOUNT          PIC X(8).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 DL-RETURN-DATE         PIC X(8).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 DL-SOURCE-JOB          PIC X(8).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 DL-TEXT                PIC X(44).
       01 WS-SUMM-LINE.
           03 SM-LABEL               PIC X(34).
           03 SM-COUNT               PIC Z(7)9.
           03 FILLER                 PIC X(38) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING RETURNED-MAIL RUN"
           PERFORM B100-INIT
           PERFORM B200-LOAD-XREF-TABLE
           PERFORM C100-PROCESS-RETURN UNTIL RTN-FILE-DONE
           PERFORM W200-WRITE-SUMMARY
           PERFORM T100-TERMINATE
           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - ITEMS PROCESSED:     " WS-RUN-INPUT-COUNT
           DISPLAY "STATUS - MARKED GONE-AWAY:    " WS-MARKED-COUNT
           DISPLAY "STATUS - ALREADY GONE-AWAY:   " WS-ALREADY-COUNT
           DISPLAY "STATUS - ITEMS REJECTED:      " WS-REJECTED-COUNT
           DISPLAY "STATUS - RETURNED-MAIL RUN DONE"
           GOBACK
           .

       B100-INIT              SECTION.
           OPEN INPUT RETURN-MAIL-FILE
           IF NOT RTN-OK
               DISPLAY "ERROR - COULD NOT OPEN RTNMAIL, STATUS "
                       WS-RTN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN OUTPUT RETURN-RPT-FILE
           IF NOT RPT-OK
               DISPLAY "ERROR - COULD NOT OPEN RTNRPT, STATUS "
                       WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           CALL 'IOMOD'
             USING WS-OPEN-KEYED
                   WS-FILE-KEY
                   CUST-RECORD
                   WS-IO-STATUS
                   WS-CUST-FILENAME
           IF NOT IO-OK
               DISPLAY "ERROR - COULD NOT OPEN CDCUST, STATUS "
                       WS-IO-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           WRITE RETURN-RPT-RECORD FROM WS-RPT-HEAD
           MOVE WS-BUSINESS-DATE TO HL-DATE
           WRITE RETURN-RPT-RECORD FROM WS-RPT-DATE-LINE
           WRITE RETURN-RPT-RECORD FROM WS-RPT-COL-HEAD
           READ RETURN-MAIL-FILE
               AT END SET RTN-FILE-DONE TO TRUE
           END-READ
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

       C100-PROCESS-RETURN    SECTION.
           ADD 1 TO WS-RUN-INPUT-COUNT
           MOVE SPACES TO WS-RPT-DETAIL-LINE
           MOVE RM-ACCOUNT TO DL-RETURNED-ACCOUNT
           MOVE RM-SOURCE-JOB TO DL-SOURCE-JOB
           IF RM-RETURN-DATE = SPACES
               MOVE WS-BUSINESS-DATE TO WS-RETURN-DATE
           ELSE
               MOVE RM-RETURN-DATE TO WS-RETURN-DATE
           END-IF
           MOVE WS-RETURN-DATE TO DL-RETURN-DATE
           PERFORM D100-RESOLVE-ACCOUNT
           EVALUATE TRUE
               WHEN WS-RETURN-DATE NOT NUMERIC
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "REJECTED - RETURN DATE NOT NUMERIC"
                     TO DL-TEXT
               WHEN NOT ACCOUNT-RESOLVED
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "REJECTED - NO CDXREF ENTRY FOR ACCOUNT"
                     TO DL-TEXT
               WHEN OTHER
                   MOVE WS-CD-ACCOUNT TO DL-CD-ACCOUNT
                   PERFORM D200-MARK-GONE-AWAY
           END-EVALUATE
           WRITE RETURN-RPT-RECORD FROM WS-RPT-DETAIL-LINE
           READ RETURN-MAIL-FILE
               AT END SET RTN-FILE-DONE TO TRUE
           END-READ
           .

      *A MASTERFILE ACCOUNT IS FIVE CHARACTERS WITH THE REST OF THE
      *FIELD BLANK; ANYTHING ELSE IS TAKEN AS A MERGE-CHAIN ACCOUNT.
       D100-RESOLVE-ACCOUNT   SECTION.
           MOVE 'N' TO WS-RESOLVED-FLAG
           MOVE SPACES TO WS-CD-ACCOUNT
           IF RM-ACCOUNT(6:3) NOT = SPACES
               MOVE RM-ACCOUNT TO WS-CD-ACCOUNT
               SET ACCOUNT-RESOLVED TO TRUE
           ELSE
               PERFORM VARYING WS-XRF-IDX FROM 1 BY 1
                       UNTIL WS-XRF-IDX > WS-XREF-COUNT
                   IF WS-XRF-MAST-ACCOUNT(WS-XRF-IDX)
                           = RM-ACCOUNT(1:5)
                       MOVE WS-XRF-CD-ACCOUNT(WS-XRF-IDX)
                         TO WS-CD-ACCOUNT
                       SET ACCOUNT-RESOLVED TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           .

      *A CUSTOMER ALREADY GONE-AWAY KEEPS THE EARLIER DATE - THE
      *TRACE TEAM WORKS FROM THE FIRST RETURN, NOT THE LATEST.
       D200-MARK-GONE-AWAY    SECTION.
           MOVE SPACES TO CUST-RECORD
           MOVE WS-CD-ACCOUNT TO CUST-ACCOUNT
           CALL 'IOMOD'
             USING WS-READ-KEYED
                   WS-FILE-KEY
                   CUST-RECORD
                   WS-IO-STATUS
                   WS-CUST-FILENAME
           IF NOT IO-OK
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJECTED - NO CDCUST CUSTOMER" TO DL-TEXT
           ELSE
               IF CUST-GONE-AWAY
                   ADD 1 TO WS-ALREADY-COUNT
                   MOVE CUST-GONE-AWAY-DATE TO WS-PREV-DATE-NUM
                   STRING "ALREADY GONE-AWAY SINCE "
                          WS-PREV-DATE-NUM
                       DELIMITED BY SIZE INTO DL-TEXT
               ELSE
                   SET CUST-GONE-AWAY TO TRUE
                   MOVE WS-RETURN-DATE-NUM TO CUST-GONE-AWAY-DATE
                   CALL 'IOMOD'
                     USING WS-REWRITE-KEYED
                           WS-FILE-KEY
                           CUST-RECORD
                           WS-IO-STATUS
                           WS-CUST-FILENAME
                   IF IO-OK
                       ADD 1 TO WS-MARKED-COUNT
                       MOVE "MARKED GONE-AWAY" TO DL-TEXT
                   ELSE
                       ADD 1 TO WS-REJECTED-COUNT
                       STRING "REJECTED - CDCUST REWRITE FAILED, "
                              "STATUS " WS-IO-STATUS
                           DELIMITED BY SIZE INTO DL-TEXT
                   END-IF
               END-IF
           END-IF
           .

       W200-WRITE-SUMMARY     SECTION.
           MOVE SPACES TO RETURN-RPT-RECORD
           WRITE RETURN-RPT-RECORD
           MOVE "RETURNED ITEMS READ:              " TO SM-LABEL
           MOVE WS-RUN-INPUT-COUNT TO SM-COUNT
           WRITE RETURN-RPT-RECORD FROM WS-SUMM-LINE
           MOVE "MARKED GONE-AWAY:                 " TO SM-LABEL
           MOVE WS-MARKED-COUNT TO SM-COUNT
           WRITE RETURN-RPT-RECORD FROM WS-SUMM-LINE
           MOVE "ALREADY GONE-AWAY:                " TO SM-LABEL
           MOVE WS-ALREADY-COUNT TO SM-COUNT
           WRITE RETURN-RPT-RECORD FROM WS-SUMM-LINE
           MOVE "REJECTED:                         " TO SM-LABEL
           MOVE WS-REJECTED-COUNT TO SM-COUNT
           WRITE RETURN-RPT-RECORD FROM WS-SUMM-LINE
           .

       T100-TERMINATE         SECTION.
           CLOSE RETURN-MAIL-FILE
                 RETURN-RPT-FILE
           CALL 'IOMOD'
             USING WS-CLOSE
                   WS-FILE-KEY
                   CUST-RECORD
                   WS-IO-STATUS
                   WS-CUST-FILENAME
           DISPLAY "STATUS - FILES CLOSED"
           .

      *WRITE ONE SUMMARY RECORD TO THE SHARED CROSS-SUITE RUN LOG.
       Z100-WRITE-RUN-LOG     SECTION.
           MOVE "EXPPRG61" TO RL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE WS-RUN-INPUT-COUNT TO RL-INPUT-COUNT
           MOVE WS-MARKED-COUNT TO RL-OUTPUT-COUNT
           MOVE WS-REJECTED-COUNT TO RL-OUTPUT-COUNT-2
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
