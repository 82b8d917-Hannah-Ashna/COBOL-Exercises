      * TABLE LOADED FROM CDOUT AND THE COUNTY-OUT VALUE COMPARED.
      * AN ACCOUNT WITH NO CDOUT RECORD CANNOT SATISFY A COUNTY
      * CRITERION.
      *
      * A JOINT ACCOUNT'S SECOND HOLDER LIVES ON CDJOINT, LOADED THE
      * SAME WAY. A SURNAME CRITERION IS SATISFIED BY EITHER HOLDER,
      * AND A MATCHED JOINT ACCOUNT PRINTS THE SECOND HOLDER ON A
      * LINE UNDER THE FIRST. A MISSING CDJOINT ONLY COSTS THE
      * SECOND-HOLDER SEARCH.
      *
       ENVIRONMENT DIVISION.
      *
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE           PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP         PIC X(16) VALUE SPACES.

       01 WS-REQ-STATUS              PIC X(2).
           88 REQ-OK                 VALUE "00".
           03 WS-CLOSE               PIC X(4) VALUE 'C   '.
           03 WS-FILE-KEY            PIC X(8) VALUE 'FILEKEY '.
           03 WS-CUST-FILENAME       PIC X(8) VALUE 'CDCUST'.
           03 WS-OPEN-KEYED2         PIC X(4) VALUE 'OK2 '.
           03 WS-READ-NEXT-KEYED2    PIC X(4) VALUE 'RN2 '.
               88 JOINT-SCAN-EOF              VALUE 'RSEF'.
           03 WS-FILE-KEY2           PIC X(8) VALUE 'FILEKEY2'.
           03 WS-JOINT-FILENAME      PIC X(8) VALUE 'CDJOINT'.
       01 WS-IO-STATUS               PIC X(2).
           88 IO-OK                  VALUE "00".

                   INDEXED BY WS-CUS-IDX PIC X(80).
       01 WS-CUST-COUNT              PIC 9(4) VALUE 0.

       01 JNT-RECORD.
           COPY CDJNT.

      *SECOND HOLDERS OF JOINT ACCOUNTS FROM CDJOINT.
       01 WS-JNT-TABLE.
           03 WS-JNT-ENTRY OCCURS 2000 TIMES INDEXED BY WS-JNT-IDX.
               05 WS-JNT-ACCOUNT     PIC X(8) VALUE SPACES.
               05 WS-JNT-TITLE       PIC X(3) VALUE SPACES.
               05 WS-JNT-INITIALS    PIC X(2) VALUE SPACES.
               05 WS-JNT-SURNAME     PIC X(30) VALUE SPACES.
       01 WS-JNT-COUNT               PIC 9(4) VALUE 0.
       01 WS-JNT-FOUND-FLAG          PIC X VALUE 'N'.
           88 JNT-FOUND              VALUE 'Y'.

      *ACCOUNT-TO-COUNTY TABLE FROM CDOUT FOR THE COUNTY CRITERION.
       01 WS-CTY-TABLE.
           03 WS-CTY-ENTRY OCCURS 2000 TIMES INDEXED BY WS-CTY-IDX.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 RD-COUNTY              PIC X(10).
           03 FILLER                 PIC X(6) VALUE SPACES.
       01 WS-RPT-JOINT-LINE.
           03 FILLER                 PIC X(10) VALUE SPACES.
           03 RJ-TITLE               PIC X(3).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 RJ-INITIALS            PIC X(2).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 RJ-SURNAME             PIC X(30).
           03 FILLER                 PIC X(16) VALUE
              "  (JOINT HOLDER)".
           03 FILLER                 PIC X(37) VALUE SPACES.
       01 WS-RPT-COUNT-LINE.
           03 FILLER                 PIC X(19) VALUE
              "ACCOUNTS MATCHED:  ".
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING CUSTOMER SEARCH"
           PERFORM B100-INIT
           PERFORM B200-LOAD-CUSTOMER-TABLE
           PERFORM B300-LOAD-COUNTY-TABLE
           PERFORM B400-LOAD-JOINT-TABLE
           PERFORM C100-PROCESS-REQUEST UNTIL REQ-FILE-DONE
           PERFORM T100-TERMINATE
           PERFORM Z100-WRITE-RUN-LOG
           END-IF
           .

      *SAME KEYED SCAN AS CDCUST, THROUGH THE SECOND KEYED SLOT.
       B400-LOAD-JOINT-TABLE  SECTION.
           CALL 'IOMOD'
             USING WS-OPEN-KEYED2
                   WS-FILE-KEY2
                   JNT-RECORD
                   WS-IO-STATUS
                   WS-JOINT-FILENAME
           IF NOT IO-OK
               DISPLAY "WARNING - CDJOINT NOT AVAILABLE, STATUS "
                       WS-IO-STATUS " - SECOND HOLDERS NOT SEARCHED"
           ELSE
               PERFORM UNTIL JOINT-SCAN-EOF
                   CALL 'IOMOD'
                     USING WS-READ-NEXT-KEYED2
                           WS-FILE-KEY2
                           JNT-RECORD
                           WS-IO-STATUS
                           WS-JOINT-FILENAME
                   IF NOT JOINT-SCAN-EOF
                       IF WS-JNT-COUNT < 2000
                           ADD 1 TO WS-JNT-COUNT
                           SET WS-JNT-IDX TO WS-JNT-COUNT
                           MOVE JNT-ACCOUNT
                             TO WS-JNT-ACCOUNT(WS-JNT-IDX)
                           MOVE JNT-TITLE
                             TO WS-JNT-TITLE(WS-JNT-IDX)
                           MOVE JNT-INITIALS
                             TO WS-JNT-INITIALS(WS-JNT-IDX)
                           MOVE JNT-SURNAME
                             TO WS-JNT-SURNAME(WS-JNT-IDX)
                       ELSE
                           DISPLAY "STATUS - JOINT TABLE FULL, "
                                   "DROPPING " JNT-ACCOUNT
                       END-IF
                   END-IF
               END-PERFORM
               CALL 'IOMOD'
                 USING WS-CLOSE
                       WS-FILE-KEY2
                       JNT-RECORD
                       WS-IO-STATUS
                       WS-JOINT-FILENAME
               DISPLAY "STATUS - CDJOINT RECORDS LOADED: "
                       WS-JNT-COUNT
           END-IF
           .

       C100-PROCESS-REQUEST   SECTION.
           ADD 1 TO WS-RUN-INPUT-COUNT
           ADD 1 TO WS-REQ-NUM
           .

      *EVERY NON-BLANK CRITERION MUST MATCH EXACTLY; A BLANK
      *CRITERION MATCHES ANYTHING. THE SURNAME MAY BE EITHER
      *HOLDER'S.
       D100-MATCH-CUSTOMER    SECTION.
           SET CUST-MATCHES TO TRUE
           PERFORM D300-FIND-JOINT-HOLDER
           IF SR-SURNAME NOT = SPACES
                   AND SR-SURNAME NOT = CUST-SURNAME
               IF NOT JNT-FOUND
                   MOVE 'N' TO WS-MATCH-FLAG
               ELSE
                   IF SR-SURNAME NOT = WS-JNT-SURNAME(WS-JNT-IDX)
                       MOVE 'N' TO WS-MATCH-FLAG
                   END-IF
               END-IF
           END-IF
           IF SR-TOWN NOT = SPACES
                   AND SR-TOWN NOT = CUST-TOWN
           END-PERFORM
           .

      *LEAVES WS-JNT-IDX ON THE ACCOUNT'S SECOND HOLDER WHEN FOUND.
       D300-FIND-JOINT-HOLDER SECTION.
           MOVE 'N' TO WS-JNT-FOUND-FLAG
           PERFORM VARYING WS-JNT-IDX FROM 1 BY 1
                   UNTIL WS-JNT-IDX > WS-JNT-COUNT
               IF WS-JNT-ACCOUNT(WS-JNT-IDX) = CUST-ACCOUNT
                   SET JNT-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       W100-WRITE-MATCH-LINE  SECTION.
           MOVE CUST-ACCOUNT TO RD-ACCOUNT
           MOVE CUST-TITLE TO RD-TITLE
           PERFORM D200-FIND-ACCOUNT-COUNTY
           MOVE WS-FOUND-COUNTY TO RD-COUNTY
           WRITE SEARCH-RPT-RECORD FROM WS-RPT-DETAIL-LINE
           IF JNT-FOUND
               MOVE WS-JNT-TITLE(WS-JNT-IDX) TO RJ-TITLE
               MOVE WS-JNT-INITIALS(WS-JNT-IDX) TO RJ-INITIALS
               MOVE WS-JNT-SURNAME(WS-JNT-IDX) TO RJ-SURNAME
               WRITE SEARCH-RPT-RECORD FROM WS-RPT-JOINT-LINE
           END-IF
           ADD 1 TO WS-REQ-MATCH-COUNT
           ADD 1 TO WS-MATCH-TOTAL
           .
           MOVE 0 TO RL-OUTPUT-COUNT-2
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES TO RL-FILLER
           MOVE WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
