      * EXACTLY WHAT WAS REMOVED FROM WHERE, WITH THE USUAL RUN-LOG
      * ENTRY. AN ACCOUNT STILL CARRYING A NON-ZERO BALANCE-OUT ON
      * THE CURRENT CDOUT IS REFUSED WITH A REASON, NOT SKIPPED.
      * AN ACCOUNT UNDER LEGAL HOLD ON THE FREEZE LIST (FRZMOD) IS
      * REFUSED OUTRIGHT, WHATEVER ITS BALANCE, AND THE REFUSAL IS
      * LOGGED FOR THE FREEZE-ACTIVITY REPORT.
      *
      * ERASURE CANNOT BE UNDONE, SO EVERY ACCOUNT THAT PASSES THOSE
      * CHECKS ALSO NEEDS ITS OWN ONE-TIME AUTHORISATION CODE, ISSUED
      * BY A SUPERVISOR FOR THIS JOB, THIS BUSINESS DATE AND THAT
      * ACCOUNT (AUTHMOD). WITHOUT ONE THE ACCOUNT IS REFUSED ON THE
      * CERTIFICATE; WITH ONE THE CODE IS CONSUMED AND THE APPROVER
      * IS PRINTED AGAINST THE ERASURE AND CARRIED ON THE RUN LOG.
      *
      * SEQUENTIAL FILES CANNOT BE EDITED IN PLACE, SO THE CLEANSED
      * EXCEPTION FILES ARE WRITTEN TO CDEXCNEW/CDEXRNEW FOR
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE           PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP         PIC X(16) VALUE SPACES.

       01 WS-REQ-STATUS              PIC X(2).
           88 REQ-OK                 VALUE "00".
               05 WS-ERA-CUST-GONE   PIC X(1).
               05 WS-ERA-EXC-COUNT   PIC 9(4).
               05 WS-ERA-REM-COUNT   PIC 9(4).
               05 WS-ERA-APPROVER    PIC X(4).
       01 WS-ERASE-COUNT             PIC 9(3) VALUE 0.
       01 WS-ERASE-FOUND             PIC X VALUE 'N'.
           88 ERASE-FOUND            VALUE 'Y'.
           88 BAL-OVERFLOW           VALUE 'Y'.
       01 WS-FOUND-BALANCE           PIC S9(10) VALUE 0.

      *ACCOUNT FREEZE (LEGAL HOLD) CHECK.
       01 WS-FRZ-PARMS.
           COPY FRZPRM.

      *ONE-TIME AUTHORISATION CODE FOR EACH ACCOUNT ERASED. THE RUN
      *LOG CARRIES THE APPROVER, OR '****' WHEN THE RUN'S CODES CAME
      *FROM MORE THAN ONE SUPERVISOR.
       01 WS-AUTH-PARMS.
           COPY AUTPRM.
       01 WS-RUN-APPROVER            PIC X(4) VALUE SPACES.

       01 WS-RPT-HEAD                PIC X(80) VALUE
          "CUSTOMER DATA ERASURE CERTIFICATE".
       01 WS-RPT-DATE-LINE.
           03 DL-ACCOUNT             PIC X(8).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 DL-TEXT                PIC X(60).
           03 FILLER                 PIC X(1) VALUE SPACES.
           03 DL-APPROVER            PIC X(4) VALUE SPACES.
           03 FILLER                 PIC X(5) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING DATA ERASURE RUN"
           PERFORM B100-INIT
           PERFORM B200-LOAD-CDOUT-BALANCES
      *EVERYTHING - ERASING BLIND IS WORSE THAN ERASING LATE.
       C100-PROCESS-REQUEST   SECTION.
           ADD 1 TO WS-RUN-INPUT-COUNT
           MOVE 'CHK ' TO FZP-ACTION
           MOVE 'C' TO FZP-SCOPE
           MOVE ER-ACCOUNT TO FZP-ACCOUNT
           MOVE "EXPPRG39" TO FZP-JOB-NAME
           MOVE WS-BUSINESS-DATE TO FZP-RUN-DATE
           CALL 'FRZMOD' USING WS-FRZ-PARMS
           IF FZP-FROZEN
               PERFORM C150-REFUSE-FROZEN
               GO TO C100-READ-NEXT
           END-IF
           MOVE 0 TO WS-FOUND-BALANCE
           IF NOT OUT-OK OR BAL-OVERFLOW
               MOVE 1 TO WS-FOUND-BALANCE
               END-IF
               WRITE ERASE-RPT-RECORD FROM WS-RPT-DETAIL-LINE
           ELSE
               PERFORM C160-AUTHORISE-ERASURE
               IF AUP-GRANTED
                   PERFORM D100-ERASE-CUSTOMER
               END-IF
           END-IF
           .
       C100-READ-NEXT.
           READ ERASE-REQ-FILE
               AT END SET REQ-FILE-DONE TO TRUE
           END-READ
           .

      *A FROZEN ACCOUNT'S DATA IS EVIDENCE - NOTHING IS TOUCHED.
       C150-REFUSE-FROZEN     SECTION.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE ER-ACCOUNT TO DL-ACCOUNT
           MOVE SPACES TO DL-TEXT
           STRING "REFUSED - ACCOUNT FROZEN, REASON " FZP-REASON
               DELIMITED BY SIZE INTO DL-TEXT
           WRITE ERASE-RPT-RECORD FROM WS-RPT-DETAIL-LINE
           MOVE 'LOG ' TO FZP-ACTION
           MOVE "DATA ERASURE REQUEST REFUSED" TO FZP-ITEM
           MOVE 0 TO FZP-AMOUNT
           CALL 'FRZMOD' USING WS-FRZ-PARMS
           .

      *THE LAST CHECK BEFORE THE DELETE - NO CODE FOR THIS ACCOUNT,
      *NO ERASURE. A REQUEST THE FULL ERASURE TABLE WILL TURN AWAY
      *IN D100 DOES NOT SPEND A CODE.
       C160-AUTHORISE-ERASURE SECTION.
           IF WS-ERASE-COUNT >= 200
               MOVE SPACES TO AUP-APPROVER
               SET AUP-GRANTED TO TRUE
               GO TO C160-EXIT
           END-IF
           MOVE "EXPPRG39" TO AUP-JOB-NAME
           MOVE WS-BUSINESS-DATE TO AUP-RUN-DATE
           MOVE ER-ACCOUNT TO AUP-TARGET
           CALL 'AUTHMOD' USING WS-AUTH-PARMS
           IF AUP-REFUSED
               ADD 1 TO WS-REFUSED-COUNT
               MOVE ER-ACCOUNT TO DL-ACCOUNT
               MOVE "REFUSED - NO UNUSED AUTHORISATION CODE FOR ACCOUNT"
                 TO DL-TEXT
               WRITE ERASE-RPT-RECORD FROM WS-RPT-DETAIL-LINE
               GO TO C160-EXIT
           END-IF
           IF WS-RUN-APPROVER = SPACES
               MOVE AUP-APPROVER TO WS-RUN-APPROVER
           ELSE
               IF WS-RUN-APPROVER NOT = AUP-APPROVER
                   MOVE '****' TO WS-RUN-APPROVER
               END-IF
           END-IF
           .
       C160-EXIT.
           EXIT.

       D100-ERASE-CUSTOMER    SECTION.
           IF WS-ERASE-COUNT >= 200
               DISPLAY "ERROR - ERASURE TABLE FULL, REQUEST FOR "
               MOVE ER-ACCOUNT TO WS-ERA-ACCOUNT(WS-ERA-IDX)
               MOVE 0 TO WS-ERA-EXC-COUNT(WS-ERA-IDX)
               MOVE 0 TO WS-ERA-REM-COUNT(WS-ERA-IDX)
               MOVE AUP-APPROVER TO WS-ERA-APPROVER(WS-ERA-IDX)
               MOVE SPACES TO CUST-RECORD
               MOVE ER-ACCOUNT TO CUST-RECORD(1:8)
               CALL 'IOMOD'
           PERFORM VARYING WS-ERA-IDX FROM 1 BY 1
                   UNTIL WS-ERA-IDX > WS-ERASE-COUNT
               MOVE WS-ERA-ACCOUNT(WS-ERA-IDX) TO DL-ACCOUNT
               MOVE WS-ERA-APPROVER(WS-ERA-IDX) TO DL-APPROVER
               MOVE SPACES TO DL-TEXT
               IF WS-ERA-CUST-GONE(WS-ERA-IDX) = 'Y'
                   STRING "CDCUST DELETED, CDEXCEP "
           MOVE WS-REFUSED-COUNT TO RL-OUTPUT-COUNT-2
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES TO RL-FILLER
           MOVE WS-RUN-APPROVER TO RL-APPROVER
           MOVE WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
