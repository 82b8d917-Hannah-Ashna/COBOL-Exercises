      *
      * PARM: 'BACK', OR 'REST' + YYMMDD (THE GENERATION SUFFIX)
      * + OPTIONAL 'FORC'.
      *
      * A RESTORE OVERWRITES THE LIVE SET AND CANNOT BE UNDONE, SO
      * IT NEEDS A ONE-TIME AUTHORISATION CODE ISSUED FOR THIS JOB,
      * THIS BUSINESS DATE AND THE GENERATION SUFFIX - WITH 'FORC'
      * APPENDED (E.G. 261130FORC) WHEN THE RESTORE IS FORCED, SO A
      * CODE FOR A CLEAN RESTORE CANNOT PUSH A PARTIAL ONE THROUGH
      * (AUTHMOD). A BACKUP NEEDS NO CODE.
      *
       ENVIRONMENT DIVISION.
      *
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE       PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP     PIC X(16) VALUE SPACES.

       01 WS-SRC-STATUS          PIC X(2).
           88 SRC-OK             VALUE "00".
               05 WS-MAN-COUNT   PIC 9(8).
       01 WS-MAN-FOUND-N         PIC 9(1) VALUE 0.
       01 WS-I                   PIC 9(1).

      *ONE-TIME AUTHORISATION CODE FOR THE RUN (AUTHMOD).
       01 WS-AUTH-PARMS.
           COPY AUTPRM.
      *
       LINKAGE SECTION.
       01 INPUT-PARM.
       PROCEDURE DIVISION USING INPUT-PARM.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           MOVE SPACES TO WS-AUTH-PARMS
           EVALUATE TRUE
               WHEN PARM-LENGTH >= 4 AND PARM-BACKUP
                   MOVE WS-BUSINESS-DATE(3:6) TO WS-SET-SUFFIX
               MOVE 16 TO RETURN-CODE
               GO TO C200-EXIT
           END-IF
           MOVE "EXPPRG58" TO AUP-JOB-NAME
           MOVE WS-BUSINESS-DATE TO AUP-RUN-DATE
           MOVE WS-SET-SUFFIX TO AUP-TARGET
           IF FORCE-RESTORE
               MOVE 'FORC' TO AUP-TARGET(7:4)
           END-IF
           CALL 'AUTHMOD' USING WS-AUTH-PARMS
           IF AUP-REFUSED
               DISPLAY "ERROR - NO AUTHORISATION CODE TO RESTORE "
                       "GENERATION " AUP-TARGET(1:10)
                       " - RESTORE REFUSED"
               MOVE 16 TO RETURN-CODE
               GO TO C200-EXIT
           END-IF
           PERFORM VARYING WS-FILE-NUM FROM 1 BY 1
                   UNTIL WS-FILE-NUM > 7
               IF WS-MAN-SEEN(WS-FILE-NUM) = 'Y'
           MOVE 0 TO RL-OUTPUT-COUNT-2
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES TO RL-FILLER
           MOVE AUP-APPROVER TO RL-APPROVER
           MOVE WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
