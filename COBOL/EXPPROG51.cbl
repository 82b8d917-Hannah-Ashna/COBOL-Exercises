      *
      * A BATCH THAT CANNOT BE FOUND INTACT - HEADER, ALL LEGS AND
      * A TRAILER WHOSE COUNTS AND TOTALS AGREE - IS REFUSED WITH
      * RC 16 AND NOTHING IS GENERATED. SO IS A BATCH WITH NO
      * ONE-TIME AUTHORISATION CODE ISSUED FOR THIS JOB, THIS
      * BUSINESS DATE AND THAT BATCH IDENTIFIER (AUTHMOD) - THE CODE
      * IS ONLY SPENT ONCE THE BATCH HAS BEEN PROVED INTACT.
      *
       ENVIRONMENT DIVISION.
      *
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE         PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP       PIC X(16) VALUE SPACES.

       01 WS-JRNL-STATUS           PIC X(2).
           88 JRNL-OK              VALUE "00".
       01 WS-TRL-CREDITS           PIC S9(11) VALUE 0.
       01 WS-REV-SEQ               PIC 9(4) VALUE 0.

      *ONE-TIME AUTHORISATION CODE FOR THE RUN (AUTHMOD).
       01 WS-AUTH-PARMS.
           COPY AUTPRM.

       01 WS-RPT-HEAD              PIC X(100) VALUE
          "JOURNAL BATCH REVERSAL - ORIGINAL AND REVERSAL LEGS".
       01 WS-RPT-PAIR-LINE.
       PROCEDURE DIVISION USING INPUT-PARM.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           MOVE SPACES TO WS-AUTH-PARMS
           DISPLAY "STATUS - STARTING BATCH REVERSAL"
           IF PARM-LENGTH < 12
               DISPLAY "ERROR - PARM MUST NAME THE BATCH AS "
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE "EXPPRG51" TO AUP-JOB-NAME
           MOVE WS-BUSINESS-DATE TO AUP-RUN-DATE
           MOVE WS-TARGET-ID TO AUP-TARGET
           CALL 'AUTHMOD' USING WS-AUTH-PARMS
           IF AUP-REFUSED
               DISPLAY "ERROR - NO AUTHORISATION CODE FOR BATCH "
                       WS-TARGET-ID ", NOTHING GENERATED"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM B300-PICK-REVERSAL-SEQ
           PERFORM W100-WRITE-REVERSAL
           PERFORM Z100-WRITE-RUN-LOG
           MOVE 0 TO RL-OUTPUT-COUNT-2
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES TO RL-FILLER
           MOVE AUP-APPROVER TO RL-APPROVER
           MOVE WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
