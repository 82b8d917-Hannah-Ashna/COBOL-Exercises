      * RECORD AND ARE PURGED WITH THEM. EVERYTHING PURGED IS LISTED
      * ON PURGRPT WITH A SUMMARY. AFTER A PURGE THE KEYED INDEX
      * MUST BE REBUILT FROM THE NEW ARCHIVE.
      *
      * A PURGE CANNOT BE UNDONE, SO THE RUN NEEDS A ONE-TIME
      * AUTHORISATION CODE ISSUED FOR THIS JOB, THIS BUSINESS DATE
      * AND THE CUT-OFF DATE (YYYYMMDD) THE PARM PRODUCES (AUTHMOD).
      * WITHOUT ONE NOTHING IS OPENED AND THE RUN ENDS RC 16.
      *
       ENVIRONMENT DIVISION.
      *
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE         PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP       PIC X(16) VALUE SPACES.

       01 WS-ARCH-STATUS        PIC X(2).
           88 ARCH-OK           VALUE "00".
       01 WS-RETAIN-DAYS        PIC 9(4) VALUE 365.
       01 WS-TODAY-INT          PIC 9(8).
       01 WS-CUTOFF-INT         PIC 9(8).

      *ONE-TIME AUTHORISATION CODE FOR THE RUN (AUTHMOD).
       01 WS-AUTH-PARMS.
           COPY AUTPRM.
       01 WS-ARC-DATE-NUM       PIC 9(8).
       01 WS-ARC-DATE-INT       PIC 9(8).
       01 WS-DATE-BAD-FLAG      PIC X.
       PROCEDURE DIVISION USING INPUT-PARM.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           MOVE SPACES TO WS-AUTH-PARMS
           DISPLAY "STATUS - STARTING ARCHIVE RETENTION PURGE"
           IF PARM-LENGTH >= 4 AND PARM-DATA IS NUMERIC
               MOVE PARM-DATA TO WS-RETAIN-DAYS
           COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-RETAIN-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
             TO PH-CUTOFF
           MOVE "EXPPRG23" TO AUP-JOB-NAME
           MOVE WS-BUSINESS-DATE TO AUP-RUN-DATE
           MOVE PH-CUTOFF TO AUP-TARGET
           CALL 'AUTHMOD' USING WS-AUTH-PARMS
           IF AUP-REFUSED
               DISPLAY "ERROR - NO AUTHORISATION CODE FOR A PURGE "
                       "TO CUTOFF " PH-CUTOFF ", NOTHING PURGED"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN INPUT ARCHIVE-INPUT
           IF NOT ARCH-OK
               DISPLAY "ERROR - COULD NOT OPEN ARCHOUT, STATUS "
           MOVE WS-PURGED-COUNT TO RL-OUTPUT-COUNT-2
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES TO RL-FILLER
           MOVE AUP-APPROVER TO RL-APPROVER
           MOVE WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
