
      *ONE BAND PER RECORD, ASCENDING UPPER LIMIT. A BALANCE FALLS
      *IN THE FIRST BAND WHOSE LIMIT IT DOES NOT EXCEED; ABOVE THE
      *LAST LIMIT THE LAST BAND'S TREATMENT APPLIES. EACH ROW IS IN
      *FORCE FROM/TO THE CCYYMMDD DATES AT ITS END (TO 99999999
      *WHEN OPEN-ENDED); ONLY THE BUSINESS DATE'S BANDS ARE LOADED.
       FD RATE-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 RATE-CTRL-REC.
           03 RC-BAND-LIMIT        PIC S9(9) SIGN LEADING SEPARATE.
           03 RC-MARKER            PIC X(1).
           03 RC-RATE              PIC 9(2)V9(4).
           03 FILLER               PIC X(47).
           03 RC-EFF-FROM          PIC X(8).
           03 RC-EFF-TO            PIC X(8).

      *DTBPROG6'S GOODFILE LAYOUT - MUST BE KEPT IN STEP WITH THE
      *GOOD-RECORD DECLARED THERE.
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE         PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP       PIC X(16) VALUE SPACES.

       01 WS-MAST-STATUS        PIC X(2).
           88 MAST-OK           VALUE "00".
               05 WS-BAND-MARKER    PIC X(1).
               05 WS-BAND-RATE      PIC 9(2)V9(4).
       01 WS-BAND-COUNT         PIC 9(2) VALUE 0.
       01 WS-BAND-NOT-IN-FORCE  PIC 9(4) VALUE 0.
       01 WS-BAND-IDX           PIC 9(2).
       01 WS-BAND-PICK          PIC 9(2).

       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING FEE/INTEREST POSTING"
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
           PERFORM B100-LOAD-RATE-TABLE
                   READ RATE-CTRL-FILE
                       AT END SET RATES-DONE TO TRUE
                       NOT AT END
                           IF RC-EFF-FROM NOT NUMERIC
                                   OR RC-EFF-TO NOT NUMERIC
                                   OR RC-EFF-FROM > WS-BUSINESS-DATE
                                   OR RC-EFF-TO < WS-BUSINESS-DATE
                               ADD 1 TO WS-BAND-NOT-IN-FORCE
                           ELSE
                               PERFORM B110-ADD-RATE-BAND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-CTRL-FILE
               IF WS-BAND-NOT-IN-FORCE > 0
                   DISPLAY "STATUS - " WS-BAND-NOT-IN-FORCE " RATECTL "
                           "ROW(S) NOT IN FORCE ON " WS-BUSINESS-DATE
               END-IF
               DISPLAY "STATUS - " WS-BAND-COUNT " RATE BAND(S) "
                       "LOADED"
           ELSE
           END-IF
           .

       B110-ADD-RATE-BAND     SECTION.
           IF WS-BAND-COUNT < 20
               ADD 1 TO WS-BAND-COUNT
               MOVE RC-BAND-LIMIT TO WS-BAND-LIMIT(WS-BAND-COUNT)
               MOVE RC-MARKER TO WS-BAND-MARKER(WS-BAND-COUNT)
               MOVE RC-RATE TO WS-BAND-RATE(WS-BAND-COUNT)
           ELSE
               DISPLAY "STATUS - RATE TABLE FULL, EXTRA BANDS IGNORED"
           END-IF
           .

       C100-POST-ACCOUNT      SECTION.
           ADD 1 TO WS-RUN-INPUT-COUNT
           MOVE 0 TO WS-BAND-PICK
           MOVE WS-SKIPPED-COUNT TO RL-OUTPUT-COUNT-2
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES TO RL-FILLER
           MOVE WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
