      * STUCK IN EACH BUCKET SO MANAGEMENT SEES VALUE AT RISK, AND
      * FLAGS EVERYTHING OLDER THAN THE ESCALATION THRESHOLD FROM
      * THE ESCCTL CARD (DAYS, DEFAULT 30). OUTPUT EXCAGRPT.
      *
      * AGES ARE COUNTED IN BUSINESS DAYS ON THE SHARED HOLIDAY
      * CALENDAR (BDAYMOD), SO A WEEKEND OR BANK HOLIDAY DOES NOT
      * AGE AN EXCEPTION NOBODY COULD HAVE WORKED. A 'C' IN ESCCTL
      * COLUMN 5 COUNTS CALENDAR DAYS INSTEAD; THE BUCKETS AND THE
      * THRESHOLD ARE IN WHICHEVER DAYS THE RUN COUNTS.
      *
       ENVIRONMENT DIVISION.
      *
           RECORDING MODE IS F.
       01 ESC-CTRL-REC.
           03 EC-THRESHOLD           PIC 9(4).
           03 EC-DAY-BASIS           PIC X(1).
           03 FILLER                 PIC X(75).

       FD AGE-RPT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE           PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP         PIC X(16) VALUE SPACES.

       01 WS-REM-STATUS              PIC X(2).
           88 REM-OK                 VALUE "00".
       01 WS-TODAY-INT               PIC 9(8).
       01 WS-FIRST-INT               PIC 9(8).
       01 WS-AGE-DAYS                PIC S9(6).
      *'B' BUSINESS DAYS (THE DEFAULT) OR 'C' CALENDAR DAYS.
       01 WS-DAY-BASIS               PIC X(1) VALUE 'B'.
           88 BUSINESS-DAY-BASIS     VALUE 'B'.
       01 WS-BDAY-PARMS.
           COPY BDYPRM.

      *AGE BUCKETS: 0-7 / 8-30 / 31-90 / OVER 90 DAYS.
       01 WS-BUCKET-TABLE.
          "OUTSTANDING EXCEPTION AGING".
       01 WS-RPT-ESC-HEAD            PIC X(100) VALUE
          "EXCEPTIONS OVER THE ESCALATION THRESHOLD".
       01 WS-RPT-BASIS-BUS           PIC X(100) VALUE
          "AGES IN BUSINESS DAYS ON THE HOLIDAY CALENDAR".
       01 WS-RPT-BASIS-CAL           PIC X(100) VALUE
          "AGES IN CALENDAR DAYS".
       01 WS-RPT-BUCKET-LINE.
           03 BL-LABEL               PIC X(16).
           03 FILLER                 PIC X(8) VALUE "  COUNT ".
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING EXCEPTION AGING REPORT"
           PERFORM B100-INIT
           PERFORM B200-LOAD-THRESHOLD
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           WRITE AGE-RPT-RECORD FROM WS-RPT-HEAD
           IF BUSINESS-DAY-BASIS
               WRITE AGE-RPT-RECORD FROM WS-RPT-BASIS-BUS
           ELSE
               WRITE AGE-RPT-RECORD FROM WS-RPT-BASIS-CAL
           END-IF
           WRITE AGE-RPT-RECORD FROM WS-RPT-ESC-HEAD
           PERFORM C100-AGE-ONE-EXCEPTION UNTIL REM-FILE-DONE
           PERFORM W100-WRITE-BUCKET-SUMMARY
                       IF EC-THRESHOLD NUMERIC AND EC-THRESHOLD > 0
                           MOVE EC-THRESHOLD TO WS-ESC-THRESHOLD
                       END-IF
                       IF EC-DAY-BASIS = 'C'
                           MOVE 'C' TO WS-DAY-BASIS
                       END-IF
               END-READ
               CLOSE ESC-CTRL-FILE
           ELSE
           ADD 1 TO WS-RUN-INPUT-COUNT
           IF EXC-FIRST-SEEN NUMERIC
               MOVE EXC-FIRST-SEEN TO WS-FIRST-NUM
               IF BUSINESS-DAY-BASIS
                   MOVE 'BTWN' TO BDP-ACTION
                   MOVE WS-FIRST-NUM TO BDP-DATE-1
                   MOVE WS-TODAY-NUM TO BDP-DATE-2
                   CALL 'BDAYMOD' USING WS-BDAY-PARMS
                   IF BDP-BAD-DATE
                       MOVE 99999 TO WS-AGE-DAYS
                   ELSE
                       MOVE BDP-DAYS TO WS-AGE-DAYS
                   END-IF
               ELSE
                   COMPUTE WS-FIRST-INT =
                           FUNCTION INTEGER-OF-DATE(WS-FIRST-NUM)
                   COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-FIRST-INT
               END-IF
               IF WS-AGE-DAYS < 0
                   MOVE 0 TO WS-AGE-DAYS
               END-IF
           MOVE WS-UNDATED-COUNT TO RL-OUTPUT-COUNT-2
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES TO RL-FILLER
           MOVE WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
