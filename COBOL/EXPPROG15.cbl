      *
      * RECORDS WHOSE DATES DO NOT CONVERT (PRE-VALIDATION HISTORY)
      * ARE COUNTED AND SKIPPED RATHER THAN ABENDING THE REPORT.
      *
      * TURNAROUND IS IN CALENDAR DAYS UNLESS AN AGECTL ROW CARRIES
      * 'B' IN COLUMN 5, WHEN IT IS COUNTED IN BUSINESS DAYS ON THE
      * SHARED HOLIDAY CALENDAR (BDAYMOD) AND THE THRESHOLDS ARE
      * READ AS BUSINESS DAYS TOO.
      *
       ENVIRONMENT DIVISION.
      *
           RECORDING MODE IS F.
       01 AGE-CTRL-REC.
           03 AC-THRESHOLD           PIC 9(4).
           03 AC-DAY-BASIS           PIC X(1).
           03 FILLER                 PIC X(75).

       FD AGE-RPT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE         PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP       PIC X(16) VALUE SPACES.

       01 WS-FILE-STATUS             PIC X(2).
           88 FILE-OK                VALUE "00".
       01 WS-ISSUE-INT               PIC 9(8).
       01 WS-RECEIPT-INT             PIC 9(8).
       01 WS-ELAPSED-DAYS            PIC S9(6).
      *'C' CALENDAR DAYS (THE DEFAULT) OR 'B' BUSINESS DAYS.
       01 WS-DAY-BASIS               PIC X(1) VALUE 'C'.
           88 BUSINESS-DAY-BASIS     VALUE 'B'.
       01 WS-BDAY-PARMS.
           COPY BDYPRM.
       01 WS-BKT                     PIC 9(1).
       01 WS-IDX                     PIC 9(2).
       01 WS-JDX                     PIC 9(2).

       01 WS-RPT-HEAD-1              PIC X(80) VALUE
          "ISSUE-TO-RECEIPT TURNAROUND AGING REPORT".
       01 WS-RPT-BASIS-BUS           PIC X(80) VALUE
          "TURNAROUND IN BUSINESS DAYS ON THE HOLIDAY CALENDAR".
       01 WS-RPT-BASIS-CAL           PIC X(80) VALUE
          "TURNAROUND IN CALENDAR DAYS".
       01 WS-RPT-BUCKET-LINE.
           03 RPT-BUCKET-LABEL       PIC X(20).
           03 RPT-BUCKET-COUNT       PIC Z(7)9.
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING TURNAROUND AGING REPORT"
           PERFORM B100-INIT
           PERFORM C100-AGE-RECORD UNTIL INPUT-DONE
                               ADD 1 TO WS-THRESHOLD-COUNT
                               MOVE AC-THRESHOLD
                                 TO WS-THRESHOLD(WS-THRESHOLD-COUNT)
                               IF AC-DAY-BASIS = 'B'
                                   MOVE 'B' TO WS-DAY-BASIS
                               END-IF
                           ELSE
                               DISPLAY "STATUS - THRESHOLD TABLE "
                                       "FULL, DROPPING " AC-THRESHOLD
               IF WS-ISSUE-INT = 0 OR WS-RECEIPT-INT = 0
                   ADD 1 TO WS-BAD-DATE-COUNT
               ELSE
                   IF BUSINESS-DAY-BASIS
                       MOVE 'BTWN' TO BDP-ACTION
                       MOVE WS-ISSUE-NUM TO BDP-DATE-1
                       MOVE WS-RECEIPT-NUM TO BDP-DATE-2
                       CALL 'BDAYMOD' USING WS-BDAY-PARMS
                       MOVE BDP-DAYS TO WS-ELAPSED-DAYS
                   ELSE
                       COMPUTE WS-ELAPSED-DAYS =
                               WS-RECEIPT-INT - WS-ISSUE-INT
                   END-IF
                   ADD 1 TO WS-AGED-COUNT
                   PERFORM D100-BUCKET-DAYS
                   PERFORM D200-TRACK-OUTLIER

       W100-WRITE-REPORT      SECTION.
           WRITE AGE-RPT-RECORD FROM WS-RPT-HEAD-1
           IF BUSINESS-DAY-BASIS
               WRITE AGE-RPT-RECORD FROM WS-RPT-BASIS-BUS
           ELSE
               WRITE AGE-RPT-RECORD FROM WS-RPT-BASIS-CAL
           END-IF
           PERFORM W200-WRITE-BUCKET-LINE
               VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 4
           IF WS-BAD-DATE-COUNT > 0
           MOVE WS-BAD-DATE-COUNT TO RL-OUTPUT-COUNT-2
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES TO RL-FILLER
           MOVE WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
