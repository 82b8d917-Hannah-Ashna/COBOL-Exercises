      *
      * CDCUST CHANGE-HISTORY REPORT. THE MERGES (EXPPROG1/EXPPROG3)
      * APPEND A BEFORE/AFTER RECORD TO CDCHGHST WHENEVER A REFRESH
      * ACTUALLY ALTERS A CUSTOMER'S NAME OR ADDRESS, AND A RECORD
      * WITH A BLANK BEFORE IMAGE WHEN A NEW CUSTOMER IS ADDED; THIS
      * JOB PRINTS THAT HISTORY FOR ONE ACCOUNT, A DATE RANGE, OR
      * BOTH. A NEW CUSTOMER PRINTS AS "ADDED ON" WITH NO BEFORE.
      *
      * PARM BYTES 1-8 NAME THE ACCOUNT (SPACES = EVERY ACCOUNT),
      * BYTES 9-16 AND 17-24 GIVE THE FROM/TO BUSINESS DATES AS
      * YYYYMMDD (SPACES = OPEN-ENDED). EACH CHANGE PRINTS AS A
      * HEADER LINE PLUS DECODED BEFORE AND AFTER LINES, THE IMAGES
      * BEING THE CDCUST RECORD BODY THE MERGES CAPTURED.
      *
      * THE CUSTOMER CONTACT HISTORY (CONTHIST, WRITTEN BY CONTMOD
      * FOR EVERY LETTER AND STATEMENT THE SUITE SENDS, SKIPS OR
      * DEFERS) FOLLOWS UNDER THE SAME SELECTION - THE ACCOUNT
      * MATCHES EITHER THE CDCUST ACCOUNT IT IS FILED UNDER OR THE
      * ACCOUNT THE PRODUCING JOB ASKED ABOUT. NO CONTHIST PRINTS A
      * LINE SAYING SO.
      *
       ENVIRONMENT DIVISION.
      *
           FILE STATUS IS WS-CHG-STATUS.
           SELECT CHG-RPT-FILE ASSIGN TO CHGRPT
           FILE STATUS IS WS-RPT-STATUS.
           SELECT CONT-HIST-FILE ASSIGN TO CONTHIST
           FILE STATUS IS WS-CONT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
           03 CHG-AFTER              PIC X(72).
           03 CHG-FILLER             PIC X(12).

      *CONTMOD'S CONTACT HISTORY LAYOUT.
       FD CONT-HIST-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 CONT-HIST-REC.
           COPY CNTHST.

       FD CHG-RPT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 CHG-RPT-RECORD             PIC X(100).
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE           PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP         PIC X(16) VALUE SPACES.

       01 WS-CHG-STATUS              PIC X(2).
           88 CHG-OK                 VALUE "00".
       01 WS-RPT-STATUS              PIC X(2).
           88 RPT-OK                 VALUE "00".
       01 WS-CONT-STATUS             PIC X(2).
           88 CONT-OK                VALUE "00".
       01 WS-RUNLOG-STATUS           PIC X(2).

       01 WS-CHG-EOF-FLAG            PIC X VALUE 'N'.
           88 CHG-FILE-DONE          VALUE 'Y'.
       01 WS-CONT-EOF-FLAG           PIC X VALUE 'N'.
           88 CONT-FILE-DONE         VALUE 'Y'.

       01 WS-RUN-INPUT-COUNT         PIC 9(8) VALUE 0.
       01 WS-PRINTED-COUNT           PIC 9(8) VALUE 0.
       01 WS-CONTACT-COUNT           PIC 9(8) VALUE 0.

      *EFFECTIVE SELECTION - ONLY TRUSTED WHEN PARM-LENGTH SHOWS THE
      *CALLER ACTUALLY PASSED THAT MANY BYTES.
       01 WS-RPT-HEAD-LINE.
           03 FILLER                 PIC X(8) VALUE "ACCOUNT ".
           03 HL-ACCOUNT             PIC X(8).
           03 HL-EVENT               PIC X(13).
           03 HL-DATE                PIC X(8).
           03 FILLER                 PIC X(5) VALUE " BY ".
           03 HL-JOB                 PIC X(8).
              "CHANGES PRINTED:  ".
           03 CL-COUNT               PIC ZZZZZZZ9.
           03 FILLER                 PIC X(74) VALUE SPACES.
       01 WS-CONT-HEAD-LINE          PIC X(100) VALUE
          "CUSTOMER CONTACT HISTORY".
       01 WS-CONT-NONE-LINE          PIC X(100) VALUE
          "NO CONTACT HISTORY (CONTHIST) AVAILABLE".
       01 WS-CONT-LINE.
           03 FILLER                 PIC X(8) VALUE "ACCOUNT ".
           03 CN-ACCOUNT             PIC X(8).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 CN-LETTER-TYPE         PIC X(2).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 CN-OUTCOME             PIC X(8).
           03 FILLER                 PIC X(4) VALUE " ON ".
           03 CN-DATE                PIC X(8).
           03 FILLER                 PIC X(4) VALUE " BY ".
           03 CN-JOB                 PIC X(8).
           03 CN-SOURCE-TEXT         PIC X(5).
           03 CN-SOURCE-ACCOUNT      PIC X(8).
           03 CN-BLOCK-TEXT          PIC X(7).
           03 CN-BLOCK-TYPE          PIC X(2).
           03 CN-BLOCK-OF            PIC X(4).
           03 CN-BLOCK-DATE          PIC X(8).
           03 CN-DUE-TEXT            PIC X(5).
           03 CN-DUE-DATE            PIC X(8).
           03 FILLER                 PIC X(1) VALUE SPACE.
       01 WS-CONT-COUNT-LINE.
           03 FILLER                 PIC X(18) VALUE
              "CONTACTS PRINTED: ".
           03 CC-COUNT               PIC ZZZZZZZ9.
           03 FILLER                 PIC X(74) VALUE SPACES.
      *
       LINKAGE SECTION.
       01 INPUT-PARM.
       PROCEDURE DIVISION USING INPUT-PARM.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING CHANGE-HISTORY REPORT"
           IF PARM-LENGTH >= 8
               MOVE PARM-ACCOUNT TO WS-SEL-ACCOUNT
           PERFORM C100-PROCESS-CHANGE UNTIL CHG-FILE-DONE
           MOVE WS-PRINTED-COUNT TO CL-COUNT
           WRITE CHG-RPT-RECORD FROM WS-RPT-COUNT-LINE
           PERFORM D100-CONTACT-HISTORY
           CLOSE CHG-HIST-FILE
                 CHG-RPT-FILE
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - CHANGES PRINTED: " WS-PRINTED-COUNT
           DISPLAY "STATUS - CONTACTS PRINTED: " WS-CONTACT-COUNT
           DISPLAY "STATUS - CHANGE-HISTORY REPORT DONE"
           GOBACK
           .
           END-READ
           .

      *THE CONTACT HISTORY UNDER THE SAME ACCOUNT AND DATE
      *SELECTION, AFTER THE CHANGES.
       D100-CONTACT-HISTORY   SECTION.
           WRITE CHG-RPT-RECORD FROM WS-RPT-BLANK-LINE
           WRITE CHG-RPT-RECORD FROM WS-CONT-HEAD-LINE
           WRITE CHG-RPT-RECORD FROM WS-RPT-BLANK-LINE
           OPEN INPUT CONT-HIST-FILE
           IF NOT CONT-OK
               DISPLAY "WARNING - COULD NOT OPEN CONTHIST, STATUS "
                       WS-CONT-STATUS
               WRITE CHG-RPT-RECORD FROM WS-CONT-NONE-LINE
               GO TO D100-EXIT
           END-IF
           PERFORM UNTIL CONT-FILE-DONE
               READ CONT-HIST-FILE
                   AT END SET CONT-FILE-DONE TO TRUE
                   NOT AT END
                       PERFORM D110-SELECT-CONTACT
               END-READ
           END-PERFORM
           CLOSE CONT-HIST-FILE
           MOVE WS-CONTACT-COUNT TO CC-COUNT
           WRITE CHG-RPT-RECORD FROM WS-CONT-COUNT-LINE.
       D100-EXIT.
           EXIT.

       D110-SELECT-CONTACT    SECTION.
           ADD 1 TO WS-RUN-INPUT-COUNT
           IF (WS-SEL-ACCOUNT = SPACES
                   OR CH-ACCOUNT = WS-SEL-ACCOUNT
                   OR CH-SOURCE-ACCOUNT = WS-SEL-ACCOUNT)
                   AND (WS-SEL-FROM-DATE = SPACES
                   OR CH-BUS-DATE >= WS-SEL-FROM-DATE)
                   AND (WS-SEL-TO-DATE = SPACES
                   OR CH-BUS-DATE <= WS-SEL-TO-DATE)
               PERFORM W300-PRINT-CONTACT
           END-IF
           .

       W100-PRINT-CHANGE      SECTION.
           MOVE CHG-ACCOUNT TO HL-ACCOUNT
           MOVE CHG-RUN-DATE TO HL-DATE
           MOVE CHG-JOB-NAME TO HL-JOB
           IF CHG-BEFORE = SPACES
               MOVE "  ADDED ON   " TO HL-EVENT
               WRITE CHG-RPT-RECORD FROM WS-RPT-HEAD-LINE
           ELSE
               MOVE "  CHANGED ON " TO HL-EVENT
               WRITE CHG-RPT-RECORD FROM WS-RPT-HEAD-LINE
               MOVE CHG-BEFORE TO WS-IMAGE-WORK
               MOVE "BEFORE  " TO IL-TAG
               PERFORM W200-FORMAT-IMAGE-LINE
           END-IF
           MOVE CHG-AFTER TO WS-IMAGE-WORK
           MOVE "AFTER   " TO IL-TAG
           PERFORM W200-FORMAT-IMAGE-LINE
           WRITE CHG-RPT-RECORD FROM WS-RPT-IMAGE-LINE
           .

      *ONE LINE PER CONTACT - WHAT HELD IT BACK AND, IF DEFERRED,
      *WHEN IT FALLS DUE.
       W300-PRINT-CONTACT     SECTION.
           MOVE CH-ACCOUNT TO CN-ACCOUNT
           MOVE CH-LETTER-TYPE TO CN-LETTER-TYPE
           MOVE CH-BUS-DATE TO CN-DATE
           MOVE CH-JOB-NAME TO CN-JOB
           EVALUATE CH-OUTCOME
               WHEN 'S'
                   MOVE "SENT    " TO CN-OUTCOME
               WHEN 'X'
                   MOVE "SKIPPED " TO CN-OUTCOME
               WHEN 'D'
                   MOVE "DEFERRED" TO CN-OUTCOME
               WHEN OTHER
                   MOVE CH-OUTCOME TO CN-OUTCOME
           END-EVALUATE
           IF CH-SOURCE-ACCOUNT NOT = CH-ACCOUNT
               MOVE " AS  " TO CN-SOURCE-TEXT
               MOVE CH-SOURCE-ACCOUNT TO CN-SOURCE-ACCOUNT
           ELSE
               MOVE SPACES TO CN-SOURCE-TEXT
               MOVE SPACES TO CN-SOURCE-ACCOUNT
           END-IF
           IF CH-BLOCK-TYPE NOT = SPACES
               MOVE " AFTER " TO CN-BLOCK-TEXT
               MOVE CH-BLOCK-TYPE TO CN-BLOCK-TYPE
               MOVE " OF " TO CN-BLOCK-OF
               MOVE CH-BLOCK-DATE TO CN-BLOCK-DATE
           ELSE
               MOVE SPACES TO CN-BLOCK-TEXT
               MOVE SPACES TO CN-BLOCK-TYPE
               MOVE SPACES TO CN-BLOCK-OF
               MOVE SPACES TO CN-BLOCK-DATE
           END-IF
           IF CH-DUE-DATE NOT = SPACES
               MOVE " DUE " TO CN-DUE-TEXT
               MOVE CH-DUE-DATE TO CN-DUE-DATE
           ELSE
               MOVE SPACES TO CN-DUE-TEXT
               MOVE SPACES TO CN-DUE-DATE
           END-IF
           WRITE CHG-RPT-RECORD FROM WS-CONT-LINE
           ADD 1 TO WS-CONTACT-COUNT
           .

      *WRITE ONE SUMMARY RECORD TO THE SHARED CROSS-SUITE RUN LOG.
       Z100-WRITE-RUN-LOG     SECTION.
           MOVE "EXPPRG33" TO RL-JOB-NAME
           MOVE 0 TO RL-OUTPUT-COUNT-2
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES TO RL-FILLER
           MOVE WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
