       ID DIVISION.
       PROGRAM-ID. EXPPROG63.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * DAILY FREEZE-ACTIVITY REPORT FOR THE LEGAL TEAM. EVERY JOB
      * THAT HONOURS THE FREEZE LIST (MRGMOD, THE CDIN MERGES, THE
      * EXPPROG39 ERASURE UTILITY) LOGS EACH ITEM IT BLOCKED ON A
      * FROZEN ACCOUNT TO FRZLOG THROUGH FRZMOD; THIS REPORT LISTS
      * THE DAY'S BLOCKED ITEMS ON FRZRPT IN THE ORDER THEY WERE
      * BLOCKED - JOB, ACCOUNT (SCOPE 'C' MERGE-CHAIN, 'M'
      * MASTERFILE), FREEZE REASON, WHAT WAS BLOCKED AND THE AMOUNT
      * INVOLVED - FOLLOWED BY A COUNT PER JOB. A PARM DATE
      * (YYYYMMDD) REPORTS ONE BUSINESS DAY; NO PARM MEANS TODAY.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT FRZ-LOG-FILE ASSIGN TO FRZLOG
           FILE STATUS IS WS-LOG-STATUS.
           SELECT FRZ-RPT-FILE ASSIGN TO FRZRPT
           FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FRZ-LOG-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 FRZ-LOG-REC.
           COPY FRZACT.

       FD FRZ-RPT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 FRZ-RPT-RECORD        PIC X(100).

       FD RUN-LOG-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 RUN-LOG-RECORD.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE      PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP    PIC X(16) VALUE SPACES.

       01 WS-LOG-STATUS         PIC X(2).
           88 LOG-OK            VALUE "00".
       01 WS-RPT-STATUS         PIC X(2).
           88 RPT-OK            VALUE "00".
       01 WS-RUNLOG-STATUS      PIC X(2).

       01 WS-EOF-FLAG           PIC X VALUE 'N'.
           88 INPUT-DONE        VALUE 'Y'.

       01 WS-RUN-INPUT-COUNT    PIC 9(8) VALUE 0.
       01 WS-BLOCKED-COUNT      PIC 9(8) VALUE 0.
       01 WS-REPORT-DATE        PIC X(8) VALUE SPACES.

      *BLOCKED ITEMS PER JOB.
       01 WS-JOB-TABLE.
           03 WS-JC-ENTRY OCCURS 50 TIMES INDEXED BY WS-JC-IDX.
               05 WS-JC-JOB         PIC X(8).
               05 WS-JC-BLOCKED     PIC 9(6).
       01 WS-JC-COUNT           PIC 9(2) VALUE 0.
       01 WS-JC-FOUND           PIC X.

       01 WS-RPT-HEAD           PIC X(100) VALUE
          "FREEZE ACTIVITY - ITEMS BLOCKED ON FROZEN ACCOUNTS".
       01 WS-RPT-DATE-LINE.
           03 FILLER            PIC X(14) VALUE "BUSINESS DATE ".
           03 HL-DATE           PIC X(8).
           03 FILLER            PIC X(78) VALUE SPACES.
       01 WS-RPT-COL-HEAD.
           03 FILLER            PIC X(47) VALUE
              "TIME                  JOB      S ACCOUNT  RSN  ".
           03 FILLER            PIC X(53) VALUE
              "ITEM                                          AMOUNT".
       01 WS-RPT-DET-LINE.
           03 DL-TIME           PIC X(21).
           03 FILLER            PIC X(1) VALUE SPACE.
           03 DL-JOB            PIC X(8).
           03 FILLER            PIC X(1) VALUE SPACE.
           03 DL-SCOPE          PIC X(1).
           03 FILLER            PIC X(1) VALUE SPACE.
           03 DL-ACCOUNT        PIC X(8).
           03 FILLER            PIC X(1) VALUE SPACE.
           03 DL-REASON         PIC X(4).
           03 FILLER            PIC X(1) VALUE SPACE.
           03 DL-ITEM           PIC X(40).
           03 DL-AMOUNT         PIC -(11)9.
           03 FILLER            PIC X(1) VALUE SPACES.
       01 WS-RPT-NONE           PIC X(100) VALUE
          "NO ITEMS WERE BLOCKED ON FROZEN ACCOUNTS".
       01 WS-RPT-JOB-HEAD       PIC X(100) VALUE
          "BLOCKED ITEMS BY JOB".
       01 WS-RPT-JOB-LINE.
           03 JL-JOB            PIC X(8).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 JL-BLOCKED        PIC ZZZZZ9.
           03 FILLER            PIC X(84) VALUE SPACES.
       01 WS-RPT-TOTAL-LINE.
           03 FILLER            PIC X(10) VALUE "TOTAL".
           03 TL-BLOCKED        PIC ZZZZZ9.
           03 FILLER            PIC X(84) VALUE SPACES.
       01 WS-RPT-BLANK          PIC X(100) VALUE SPACES.
      *
       LINKAGE SECTION.
       01 INPUT-PARM.
           03 PARM-LENGTH       PIC S9(04) COMP.
           03 PARM-DATE         PIC X(8).
      *
       PROCEDURE DIVISION USING INPUT-PARM.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING FREEZE ACTIVITY REPORT"
           IF PARM-LENGTH >= 8 AND PARM-DATE NOT = SPACES
               MOVE PARM-DATE TO WS-REPORT-DATE
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-REPORT-DATE
           END-IF
           PERFORM B100-INIT
           PERFORM C100-LIST-BLOCKED-ITEMS
           PERFORM W100-WRITE-JOB-SUMMARY
           CLOSE FRZ-RPT-FILE
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - ITEMS BLOCKED: " WS-BLOCKED-COUNT
           DISPLAY "STATUS - FREEZE ACTIVITY REPORT DONE"
           GOBACK
           .

       B100-INIT              SECTION.
           OPEN OUTPUT FRZ-RPT-FILE
           IF NOT RPT-OK
               DISPLAY "ERROR - COULD NOT OPEN FRZRPT, STATUS "
                       WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           WRITE FRZ-RPT-RECORD FROM WS-RPT-HEAD
           MOVE WS-REPORT-DATE TO HL-DATE
           WRITE FRZ-RPT-RECORD FROM WS-RPT-DATE-LINE
           WRITE FRZ-RPT-RECORD FROM WS-RPT-BLANK
           WRITE FRZ-RPT-RECORD FROM WS-RPT-COL-HEAD
           .

      *NO FRZLOG SIMPLY MEANS NOTHING HAS EVER BEEN BLOCKED.
       C100-LIST-BLOCKED-ITEMS SECTION.
           OPEN INPUT FRZ-LOG-FILE
           IF NOT LOG-OK
               DISPLAY "STATUS - NO FRZLOG ON FILE, NOTHING BLOCKED"
           ELSE
               PERFORM UNTIL INPUT-DONE
                   READ FRZ-LOG-FILE
                       AT END SET INPUT-DONE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RUN-INPUT-COUNT
                           IF FA-RUN-DATE = WS-REPORT-DATE
                               PERFORM C200-LIST-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FRZ-LOG-FILE
           END-IF
           IF WS-BLOCKED-COUNT = 0
               WRITE FRZ-RPT-RECORD FROM WS-RPT-NONE
           END-IF
           .

       C200-LIST-ITEM         SECTION.
           ADD 1 TO WS-BLOCKED-COUNT
           MOVE FA-TIMESTAMP TO DL-TIME
           MOVE FA-JOB-NAME TO DL-JOB
           MOVE FA-SCOPE TO DL-SCOPE
           MOVE FA-ACCOUNT TO DL-ACCOUNT
           MOVE FA-REASON TO DL-REASON
           MOVE FA-ITEM TO DL-ITEM
           MOVE FA-AMOUNT TO DL-AMOUNT
           WRITE FRZ-RPT-RECORD FROM WS-RPT-DET-LINE
           MOVE 'N' TO WS-JC-FOUND
           PERFORM VARYING WS-JC-IDX FROM 1 BY 1
                   UNTIL WS-JC-IDX > WS-JC-COUNT
               IF WS-JC-JOB(WS-JC-IDX) = FA-JOB-NAME
                   MOVE 'Y' TO WS-JC-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-JC-FOUND = 'N'
               IF WS-JC-COUNT < 50
                   ADD 1 TO WS-JC-COUNT
                   SET WS-JC-IDX TO WS-JC-COUNT
                   MOVE FA-JOB-NAME TO WS-JC-JOB(WS-JC-IDX)
                   MOVE 0 TO WS-JC-BLOCKED(WS-JC-IDX)
               ELSE
                   SET WS-JC-IDX TO 1
               END-IF
           END-IF
           ADD 1 TO WS-JC-BLOCKED(WS-JC-IDX)
           .

       W100-WRITE-JOB-SUMMARY SECTION.
           WRITE FRZ-RPT-RECORD FROM WS-RPT-BLANK
           WRITE FRZ-RPT-RECORD FROM WS-RPT-JOB-HEAD
           PERFORM VARYING WS-JC-IDX FROM 1 BY 1
                   UNTIL WS-JC-IDX > WS-JC-COUNT
               MOVE WS-JC-JOB(WS-JC-IDX) TO JL-JOB
               MOVE WS-JC-BLOCKED(WS-JC-IDX) TO JL-BLOCKED
               WRITE FRZ-RPT-RECORD FROM WS-RPT-JOB-LINE
           END-PERFORM
           MOVE WS-BLOCKED-COUNT TO TL-BLOCKED
           WRITE FRZ-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           .

      *WRITE ONE SUMMARY RECORD TO THE SHARED CROSS-SUITE RUN LOG.
       Z100-WRITE-RUN-LOG     SECTION.
           MOVE "EXPPRG63" TO RL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE WS-RUN-INPUT-COUNT TO RL-INPUT-COUNT
           MOVE WS-BLOCKED-COUNT TO RL-OUTPUT-COUNT
           MOVE WS-JC-COUNT TO RL-OUTPUT-COUNT-2
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
