       ID DIVISION.
       PROGRAM-ID. EXPPROG70.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * NOTIONAL PREVIOUS RESULTS AFTER A BOUNDARY REVIEW. BNDCTL
      * NAMES, FOR EACH NEW CONSTITUENCY, THE OLD CONSTITUENCIES IT
      * TAKES TERRITORY FROM AND THE PERCENTAGE OF EACH OLD
      * ELECTORATE TRANSFERRED. THE OLD CONSTITUENCIES' LATEST
      * ACTUAL RESULTS ARE TAKEN FROM THE RESULTS ARCHIVE (RESARCH),
      * EACH PARTY'S VOTES ARE CARRIED ACROSS IN THOSE SHARES, AND
      * THE NOTIONAL RESULT FOR EVERY NEW CONSTITUENCY IS APPENDED
      * TO RESARCH UNDER THE OLD ELECTION'S DATE WITH THE NOTIONAL
      * FLAG SET - EXPPROG4'S SWING REPORT THEN PREFERS IT TO ANY
      * ACTUAL FIGURES FILED FOR THE SAME CODE AND DATE.
      *
      * NOTRPT PRINTS THE NOTIONAL FIGURES FOR THE PARTIES TO AGREE
      * BEFORE POLLING DAY, WITH EACH OLD CONSTITUENCY'S TOTAL SHARE
      * TRANSFERRED SO AN INCOMPLETE OR OVER-ALLOCATED MAPPING
      * SHOWS UP. RERUNNING AFTER A MAPPING CORRECTION IS SAFE - THE
      * LATEST NOTIONAL SET ON THE ARCHIVE IS THE ONE READ.
      *
      * A REVIEW COVERS ONE ELECTION - THE ELECTION ID ON THE BNDCTL
      * CARDS. ONLY THAT ELECTION'S ARCHIVED RESULTS ARE MAPPED AND
      * THE NOTIONAL RECORDS ARE FILED UNDER IT.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT BOUNDARY-CTRL-FILE ASSIGN TO BNDCTL
           FILE STATUS IS WS-BNDCTL-STATUS.
           SELECT RESULTS-ARCH-FILE ASSIGN TO RESARCH
           FILE STATUS IS WS-ARCH-STATUS.
           SELECT PARTY-CTRL-FILE ASSIGN TO PARTYCTRL
           FILE STATUS IS WS-PARTYCTRL-STATUS.
           SELECT NOTIONAL-RPT-FILE ASSIGN TO NOTRPT
           FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *ONE CARD PER NEW/OLD PAIR - SHARE IS THE PERCENTAGE OF THE
      *OLD CONSTITUENCY'S ELECTORATE MOVING INTO THE NEW ONE.
       FD BOUNDARY-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 BOUNDARY-CTRL-REC.
           03 BM-NEW-CONST     PIC X(4).
           03 BM-OLD-CONST     PIC X(4).
           03 BM-SHARE         PIC 9(3)V99.
           03 BM-ELECTION      PIC X(4).
           03 FILLER           PIC X(63).

      *EXPPROG4'S ARCHIVE-RESULT-REC LAYOUT - MUST BE KEPT IN STEP.
       FD RESULTS-ARCH-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 ARCHIVE-RESULT-REC.
           03 AR-DATE          PIC 9(8).
           03 AR-CONST         PIC X(4).
           03 AR-PARTY-IDX     PIC 9(2).
           03 AR-VOTES         PIC 9(6).
           03 AR-NOTIONAL-FLAG PIC X(1).
               88 AR-NOTIONAL  VALUE 'N'.
           03 AR-ELECTION      PIC X(4).
           03 FILLER           PIC X(55).

       FD PARTY-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 PARTY-CTRL-REC       PIC X(20).

       FD NOTIONAL-RPT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 NOTIONAL-RPT-RECORD  PIC X(80).

       FD RUN-LOG-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 RUN-LOG-RECORD.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE     PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP   PIC X(16) VALUE SPACES.

       01 WS-BNDCTL-STATUS     PIC X(2).
           88 BNDCTL-OK        VALUE "00".
           88 BNDCTL-EOF       VALUE "10".
       01 WS-ARCH-STATUS       PIC X(2).
           88 ARCH-OK          VALUE "00".
       01 WS-PARTYCTRL-STATUS  PIC X(2).
           88 PARTYCTRL-OK     VALUE "00".
           88 PARTYCTRL-EOF    VALUE "10".
       01 WS-RPT-STATUS        PIC X(2).
           88 RPT-OK           VALUE "00".
       01 WS-RUNLOG-STATUS     PIC X(2).

       01 WS-ARCH-EOF-FLAG     PIC X VALUE 'N'.
           88 ARCH-EOF         VALUE 'Y'.

       01 WS-RUN-INPUT-COUNT   PIC 9(8) VALUE 0.
       01 WS-ARCH-WRITTEN      PIC 9(8) VALUE 0.
       01 WS-RUN-ELECTION      PIC X(4) VALUE SPACES.

       01 WS-PARTY-TABLE.
           03 WS-PARTY-ENTRY OCCURS 8 TIMES INDEXED BY PARTY-IDX.
               05 WS-PARTY-NAME     PIC X(20) VALUE SPACES.

       01 WS-DEFAULT-PARTIES.
           03 FILLER           PIC X(20)  VALUE
              'RAVING LOONY PARTY'.
           03 FILLER           PIC X(20)  VALUE
              'CONSERVATIVE'.
           03 FILLER           PIC X(20)  VALUE
              'PLAID CYMRU'.
           03 FILLER           PIC X(20)  VALUE
              'FREE CLEETHORPES'.
           03 FILLER           PIC X(20)  VALUE
              'LABOUR'.
           03 FILLER           PIC X(20)  VALUE
              'LIBERAL'.
           03 FILLER           PIC X(20)  VALUE
              'SCOTTISH NAT.'.
           03 FILLER           PIC X(20)  VALUE
              'SPOILT'.
       01 DEFAULT-PARTY-REDEF REDEFINES WS-DEFAULT-PARTIES.
           03 DEFAULT-PARTY-DATA OCCURS 8 TIMES PIC X(20).

      *BOUNDARY MAPPING CARDS AS LOADED.
       01 WS-MAP-TABLE.
           03 WS-MAP-ENTRY OCCURS 1000 TIMES INDEXED BY WS-MAP-IDX.
               05 WS-MAP-NEW        PIC X(4).
               05 WS-MAP-OLD        PIC X(4).
               05 WS-MAP-SHARE      PIC 9(3)V99.
       01 WS-MAP-COUNT         PIC 9(4) VALUE 0.

      *OLD CONSTITUENCIES - LATEST ACTUAL ELECTION ON THE ARCHIVE
      *AND THE SHARE OF THEIR ELECTORATE MAPPED AWAY IN TOTAL.
       01 WS-OLD-TABLE.
           03 WS-OLD-ENTRY OCCURS 700 TIMES INDEXED BY WS-OLD-IDX.
               05 WS-OLD-CODE       PIC X(4).
               05 WS-OLD-DATE       PIC 9(8).
               05 WS-OLD-SHARE-OUT  PIC 9(5)V99.
               05 WS-OLD-VOTES OCCURS 8 TIMES PIC 9(6).
       01 WS-OLD-COUNT         PIC 9(3) VALUE 0.

      *NEW CONSTITUENCIES AND THEIR NOTIONAL RESULT.
       01 WS-NEW-TABLE.
           03 WS-NEW-ENTRY OCCURS 700 TIMES INDEXED BY WS-NEW-IDX.
               05 WS-NEW-CODE       PIC X(4).
               05 WS-NEW-DATE       PIC 9(8).
               05 WS-NEW-VOTES OCCURS 8 TIMES PIC 9(6).
       01 WS-NEW-COUNT         PIC 9(3) VALUE 0.

       01 WS-LOOK-CODE         PIC X(4).
       01 WS-FOUND-FLAG        PIC X VALUE 'N'.
           88 CODE-FOUND       VALUE 'Y'.
       01 WS-PX                PIC 9(2).
       01 WS-TRANSFER          PIC 9(8)V99.
       01 WS-NEW-TOTAL         PIC 9(8).
       01 WS-TOP-VOTES         PIC 9(6).
       01 WS-TOP-PX            PIC 9(2).
       01 WS-SHARE-PCT         PIC 9(3)V99.
       01 WS-MISSING-COUNT     PIC 9(4) VALUE 0.

       01 WS-RPT-HEAD          PIC X(80) VALUE
          "NOTIONAL PREVIOUS RESULTS ON NEW BOUNDARIES".
       01 WS-RPT-BLANK         PIC X(80) VALUE SPACES.
       01 WS-RPT-NEW-HEAD.
           03 FILLER           PIC X(18) VALUE "NEW CONSTITUENCY  ".
           03 NH-CODE          PIC X(4).
           03 FILLER           PIC X(25) VALUE
              "  NOTIONAL RESULT OF    ".
           03 NH-DATE          PIC 9(8).
           03 FILLER           PIC X(25) VALUE SPACES.
       01 WS-RPT-SOURCE-LINE.
           03 FILLER           PIC X(12) VALUE "  TAKES    ".
           03 SL-SHARE         PIC ZZ9.99.
           03 FILLER           PIC X(9) VALUE " PCT OF  ".
           03 SL-OLD-CODE      PIC X(4).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 SL-NOTE          PIC X(30).
           03 FILLER           PIC X(17) VALUE SPACES.
       01 WS-RPT-PARTY-LINE.
           03 FILLER           PIC X(4) VALUE SPACES.
           03 PL-PARTY         PIC X(20).
           03 FILLER           PIC X(1) VALUE SPACE.
           03 PL-VOTES         PIC Z(5)9.
           03 FILLER           PIC X(1) VALUE SPACE.
           03 PL-SHARE         PIC ZZ9.99.
           03 FILLER           PIC X(4) VALUE " PCT".
           03 FILLER           PIC X(2) VALUE SPACES.
           03 PL-WINNER        PIC X(16).
           03 FILLER           PIC X(20) VALUE SPACES.
       01 WS-RPT-OLD-HEAD      PIC X(80) VALUE
          "OLD CONSTITUENCIES - SHARE OF ELECTORATE TRANSFERRED".
       01 WS-RPT-OLD-LINE.
           03 FILLER           PIC X(4) VALUE SPACES.
           03 OL-CODE          PIC X(4).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 OL-SHARE         PIC ZZZZ9.99.
           03 FILLER           PIC X(6) VALUE " PCT  ".
           03 OL-NOTE          PIC X(40).
           03 FILLER           PIC X(16) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - BUILDING NOTIONAL PREVIOUS RESULTS"
           PERFORM B100-LOAD-PARTY-TABLE
           PERFORM B200-LOAD-BOUNDARY-MAP
           PERFORM B300-SCAN-ARCHIVE
           PERFORM C100-BUILD-NOTIONALS
           PERFORM W100-WRITE-REPORT
           PERFORM W200-APPEND-ARCHIVE
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - " WS-NEW-COUNT " NEW CONSTITUENCY(IES), "
                   WS-ARCH-WRITTEN " NOTIONAL ARCHIVE RECORD(S)"
           DISPLAY "STATUS - NOTIONAL RESULTS DONE"
           GOBACK
           .

       B100-LOAD-PARTY-TABLE  SECTION.
           OPEN INPUT PARTY-CTRL-FILE
      *A COMBINED-POLL PARTYCTRL OPENS WITH AN '*EL*' ELECTION
      *MARKER - THE FIRST ELECTION'S LIST IS THE ONE USED HERE.
           IF PARTYCTRL-OK
               PERFORM VARYING PARTY-IDX FROM 1 BY 1
                       UNTIL PARTY-IDX > 8 OR PARTYCTRL-EOF
                   READ PARTY-CTRL-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF PARTY-CTRL-REC(1:4) = '*EL*'
                               READ PARTY-CTRL-FILE
                                   AT END CONTINUE
                               END-READ
                           END-IF
                           IF NOT PARTYCTRL-EOF
                               MOVE PARTY-CTRL-REC
                                 TO WS-PARTY-NAME(PARTY-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTY-CTRL-FILE
           ELSE
               DISPLAY "WARNING - PARTYCTRL NOT FOUND, USING DEFAULT "
                       "PARTY LIST"
               PERFORM VARYING PARTY-IDX FROM 1 BY 1
                       UNTIL PARTY-IDX > 8
                   MOVE DEFAULT-PARTY-DATA(PARTY-IDX)
                     TO WS-PARTY-NAME(PARTY-IDX)
               END-PERFORM
           END-IF
           .

       B200-LOAD-BOUNDARY-MAP SECTION.
           OPEN INPUT BOUNDARY-CTRL-FILE
           IF NOT BNDCTL-OK
               DISPLAY "ERROR - COULD NOT OPEN BNDCTL, STATUS "
                       WS-BNDCTL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM UNTIL BNDCTL-EOF
               READ BOUNDARY-CTRL-FILE
                   AT END CONTINUE
                   NOT AT END
                       ADD 1 TO WS-RUN-INPUT-COUNT
                       PERFORM C200-TAKE-MAP-CARD
               END-READ
           END-PERFORM
           CLOSE BOUNDARY-CTRL-FILE
           IF WS-MAP-COUNT = 0
               DISPLAY "ERROR - BNDCTL HOLDS NO MAPPING CARDS"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           .

       C200-TAKE-MAP-CARD     SECTION.
           IF BM-SHARE NOT NUMERIC OR BM-SHARE = 0
                   OR BM-SHARE > 100
               DISPLAY "WARNING - BNDCTL CARD " BM-NEW-CONST "/"
                       BM-OLD-CONST " SHARE NOT 0.01-100.00 - IGNORED"
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WS-MAP-COUNT = 0
                   MOVE BM-ELECTION TO WS-RUN-ELECTION
               END-IF
               PERFORM C210-FILE-MAP-CARD
           END-IF
           .

       C210-FILE-MAP-CARD     SECTION.
           IF BM-ELECTION NOT = WS-RUN-ELECTION
               DISPLAY "WARNING - BNDCTL CARD " BM-NEW-CONST "/"
                       BM-OLD-CONST " IS FOR ELECTION " BM-ELECTION
                       ", REVIEW IS FOR " WS-RUN-ELECTION " - IGNORED"
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WS-MAP-COUNT < 1000
                   ADD 1 TO WS-MAP-COUNT
                   SET WS-MAP-IDX TO WS-MAP-COUNT
                   MOVE BM-NEW-CONST TO WS-MAP-NEW(WS-MAP-IDX)
                   MOVE BM-OLD-CONST TO WS-MAP-OLD(WS-MAP-IDX)
                   MOVE BM-SHARE TO WS-MAP-SHARE(WS-MAP-IDX)
                   MOVE BM-OLD-CONST TO WS-LOOK-CODE
                   PERFORM D100-ADD-OLD
                   IF CODE-FOUND
                       ADD BM-SHARE TO WS-OLD-SHARE-OUT(WS-OLD-IDX)
                   END-IF
                   MOVE BM-NEW-CONST TO WS-LOOK-CODE
                   PERFORM D200-ADD-NEW
               ELSE
                   DISPLAY "STATUS - MAPPING TABLE FULL, DROPPING "
                           BM-NEW-CONST "/" BM-OLD-CONST
               END-IF
           END-IF
           .

      *THE LATEST ACTUAL ELECTION FOR EACH OLD CONSTITUENCY -
      *NOTIONAL RECORDS ARE NEVER RE-MAPPED.
       B300-SCAN-ARCHIVE      SECTION.
           OPEN INPUT RESULTS-ARCH-FILE
           IF NOT ARCH-OK
               DISPLAY "ERROR - COULD NOT OPEN RESARCH, STATUS "
                       WS-ARCH-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE 'N' TO WS-ARCH-EOF-FLAG
           PERFORM UNTIL ARCH-EOF
               READ RESULTS-ARCH-FILE
                   AT END SET ARCH-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RUN-INPUT-COUNT
                       IF NOT AR-NOTIONAL AND AR-DATE NUMERIC
                               AND AR-ELECTION = WS-RUN-ELECTION
                               AND AR-PARTY-IDX NUMERIC
                               AND AR-PARTY-IDX >= 1
                               AND AR-PARTY-IDX <= 8
                           PERFORM C300-TAKE-ARCHIVE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESULTS-ARCH-FILE
           .

       C300-TAKE-ARCHIVE-RECORD SECTION.
           MOVE AR-CONST TO WS-LOOK-CODE
           PERFORM D110-FIND-OLD
           IF CODE-FOUND
               IF AR-DATE > WS-OLD-DATE(WS-OLD-IDX)
                   MOVE AR-DATE TO WS-OLD-DATE(WS-OLD-IDX)
                   PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 8
                       MOVE 0 TO WS-OLD-VOTES(WS-OLD-IDX WS-PX)
                   END-PERFORM
               END-IF
               IF AR-DATE = WS-OLD-DATE(WS-OLD-IDX)
                   IF AR-VOTES NUMERIC
                       MOVE AR-VOTES
                         TO WS-OLD-VOTES(WS-OLD-IDX AR-PARTY-IDX)
                   END-IF
               END-IF
           END-IF
           .

      *EACH PARTY'S OLD VOTES ARE CARRIED INTO THE NEW CONSTITUENCY
      *IN PROPORTION TO THE ELECTORATE TRANSFERRED. THE NOTIONAL
      *RESULT IS DATED WITH THE LATEST CONTRIBUTING ELECTION.
       C100-BUILD-NOTIONALS   SECTION.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               MOVE WS-MAP-OLD(WS-MAP-IDX) TO WS-LOOK-CODE
               PERFORM D110-FIND-OLD
               IF CODE-FOUND AND WS-OLD-DATE(WS-OLD-IDX) > 0
                   MOVE WS-MAP-NEW(WS-MAP-IDX) TO WS-LOOK-CODE
                   PERFORM D210-FIND-NEW
                   IF WS-OLD-DATE(WS-OLD-IDX) > WS-NEW-DATE(WS-NEW-IDX)
                       MOVE WS-OLD-DATE(WS-OLD-IDX)
                         TO WS-NEW-DATE(WS-NEW-IDX)
                   END-IF
                   PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 8
                       COMPUTE WS-TRANSFER ROUNDED =
                           WS-OLD-VOTES(WS-OLD-IDX WS-PX)
                           * WS-MAP-SHARE(WS-MAP-IDX) / 100
                       ADD WS-TRANSFER TO WS-NEW-VOTES(WS-NEW-IDX WS-PX)
                           ROUNDED
                   END-PERFORM
               END-IF
           END-PERFORM
           .

       D100-ADD-OLD           SECTION.
           PERFORM D110-FIND-OLD
           IF NOT CODE-FOUND AND WS-OLD-COUNT < 700
               ADD 1 TO WS-OLD-COUNT
               SET WS-OLD-IDX TO WS-OLD-COUNT
               INITIALIZE WS-OLD-ENTRY(WS-OLD-IDX)
               MOVE WS-LOOK-CODE TO WS-OLD-CODE(WS-OLD-IDX)
               SET CODE-FOUND TO TRUE
           END-IF
           .

       D110-FIND-OLD          SECTION.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                   UNTIL WS-OLD-IDX > WS-OLD-COUNT
               IF WS-OLD-CODE(WS-OLD-IDX) = WS-LOOK-CODE
                   SET CODE-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       D200-ADD-NEW           SECTION.
           PERFORM D210-FIND-NEW
           IF NOT CODE-FOUND AND WS-NEW-COUNT < 700
               ADD 1 TO WS-NEW-COUNT
               SET WS-NEW-IDX TO WS-NEW-COUNT
               INITIALIZE WS-NEW-ENTRY(WS-NEW-IDX)
               MOVE WS-LOOK-CODE TO WS-NEW-CODE(WS-NEW-IDX)
               SET CODE-FOUND TO TRUE
           END-IF
           .

       D210-FIND-NEW          SECTION.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-COUNT
               IF WS-NEW-CODE(WS-NEW-IDX) = WS-LOOK-CODE
                   SET CODE-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       W100-WRITE-REPORT      SECTION.
           OPEN OUTPUT NOTIONAL-RPT-FILE
           IF NOT RPT-OK
               DISPLAY "ERROR - COULD NOT OPEN NOTRPT, STATUS "
                       WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           WRITE NOTIONAL-RPT-RECORD FROM WS-RPT-HEAD
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-COUNT
               PERFORM W110-WRITE-NEW-CONST
           END-PERFORM
           WRITE NOTIONAL-RPT-RECORD FROM WS-RPT-BLANK
           WRITE NOTIONAL-RPT-RECORD FROM WS-RPT-OLD-HEAD
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                   UNTIL WS-OLD-IDX > WS-OLD-COUNT
               MOVE WS-OLD-CODE(WS-OLD-IDX) TO OL-CODE
               MOVE WS-OLD-SHARE-OUT(WS-OLD-IDX) TO OL-SHARE
               EVALUATE TRUE
                   WHEN WS-OLD-DATE(WS-OLD-IDX) = 0
                       MOVE "NO ACTUAL RESULT ON THE ARCHIVE"
                         TO OL-NOTE
                   WHEN WS-OLD-SHARE-OUT(WS-OLD-IDX) > 100
                       MOVE "*** MORE THAN 100 PCT TRANSFERRED"
                         TO OL-NOTE
                       MOVE 4 TO RETURN-CODE
                   WHEN WS-OLD-SHARE-OUT(WS-OLD-IDX) < 100
                       MOVE "PART OF ELECTORATE NOT MAPPED"
                         TO OL-NOTE
                   WHEN OTHER
                       MOVE SPACES TO OL-NOTE
               END-EVALUATE
               WRITE NOTIONAL-RPT-RECORD FROM WS-RPT-OLD-LINE
           END-PERFORM
           CLOSE NOTIONAL-RPT-FILE
           .

       W110-WRITE-NEW-CONST   SECTION.
           WRITE NOTIONAL-RPT-RECORD FROM WS-RPT-BLANK
           MOVE WS-NEW-CODE(WS-NEW-IDX) TO NH-CODE
           MOVE WS-NEW-DATE(WS-NEW-IDX) TO NH-DATE
           WRITE NOTIONAL-RPT-RECORD FROM WS-RPT-NEW-HEAD
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-NEW(WS-MAP-IDX) = WS-NEW-CODE(WS-NEW-IDX)
                   MOVE WS-MAP-SHARE(WS-MAP-IDX) TO SL-SHARE
                   MOVE WS-MAP-OLD(WS-MAP-IDX) TO SL-OLD-CODE
                   MOVE WS-MAP-OLD(WS-MAP-IDX) TO WS-LOOK-CODE
                   PERFORM D110-FIND-OLD
                   MOVE SPACES TO SL-NOTE
                   IF CODE-FOUND
                       IF WS-OLD-DATE(WS-OLD-IDX) = 0
                           MOVE "*** NOT ON ARCHIVE - LEFT OUT"
                             TO SL-NOTE
                           ADD 1 TO WS-MISSING-COUNT
                           MOVE 4 TO RETURN-CODE
                       ELSE
                           IF WS-OLD-DATE(WS-OLD-IDX)
                                   NOT = WS-NEW-DATE(WS-NEW-IDX)
                               MOVE "*** FROM AN EARLIER ELECTION"
                                 TO SL-NOTE
                               MOVE 4 TO RETURN-CODE
                           END-IF
                       END-IF
                   END-IF
                   WRITE NOTIONAL-RPT-RECORD FROM WS-RPT-SOURCE-LINE
               END-IF
           END-PERFORM

           MOVE 0 TO WS-NEW-TOTAL
           MOVE 0 TO WS-TOP-VOTES
           MOVE 0 TO WS-TOP-PX
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 7
               ADD WS-NEW-VOTES(WS-NEW-IDX WS-PX) TO WS-NEW-TOTAL
               IF WS-NEW-VOTES(WS-NEW-IDX WS-PX) > WS-TOP-VOTES
                   MOVE WS-NEW-VOTES(WS-NEW-IDX WS-PX) TO WS-TOP-VOTES
                   MOVE WS-PX TO WS-TOP-PX
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 8
               SET PARTY-IDX TO WS-PX
               MOVE WS-PARTY-NAME(PARTY-IDX) TO PL-PARTY
               MOVE WS-NEW-VOTES(WS-NEW-IDX WS-PX) TO PL-VOTES
               MOVE 0 TO WS-SHARE-PCT
               IF WS-NEW-TOTAL > 0 AND WS-PX < 8
                   COMPUTE WS-SHARE-PCT ROUNDED =
                       WS-NEW-VOTES(WS-NEW-IDX WS-PX) * 100
                       / WS-NEW-TOTAL
               END-IF
               MOVE WS-SHARE-PCT TO PL-SHARE
               IF WS-PX = WS-TOP-PX
                   MOVE "NOTIONAL WINNER" TO PL-WINNER
               ELSE
                   MOVE SPACES TO PL-WINNER
               END-IF
               WRITE NOTIONAL-RPT-RECORD FROM WS-RPT-PARTY-LINE
           END-PERFORM
           .

      *EIGHT RECORDS PER NEW CONSTITUENCY, AS EXPPROG4 FILES AN
      *ACTUAL RESULT, FLAGGED NOTIONAL. A NEW CONSTITUENCY WITH NO
      *OLD RESULT BEHIND IT IS LEFT OFF THE ARCHIVE.
       W200-APPEND-ARCHIVE    SECTION.
           OPEN EXTEND RESULTS-ARCH-FILE
           IF NOT ARCH-OK
               DISPLAY "ERROR - COULD NOT EXTEND RESARCH, STATUS "
                       WS-ARCH-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-COUNT
               IF WS-NEW-DATE(WS-NEW-IDX) > 0
                   PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 8
                       MOVE SPACES TO ARCHIVE-RESULT-REC
                       MOVE WS-NEW-DATE(WS-NEW-IDX) TO AR-DATE
                       MOVE WS-NEW-CODE(WS-NEW-IDX) TO AR-CONST
                       MOVE WS-PX TO AR-PARTY-IDX
                       MOVE WS-NEW-VOTES(WS-NEW-IDX WS-PX) TO AR-VOTES
                       SET AR-NOTIONAL TO TRUE
                       MOVE WS-RUN-ELECTION TO AR-ELECTION
                       WRITE ARCHIVE-RESULT-REC
                       ADD 1 TO WS-ARCH-WRITTEN
                   END-PERFORM
               ELSE
                   DISPLAY "WARNING - NO OLD RESULT BEHIND "
                           WS-NEW-CODE(WS-NEW-IDX)
                           " - NOTHING ARCHIVED"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-PERFORM
           CLOSE RESULTS-ARCH-FILE
           .

      *WRITE ONE SUMMARY RECORD TO THE SHARED CROSS-SUITE RUN LOG.
       Z100-WRITE-RUN-LOG     SECTION.
           MOVE "EXPPRG70" TO RL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE WS-RUN-INPUT-COUNT TO RL-INPUT-COUNT
           MOVE WS-NEW-COUNT TO RL-OUTPUT-COUNT
           MOVE WS-ARCH-WRITTEN TO RL-OUTPUT-COUNT-2
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
