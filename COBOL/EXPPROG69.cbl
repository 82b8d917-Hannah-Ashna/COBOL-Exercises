       ID DIVISION.
       PROGRAM-ID. EXPPROG69.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * STATUTORY DECLARATION OF RESULT. FOR EVERY CONSTITUENCY THAT
      * HAS REACHED THE RESIF INTERFACE, PRINTS THE RETURNING
      * OFFICER'S DECLARATION TO DECLRPT: EACH CANDIDATE FROM
      * CANDCTRL IN BALLOT-PAPER ORDER WITH PARTY AND VOTES, THE
      * REJECTED BALLOT PAPERS BY REASON (FROM ADJFILE, LESS THOSE
      * THE ADJUDICATOR ACCEPTED ON ADJCTL), THE ELECTORATE AND
      * TURNOUT FROM CONSTCTRL, THE ELECTED CANDIDATE AND THE
      * MAJORITY. EACH CANDIDATE IS SHOWN AS RETAINING OR FORFEITING
      * THE DEPOSIT AGAINST THE THRESHOLD PERCENTAGE OF VALID VOTES
      * ON DECLCTL (5.00 WHEN THE CARD IS ABSENT), AND ONE DEPRTN
      * RECORD PER CANDIDATE GOES TO THE FINANCE OFFICE SO DEPOSITS
      * CAN BE REPAID OR TAKEN TO REVENUE.
      *
      * RESIF IS RERUN ALL NIGHT, SO THE LAST SET OF DETAIL RECORDS
      * SEEN FOR A CONSTITUENCY WINS - A POSITION 1 DETAIL STARTS A
      * FRESH SET. VALID VOTES ARE POSITIONS 1-7; POSITION 8 IS THE
      * SPOILT TOTAL. ANY SPOILT BALLOTS NOT ON ADJFILE ARE SHOWN
      * AS UNCLASSIFIED SO THE REJECTED TOTAL STILL AGREES.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT CONST-CTRL-FILE ASSIGN TO CONSTCTRL
           FILE STATUS IS WS-CONSTCTRL-STATUS.
           SELECT RESULTS-IF-FILE ASSIGN TO RESIF
           FILE STATUS IS WS-IF-STATUS.
           SELECT PARTY-CTRL-FILE ASSIGN TO PARTYCTRL
           FILE STATUS IS WS-PARTYCTRL-STATUS.
           SELECT CAND-CTRL-FILE ASSIGN TO CANDCTRL
           FILE STATUS IS WS-CANDCTRL-STATUS.
           SELECT ADJ-FILE ASSIGN TO ADJFILE
           FILE STATUS IS WS-ADJ-STATUS.
           SELECT ADJ-CTRL-FILE ASSIGN TO ADJCTL
           FILE STATUS IS WS-ADJCTL-STATUS.
           SELECT DECL-CTRL-FILE ASSIGN TO DECLCTL
           FILE STATUS IS WS-DECLCTL-STATUS.
           SELECT DECL-RPT-FILE ASSIGN TO DECLRPT
           FILE STATUS IS WS-RPT-STATUS.
           SELECT DEP-RTN-FILE ASSIGN TO DEPRTN
           FILE STATUS IS WS-DEPRTN-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD CONST-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 CONST-CTRL-REC.
           03 CC-CODE          PIC X(4).
           03 CC-ELECTORATE    PIC 9(8).
           03 FILLER           PIC X(68).

      *EXPPROG4'S RESULTS-IF-RECORD LAYOUT - MUST BE KEPT IN STEP.
       FD RESULTS-IF-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 RESULTS-IF-RECORD.
           03 IF-CONST         PIC X(4).
           03 IF-PARTY-IDX     PIC 9(2).
           03 IF-VOTES         PIC 9(6).
           03 IF-WINNER        PIC X(1).
           03 IF-BALLOT-COUNT  PIC 9(8).
           03 IF-RUN-DATE      PIC X(8).
           03 IF-CANDIDATE     PIC X(20).
           03 IF-ELECTION      PIC X(4).
           03 FILLER           PIC X(26).
           03 IF-REC-TYPE      PIC X(1).

       FD PARTY-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 PARTY-CTRL-REC       PIC X(20).

       FD CAND-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 CAND-CTRL-REC.
           03 CD-CONST         PIC X(4).
           03 CD-POSITION      PIC 9(1).
           03 CD-NAME          PIC X(20).
           03 CD-PARTY-IDX     PIC 9(1).
           03 FILLER           PIC X(54).

      *EXPPROG4'S ADJUDICATION FILE AND DECISION CARDS.
       FD ADJ-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 ADJ-RECORD.
           03 AJ-CONST-ID      PIC X(4).
           03 AJ-VOTE-VALUE OCCURS 72 TIMES PIC 9(1).
           03 AJ-REASON-CODE   PIC X(1).
           03 FILLER           PIC X(3).

       FD ADJ-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 ADJ-CTRL-REC.
           03 AC-SEQ           PIC 9(6).
           03 AC-DECISION      PIC X(1).
           03 FILLER           PIC X(73).

      *DEPOSIT THRESHOLD AS 99V99 PERCENT OF VALID VOTES, ONE RECORD.
       FD DECL-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 DECL-CTRL-REC.
           03 DC-DEPOSIT-PCT   PIC 9(2)V99.
           03 FILLER           PIC X(76).

       FD DECL-RPT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 DECL-RPT-RECORD      PIC X(80).

      *ONE RECORD PER CANDIDATE FOR THE FINANCE OFFICE - 'R' DEPOSIT
      *TO BE RETURNED, 'F' DEPOSIT FORFEITED.
       FD DEP-RTN-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 DEP-RTN-RECORD.
           03 DR-CONST         PIC X(4).
           03 DR-POSITION      PIC 9(1).
           03 DR-CANDIDATE     PIC X(20).
           03 DR-PARTY         PIC X(20).
           03 DR-VOTES         PIC 9(6).
           03 DR-VOTE-PCT      PIC 9(3)V99.
           03 DR-DECISION      PIC X(1).
           03 DR-RUN-DATE      PIC X(8).
           03 FILLER           PIC X(15).

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

       01 WS-CONSTCTRL-STATUS  PIC X(2).
           88 CONSTCTRL-OK     VALUE "00".
           88 CONSTCTRL-EOF    VALUE "10".
       01 WS-IF-STATUS         PIC X(2).
           88 IF-OK            VALUE "00".
       01 WS-PARTYCTRL-STATUS  PIC X(2).
           88 PARTYCTRL-OK     VALUE "00".
           88 PARTYCTRL-EOF    VALUE "10".
       01 WS-CANDCTRL-STATUS   PIC X(2).
           88 CANDCTRL-OK      VALUE "00".
           88 CANDCTRL-EOF     VALUE "10".
       01 WS-ADJ-STATUS        PIC X(2).
           88 ADJ-OK           VALUE "00".
           88 ADJ-EOF          VALUE "10".
       01 WS-ADJCTL-STATUS     PIC X(2).
           88 ADJCTL-OK        VALUE "00".
           88 ADJCTL-EOF       VALUE "10".
       01 WS-DECLCTL-STATUS    PIC X(2).
           88 DECLCTL-OK       VALUE "00".
       01 WS-RPT-STATUS        PIC X(2).
           88 RPT-OK           VALUE "00".
       01 WS-DEPRTN-STATUS     PIC X(2).
           88 DEPRTN-OK        VALUE "00".
       01 WS-RUNLOG-STATUS     PIC X(2).

       01 WS-EOF-FLAG          PIC X VALUE 'N'.
           88 INPUT-DONE       VALUE 'Y'.

       01 WS-RUN-INPUT-COUNT   PIC 9(8) VALUE 0.
       01 WS-DECLARED-COUNT    PIC 9(4) VALUE 0.
       01 WS-DEPRTN-COUNT      PIC 9(6) VALUE 0.

       01 WS-DEPOSIT-PCT       PIC 9(2)V99 VALUE 5.00.

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

      *ONE SLOT PER CONSTITUENCY - CONSTCTRL FIRST, THEN ANY CODE
      *THAT TURNS UP ON RESIF WITHOUT A CONSTCTRL CARD.
       01 WS-CONST-TABLE.
           03 WS-CT-ENTRY OCCURS 700 TIMES
                   INDEXED BY WS-CT-IDX.
               05 WS-CT-CODE        PIC X(4).
               05 WS-CT-ELECTORATE  PIC 9(8).
               05 WS-CT-ON-CTRL     PIC X(1).
               05 WS-CT-ON-IF       PIC X(1).
               05 WS-CT-BALLOTS     PIC 9(8).
               05 WS-CT-POS OCCURS 8 TIMES.
                   07 WS-CT-VOTES   PIC 9(6).
                   07 WS-CT-WINNER  PIC X(1).
                   07 WS-CT-IF-NAME PIC X(20).
      *REJECTED (NOT ACCEPTED ON ADJUDICATION) BY REASON -
      *1 BLANK, 2 MULTIPLE MARKS, 3 OUT OF RANGE, 4 SHORT RECORD.
               05 WS-CT-REJECTED OCCURS 4 TIMES PIC 9(6).
       01 WS-CT-COUNT          PIC 9(3) VALUE 0.
       01 WS-CT-FOUND          PIC X VALUE 'N'.
           88 CT-FOUND         VALUE 'Y'.
       01 WS-LOOK-CONST        PIC X(4).

      *CANDIDATE TABLE FROM CANDCTRL - ONE ROW PER CONSTITUENCY
      *AND BALLOT POSITION.
       01 WS-CAND-TABLE.
           03 WS-CAND-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-CAND-IDX.
               05 WS-CAND-CONST     PIC X(4).
               05 WS-CAND-POSITION  PIC 9(1).
               05 WS-CAND-NAME      PIC X(20).
               05 WS-CAND-PARTY-IDX PIC 9(1).
       01 WS-CAND-COUNT        PIC 9(3) VALUE 0.

      *ADJUDICATION DECISIONS FROM ADJCTL, BY ADJFILE SEQUENCE.
       01 WS-ADJ-DEC-TABLE.
           03 WS-ADJ-DEC-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-ADJ-DEC-IDX.
               05 WS-ADJ-DEC-SEQ      PIC 9(6).
               05 WS-ADJ-DEC-DECISION PIC X(1).
       01 WS-ADJ-DEC-COUNT     PIC 9(3) VALUE 0.
       01 WS-ADJ-SEQ           PIC 9(6) VALUE 0.
       01 WS-ADJ-ACCEPTED      PIC X VALUE 'N'.
           88 ADJ-ACCEPTED     VALUE 'Y'.
       01 WS-REASON-IDX        PIC 9(1).

      *WORK FIELDS FOR THE DECLARATION IN HAND.
       01 WS-POS-IDX           PIC 9(2).
       01 WS-VALID-VOTES       PIC 9(8).
       01 WS-SPOILT-VOTES      PIC 9(8).
       01 WS-REJECTED-TOTAL    PIC 9(8).
       01 WS-UNCLASSIFIED      PIC 9(8).
       01 WS-TOP-VOTES         PIC 9(6).
       01 WS-SECOND-VOTES      PIC 9(6).
       01 WS-MAJORITY          PIC 9(6).
       01 WS-WINNER-COUNT      PIC 9(1).
       01 WS-WINNER-POS        PIC 9(1).
       01 WS-VOTE-PCT          PIC 9(3)V99.
       01 WS-TURNOUT-PCT       PIC 9(3)V99.
       01 WS-DEPOSIT-VOTES     PIC 9(10)V99.
       01 WS-VOTES-X100        PIC 9(10)V99.
       01 WS-CAND-FOUND        PIC X VALUE 'N'.
           88 CAND-FOUND       VALUE 'Y'.
       01 WS-LINE-NAME         PIC X(20).
       01 WS-LINE-PARTY        PIC X(20).
       01 WS-DEPOSIT-KEPT      PIC X VALUE 'N'.
           88 DEPOSIT-KEPT     VALUE 'Y'.

       01 WS-RPT-HEAD          PIC X(80) VALUE
          "DECLARATION OF RESULT OF POLL".
       01 WS-RPT-BLANK         PIC X(80) VALUE SPACES.
       01 WS-RPT-CONST.
           03 FILLER           PIC X(14) VALUE "CONSTITUENCY: ".
           03 RC-CODE          PIC X(4).
           03 FILLER           PIC X(11) VALUE "  RUN DATE ".
           03 RC-RUN-DATE      PIC X(8).
           03 FILLER           PIC X(43) VALUE SPACES.
       01 WS-RPT-PREAMBLE-1    PIC X(80) VALUE
          "I, THE RETURNING OFFICER, HEREBY GIVE NOTICE THAT THE NUMBE
      -    "R OF VOTES".
       01 WS-RPT-PREAMBLE-2    PIC X(80) VALUE
          "RECORDED FOR EACH CANDIDATE WAS AS FOLLOWS:".
       01 WS-RPT-COLUMNS.
           03 FILLER           PIC X(25) VALUE "POS CANDIDATE".
           03 FILLER           PIC X(21) VALUE "PARTY".
           03 FILLER           PIC X(7)  VALUE "  VOTES".
           03 FILLER           PIC X(8)  VALUE "     PCT".
           03 FILLER           PIC X(19) VALUE "  DEPOSIT".
       01 WS-RPT-CAND-LINE.
           03 FILLER           PIC X(1) VALUE SPACE.
           03 CL-POSITION      PIC 9(1).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 CL-NAME          PIC X(20).
           03 FILLER           PIC X(1) VALUE SPACE.
           03 CL-PARTY         PIC X(20).
           03 FILLER           PIC X(1) VALUE SPACE.
           03 CL-VOTES         PIC Z(6)9.
           03 FILLER           PIC X(2) VALUE SPACES.
           03 CL-VOTE-PCT      PIC ZZ9.99.
           03 FILLER           PIC X(2) VALUE SPACES.
           03 CL-DEPOSIT       PIC X(9).
           03 FILLER           PIC X(8) VALUE SPACES.
       01 WS-RPT-COUNT-LINE.
           03 KL-LABEL         PIC X(40).
           03 KL-COUNT         PIC Z(7)9.
           03 FILLER           PIC X(32) VALUE SPACES.
       01 WS-RPT-TURNOUT.
           03 FILLER           PIC X(11) VALUE "ELECTORATE ".
           03 TL-ELECTORATE    PIC Z(7)9.
           03 FILLER           PIC X(17) VALUE "  BALLOTS CAST   ".
           03 TL-BALLOTS       PIC Z(7)9.
           03 FILLER           PIC X(10) VALUE "  TURNOUT ".
           03 TL-TURNOUT       PIC ZZ9.99.
           03 FILLER           PIC X(20) VALUE " PCT".
       01 WS-RPT-NO-ELECTORATE PIC X(80) VALUE
          "ELECTORATE NOT HELD ON CONSTCTRL - TURNOUT NOT STATED".
       01 WS-RPT-ELECTED.
           03 FILLER           PIC X(26) VALUE
              "AND I HEREBY DECLARE THAT ".
           03 EL-NAME          PIC X(20).
           03 FILLER           PIC X(2) VALUE " (".
           03 EL-PARTY         PIC X(20).
           03 FILLER           PIC X(1) VALUE ")".
           03 FILLER           PIC X(11) VALUE SPACES.
       01 WS-RPT-ELECTED-2     PIC X(80) VALUE
          "IS DULY ELECTED AS MEMBER FOR THE SAID CONSTITUENCY".
       01 WS-RPT-MAJORITY.
           03 FILLER           PIC X(9) VALUE "MAJORITY ".
           03 ML-MAJORITY      PIC Z(5)9.
           03 FILLER           PIC X(65) VALUE SPACES.
       01 WS-RPT-EQUALITY      PIC X(80) VALUE
          "EQUALITY OF VOTES - NO CANDIDATE DECLARED ELECTED ON THIS CO
      -    "UNT".
       01 WS-RPT-NO-WINNER     PIC X(80) VALUE
          "NO ELECTED CANDIDATE MARKED ON RESIF FOR THIS CONSTITUENCY".
       01 WS-RPT-THRESHOLD.
           03 FILLER           PIC X(27) VALUE
              "DEPOSIT THRESHOLD          ".
           03 TH-PCT           PIC Z9.99.
           03 FILLER           PIC X(48) VALUE
              " PCT OF VALID VOTES".
       01 WS-RPT-FOOT.
           03 FILLER           PIC X(26) VALUE
              "CONSTITUENCIES DECLARED:  ".
           03 FT-DECLARED      PIC ZZZ9.
           03 FILLER           PIC X(50) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - PREPARING DECLARATIONS OF RESULT"
           PERFORM B100-LOAD-DEPOSIT-THRESHOLD
           PERFORM B200-LOAD-PARTY-TABLE
           PERFORM B300-LOAD-CONSTITUENCIES
           PERFORM B400-LOAD-CANDIDATES
           PERFORM B500-SCAN-RESIF
           PERFORM B600-LOAD-ADJ-DECISIONS
           PERFORM B700-COUNT-REJECTED
           PERFORM W100-WRITE-DECLARATIONS
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - " WS-DECLARED-COUNT
                   " DECLARATION(S) PRINTED, " WS-DEPRTN-COUNT
                   " DEPOSIT RECORD(S) WRITTEN"
           DISPLAY "STATUS - DECLARATIONS DONE"
           GOBACK
           .

       B100-LOAD-DEPOSIT-THRESHOLD SECTION.
           OPEN INPUT DECL-CTRL-FILE
           IF DECLCTL-OK
               READ DECL-CTRL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF DC-DEPOSIT-PCT NUMERIC
                           MOVE DC-DEPOSIT-PCT TO WS-DEPOSIT-PCT
                       END-IF
               END-READ
               CLOSE DECL-CTRL-FILE
           ELSE
               DISPLAY "WARNING - DECLCTL NOT FOUND, DEPOSIT THRESHOLD "
                       "DEFAULTS TO 5.00 PCT"
           END-IF
           .

       B200-LOAD-PARTY-TABLE  SECTION.
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

       B300-LOAD-CONSTITUENCIES SECTION.
           OPEN INPUT CONST-CTRL-FILE
           IF CONSTCTRL-OK
               PERFORM UNTIL CONSTCTRL-EOF
                   READ CONST-CTRL-FILE
                       AT END CONTINUE
                       NOT AT END
                           MOVE CC-CODE TO WS-LOOK-CONST
                           PERFORM D100-ADD-CONST
                           IF CT-FOUND
                               MOVE 'Y' TO WS-CT-ON-CTRL(WS-CT-IDX)
                               IF CC-ELECTORATE NUMERIC
                                   MOVE CC-ELECTORATE
                                     TO WS-CT-ELECTORATE(WS-CT-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONST-CTRL-FILE
           ELSE
               DISPLAY "WARNING - CONSTCTRL NOT FOUND, TURNOUT WILL "
                       "NOT BE STATED"
               MOVE 4 TO RETURN-CODE
           END-IF
           .

       B400-LOAD-CANDIDATES   SECTION.
           OPEN INPUT CAND-CTRL-FILE
           IF CANDCTRL-OK
               PERFORM UNTIL CANDCTRL-EOF
                   READ CAND-CTRL-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF WS-CAND-COUNT < 500
                               ADD 1 TO WS-CAND-COUNT
                               SET WS-CAND-IDX TO WS-CAND-COUNT
                               MOVE CD-CONST
                                 TO WS-CAND-CONST(WS-CAND-IDX)
                               MOVE CD-POSITION
                                 TO WS-CAND-POSITION(WS-CAND-IDX)
                               MOVE CD-NAME
                                 TO WS-CAND-NAME(WS-CAND-IDX)
                               MOVE CD-PARTY-IDX
                                 TO WS-CAND-PARTY-IDX(WS-CAND-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAND-CTRL-FILE
           ELSE
               DISPLAY "WARNING - CANDCTRL NOT FOUND, CANDIDATES "
                       "SHOWN BY PARTY ONLY"
           END-IF
           .

      *THE LAST SET OF DETAILS FOR A CONSTITUENCY WINS - A POSITION 1
      *DETAIL CLEARS WHATEVER AN EARLIER INTERIM RUN LEFT BEHIND.
       B500-SCAN-RESIF        SECTION.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RESULTS-IF-FILE
           IF NOT IF-OK
               DISPLAY "ERROR - COULD NOT OPEN RESIF, STATUS "
                       WS-IF-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM UNTIL INPUT-DONE
               READ RESULTS-IF-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RUN-INPUT-COUNT
                       IF IF-REC-TYPE = 'D'
                           AND IF-PARTY-IDX NUMERIC
                           AND IF-PARTY-IDX >= 1
                           AND IF-PARTY-IDX <= 8
                           PERFORM C100-TAKE-RESIF-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESULTS-IF-FILE
           .

       C100-TAKE-RESIF-DETAIL SECTION.
           MOVE IF-CONST TO WS-LOOK-CONST
           PERFORM D100-ADD-CONST
           IF CT-FOUND
               MOVE IF-PARTY-IDX TO WS-POS-IDX
               IF WS-POS-IDX = 1
                   PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                           UNTIL WS-POS-IDX > 8
                       MOVE 0 TO WS-CT-VOTES(WS-CT-IDX, WS-POS-IDX)
                       MOVE SPACE
                         TO WS-CT-WINNER(WS-CT-IDX, WS-POS-IDX)
                       MOVE SPACES
                         TO WS-CT-IF-NAME(WS-CT-IDX, WS-POS-IDX)
                   END-PERFORM
                   MOVE 1 TO WS-POS-IDX
               END-IF
               MOVE 'Y' TO WS-CT-ON-IF(WS-CT-IDX)
               IF IF-VOTES NUMERIC
                   MOVE IF-VOTES
                     TO WS-CT-VOTES(WS-CT-IDX, WS-POS-IDX)
               END-IF
               MOVE IF-WINNER TO WS-CT-WINNER(WS-CT-IDX, WS-POS-IDX)
               MOVE IF-CANDIDATE
                 TO WS-CT-IF-NAME(WS-CT-IDX, WS-POS-IDX)
               IF IF-BALLOT-COUNT NUMERIC
                   MOVE IF-BALLOT-COUNT TO WS-CT-BALLOTS(WS-CT-IDX)
               END-IF
           END-IF
           .

       B600-LOAD-ADJ-DECISIONS SECTION.
           OPEN INPUT ADJ-CTRL-FILE
           IF ADJCTL-OK
               PERFORM UNTIL ADJCTL-EOF
                   READ ADJ-CTRL-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF WS-ADJ-DEC-COUNT < 500
                               AND AC-SEQ NUMERIC
                               ADD 1 TO WS-ADJ-DEC-COUNT
                               SET WS-ADJ-DEC-IDX TO WS-ADJ-DEC-COUNT
                               MOVE AC-SEQ
                                 TO WS-ADJ-DEC-SEQ(WS-ADJ-DEC-IDX)
                               MOVE AC-DECISION
                                 TO WS-ADJ-DEC-DECISION(WS-ADJ-DEC-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADJ-CTRL-FILE
           ELSE
               DISPLAY "STATUS - NO ADJCTL, EVERY ADJFILE BALLOT "
                       "COUNTED AS REJECTED"
           END-IF
           .

      *A BALLOT ON ADJFILE IS REJECTED UNLESS THE ADJUDICATOR HAS
      *ACCEPTED IT ('A') ON ADJCTL - THE SAME RULE EXPPROG4 APPLIES
      *WHEN IT RELOADS THE ACCEPTED BALLOTS.
       B700-COUNT-REJECTED    SECTION.
           MOVE 0 TO WS-ADJ-SEQ
           OPEN INPUT ADJ-FILE
           IF ADJ-OK
               PERFORM UNTIL ADJ-EOF
                   READ ADJ-FILE
                       AT END CONTINUE
                       NOT AT END
                           ADD 1 TO WS-ADJ-SEQ
                           PERFORM C200-CLASSIFY-ADJ-BALLOT
                   END-READ
               END-PERFORM
               CLOSE ADJ-FILE
           ELSE
               DISPLAY "STATUS - NO ADJFILE, REJECTED BALLOTS SHOWN "
                       "AS UNCLASSIFIED"
           END-IF
           .

       C200-CLASSIFY-ADJ-BALLOT SECTION.
           MOVE 'N' TO WS-ADJ-ACCEPTED
           PERFORM VARYING WS-ADJ-DEC-IDX FROM 1 BY 1
                   UNTIL WS-ADJ-DEC-IDX > WS-ADJ-DEC-COUNT
               IF WS-ADJ-DEC-SEQ(WS-ADJ-DEC-IDX) = WS-ADJ-SEQ
                   IF WS-ADJ-DEC-DECISION(WS-ADJ-DEC-IDX) = 'A'
                       SET ADJ-ACCEPTED TO TRUE
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT ADJ-ACCEPTED
               EVALUATE AJ-REASON-CODE
                   WHEN 'B'   MOVE 1 TO WS-REASON-IDX
                   WHEN 'M'   MOVE 2 TO WS-REASON-IDX
                   WHEN 'R'   MOVE 3 TO WS-REASON-IDX
                   WHEN 'S'   MOVE 4 TO WS-REASON-IDX
                   WHEN OTHER MOVE 0 TO WS-REASON-IDX
               END-EVALUATE
               IF WS-REASON-IDX > 0
                   MOVE AJ-CONST-ID TO WS-LOOK-CONST
                   PERFORM D200-FIND-CONST
                   IF CT-FOUND
                       ADD 1 TO WS-CT-REJECTED(WS-CT-IDX,
                                               WS-REASON-IDX)
                   END-IF
               END-IF
           END-IF
           .

       D100-ADD-CONST         SECTION.
           PERFORM D200-FIND-CONST
           IF NOT CT-FOUND AND WS-CT-COUNT < 700
               ADD 1 TO WS-CT-COUNT
               SET WS-CT-IDX TO WS-CT-COUNT
               INITIALIZE WS-CT-ENTRY(WS-CT-IDX)
               MOVE WS-LOOK-CONST TO WS-CT-CODE(WS-CT-IDX)
               MOVE 'N' TO WS-CT-ON-CTRL(WS-CT-IDX)
               MOVE 'N' TO WS-CT-ON-IF(WS-CT-IDX)
               SET CT-FOUND TO TRUE
           END-IF
           .

       D200-FIND-CONST        SECTION.
           MOVE 'N' TO WS-CT-FOUND
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               IF WS-CT-CODE(WS-CT-IDX) = WS-LOOK-CONST
                   SET CT-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       W100-WRITE-DECLARATIONS SECTION.
           OPEN OUTPUT DECL-RPT-FILE
           IF NOT RPT-OK
               DISPLAY "ERROR - COULD NOT OPEN DECLRPT, STATUS "
                       WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN OUTPUT DEP-RTN-FILE
           IF NOT DEPRTN-OK
               DISPLAY "ERROR - COULD NOT OPEN DEPRTN, STATUS "
                       WS-DEPRTN-STATUS
               CLOSE DECL-RPT-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           WRITE DECL-RPT-RECORD FROM WS-RPT-HEAD
           MOVE WS-DEPOSIT-PCT TO TH-PCT
           WRITE DECL-RPT-RECORD FROM WS-RPT-THRESHOLD
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               IF WS-CT-ON-IF(WS-CT-IDX) = 'Y'
                   PERFORM W200-WRITE-ONE-DECLARATION
               END-IF
           END-PERFORM
           MOVE WS-DECLARED-COUNT TO FT-DECLARED
           WRITE DECL-RPT-RECORD FROM WS-RPT-BLANK
           WRITE DECL-RPT-RECORD FROM WS-RPT-FOOT
           CLOSE DECL-RPT-FILE
           CLOSE DEP-RTN-FILE
           .

       W200-WRITE-ONE-DECLARATION SECTION.
           ADD 1 TO WS-DECLARED-COUNT
           MOVE 0 TO WS-VALID-VOTES
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                   UNTIL WS-POS-IDX > 7
               ADD WS-CT-VOTES(WS-CT-IDX, WS-POS-IDX) TO WS-VALID-VOTES
           END-PERFORM
           MOVE WS-CT-VOTES(WS-CT-IDX, 8) TO WS-SPOILT-VOTES
           COMPUTE WS-DEPOSIT-VOTES = WS-VALID-VOTES * WS-DEPOSIT-PCT

           WRITE DECL-RPT-RECORD FROM WS-RPT-BLANK
           MOVE WS-CT-CODE(WS-CT-IDX) TO RC-CODE
           MOVE WS-BUSINESS-DATE TO RC-RUN-DATE
           WRITE DECL-RPT-RECORD FROM WS-RPT-CONST
           WRITE DECL-RPT-RECORD FROM WS-RPT-PREAMBLE-1
           WRITE DECL-RPT-RECORD FROM WS-RPT-PREAMBLE-2
           WRITE DECL-RPT-RECORD FROM WS-RPT-COLUMNS
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                   UNTIL WS-POS-IDX > 7
               PERFORM W300-WRITE-CANDIDATE
           END-PERFORM
           MOVE "TOTAL VALID VOTES" TO KL-LABEL
           MOVE WS-VALID-VOTES TO KL-COUNT
           WRITE DECL-RPT-RECORD FROM WS-RPT-COUNT-LINE

           PERFORM W400-WRITE-REJECTED
           PERFORM W500-WRITE-TURNOUT
           PERFORM W600-WRITE-ELECTED
           .

      *A POSITION IS LISTED WHEN CANDCTRL NAMES A CANDIDATE FOR IT,
      *OR - WITH NO CANDCTRL ROW - WHEN IT POLLED ANY VOTES.
       W300-WRITE-CANDIDATE   SECTION.
           PERFORM W310-NAME-CANDIDATE

           IF CAND-FOUND OR WS-CT-VOTES(WS-CT-IDX, WS-POS-IDX) > 0
               MOVE 0 TO WS-VOTE-PCT
               IF WS-VALID-VOTES > 0
                   COMPUTE WS-VOTE-PCT ROUNDED =
                       WS-CT-VOTES(WS-CT-IDX, WS-POS-IDX) * 100
                       / WS-VALID-VOTES
               END-IF
      *        COMPARED UNROUNDED SO A CANDIDATE JUST UNDER THE LINE
      *        IS NOT ROUNDED UP INTO KEEPING THE DEPOSIT.
               COMPUTE WS-VOTES-X100 =
                   WS-CT-VOTES(WS-CT-IDX, WS-POS-IDX) * 100
               IF WS-VALID-VOTES > 0
                   AND WS-VOTES-X100 >= WS-DEPOSIT-VOTES
                   SET DEPOSIT-KEPT TO TRUE
               ELSE
                   MOVE 'N' TO WS-DEPOSIT-KEPT
               END-IF

               MOVE WS-POS-IDX TO CL-POSITION
               MOVE WS-LINE-NAME TO CL-NAME
               MOVE WS-LINE-PARTY TO CL-PARTY
               MOVE WS-CT-VOTES(WS-CT-IDX, WS-POS-IDX) TO CL-VOTES
               MOVE WS-VOTE-PCT TO CL-VOTE-PCT
               IF DEPOSIT-KEPT
                   MOVE "RETAINED " TO CL-DEPOSIT
               ELSE
                   MOVE "FORFEITED" TO CL-DEPOSIT
               END-IF
               WRITE DECL-RPT-RECORD FROM WS-RPT-CAND-LINE

               MOVE SPACES TO DEP-RTN-RECORD
               MOVE WS-CT-CODE(WS-CT-IDX) TO DR-CONST
               MOVE WS-POS-IDX TO DR-POSITION
               MOVE WS-LINE-NAME TO DR-CANDIDATE
               MOVE WS-LINE-PARTY TO DR-PARTY
               MOVE WS-CT-VOTES(WS-CT-IDX, WS-POS-IDX) TO DR-VOTES
               MOVE WS-VOTE-PCT TO DR-VOTE-PCT
               IF DEPOSIT-KEPT
                   MOVE 'R' TO DR-DECISION
               ELSE
                   MOVE 'F' TO DR-DECISION
               END-IF
               MOVE WS-BUSINESS-DATE TO DR-RUN-DATE
               WRITE DEP-RTN-RECORD
               ADD 1 TO WS-DEPRTN-COUNT
           END-IF
           .

      *REJECTED BY REASON FROM ADJUDICATION; WHATEVER OF THE SPOILT
      *TOTAL ADJFILE DOES NOT ACCOUNT FOR IS SHOWN AS UNCLASSIFIED.
       W400-WRITE-REJECTED    SECTION.
           MOVE 0 TO WS-REJECTED-TOTAL
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > 4
               ADD WS-CT-REJECTED(WS-CT-IDX, WS-REASON-IDX)
                 TO WS-REJECTED-TOTAL
           END-PERFORM
           MOVE 0 TO WS-UNCLASSIFIED
           IF WS-SPOILT-VOTES > WS-REJECTED-TOTAL
               COMPUTE WS-UNCLASSIFIED =
                   WS-SPOILT-VOTES - WS-REJECTED-TOTAL
           END-IF
           ADD WS-UNCLASSIFIED TO WS-REJECTED-TOTAL

           MOVE "REJECTED BALLOT PAPERS:" TO KL-LABEL
           MOVE WS-REJECTED-TOTAL TO KL-COUNT
           WRITE DECL-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE "  WANT OF OFFICIAL MARK / UNMARKED" TO KL-LABEL
           MOVE WS-CT-REJECTED(WS-CT-IDX, 1) TO KL-COUNT
           WRITE DECL-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE "  VOTING FOR MORE THAN ONE CANDIDATE" TO KL-LABEL
           MOVE WS-CT-REJECTED(WS-CT-IDX, 2) TO KL-COUNT
           WRITE DECL-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE "  MARK NOT FOR A CANDIDATE ON THE PAPER" TO KL-LABEL
           MOVE WS-CT-REJECTED(WS-CT-IDX, 3) TO KL-COUNT
           WRITE DECL-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE "  INCOMPLETE BALLOT RECORD" TO KL-LABEL
           MOVE WS-CT-REJECTED(WS-CT-IDX, 4) TO KL-COUNT
           WRITE DECL-RPT-RECORD FROM WS-RPT-COUNT-LINE
           IF WS-UNCLASSIFIED > 0
               MOVE "  UNCLASSIFIED" TO KL-LABEL
               MOVE WS-UNCLASSIFIED TO KL-COUNT
               WRITE DECL-RPT-RECORD FROM WS-RPT-COUNT-LINE
           END-IF
           .

       W500-WRITE-TURNOUT     SECTION.
           IF WS-CT-ON-CTRL(WS-CT-IDX) = 'Y'
               AND WS-CT-ELECTORATE(WS-CT-IDX) > 0
               COMPUTE WS-TURNOUT-PCT ROUNDED =
                   WS-CT-BALLOTS(WS-CT-IDX) * 100
                   / WS-CT-ELECTORATE(WS-CT-IDX)
               MOVE WS-CT-ELECTORATE(WS-CT-IDX) TO TL-ELECTORATE
               MOVE WS-CT-BALLOTS(WS-CT-IDX) TO TL-BALLOTS
               MOVE WS-TURNOUT-PCT TO TL-TURNOUT
               WRITE DECL-RPT-RECORD FROM WS-RPT-TURNOUT
           ELSE
               WRITE DECL-RPT-RECORD FROM WS-RPT-NO-ELECTORATE
               MOVE 4 TO RETURN-CODE
           END-IF
           .

      *THE ELECTED CANDIDATE IS THE ONE EXPPROG4 MARKED 'W' ON RESIF;
      *MORE THAN ONE MARK MEANS A TIE LEFT FOR THE RETURNING OFFICER.
       W600-WRITE-ELECTED     SECTION.
           MOVE 0 TO WS-WINNER-COUNT
           MOVE 0 TO WS-WINNER-POS
           MOVE 0 TO WS-TOP-VOTES
           MOVE 0 TO WS-SECOND-VOTES
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                   UNTIL WS-POS-IDX > 7
               IF WS-CT-WINNER(WS-CT-IDX, WS-POS-IDX) = 'W'
                   ADD 1 TO WS-WINNER-COUNT
                   MOVE WS-POS-IDX TO WS-WINNER-POS
               END-IF
               IF WS-CT-VOTES(WS-CT-IDX, WS-POS-IDX) > WS-TOP-VOTES
                   MOVE WS-TOP-VOTES TO WS-SECOND-VOTES
                   MOVE WS-CT-VOTES(WS-CT-IDX, WS-POS-IDX)
                     TO WS-TOP-VOTES
               ELSE
                   IF WS-CT-VOTES(WS-CT-IDX, WS-POS-IDX)
                           > WS-SECOND-VOTES
                       MOVE WS-CT-VOTES(WS-CT-IDX, WS-POS-IDX)
                         TO WS-SECOND-VOTES
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-WINNER-COUNT = 1
                   MOVE WS-WINNER-POS TO WS-POS-IDX
                   PERFORM W310-NAME-CANDIDATE
                   MOVE WS-LINE-NAME TO EL-NAME
                   MOVE WS-LINE-PARTY TO EL-PARTY
                   WRITE DECL-RPT-RECORD FROM WS-RPT-ELECTED
                   WRITE DECL-RPT-RECORD FROM WS-RPT-ELECTED-2
                   COMPUTE WS-MAJORITY =
                       WS-CT-VOTES(WS-CT-IDX, WS-WINNER-POS)
                       - WS-SECOND-VOTES
                   MOVE WS-MAJORITY TO ML-MAJORITY
                   WRITE DECL-RPT-RECORD FROM WS-RPT-MAJORITY
               WHEN WS-WINNER-COUNT > 1
                   WRITE DECL-RPT-RECORD FROM WS-RPT-EQUALITY
               WHEN OTHER
                   WRITE DECL-RPT-RECORD FROM WS-RPT-NO-WINNER
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           .

      *CANDIDATE AND PARTY FOR BALLOT POSITION WS-POS-IDX.
       W310-NAME-CANDIDATE    SECTION.
           MOVE 'N' TO WS-CAND-FOUND
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-CAND-COUNT
               IF WS-CAND-CONST(WS-CAND-IDX) = WS-CT-CODE(WS-CT-IDX)
                   AND WS-CAND-POSITION(WS-CAND-IDX) = WS-POS-IDX
                   SET CAND-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CAND-FOUND
               MOVE WS-CAND-NAME(WS-CAND-IDX) TO WS-LINE-NAME
               IF WS-CAND-PARTY-IDX(WS-CAND-IDX) >= 1
                   AND WS-CAND-PARTY-IDX(WS-CAND-IDX) <= 8
                   SET PARTY-IDX TO WS-CAND-PARTY-IDX(WS-CAND-IDX)
               ELSE
                   SET PARTY-IDX TO WS-POS-IDX
               END-IF
           ELSE
               MOVE WS-CT-IF-NAME(WS-CT-IDX, WS-POS-IDX)
                 TO WS-LINE-NAME
               SET PARTY-IDX TO WS-POS-IDX
           END-IF
           MOVE WS-PARTY-NAME(PARTY-IDX) TO WS-LINE-PARTY
           IF WS-LINE-NAME = SPACES
               MOVE WS-LINE-PARTY TO WS-LINE-NAME
           END-IF
           .

      *WRITE ONE SUMMARY RECORD TO THE SHARED CROSS-SUITE RUN LOG.
       Z100-WRITE-RUN-LOG     SECTION.
           MOVE "EXPPRG69" TO RL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE WS-RUN-INPUT-COUNT TO RL-INPUT-COUNT
           MOVE WS-DECLARED-COUNT TO RL-OUTPUT-COUNT
           MOVE WS-DEPRTN-COUNT TO RL-OUTPUT-COUNT-2
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
