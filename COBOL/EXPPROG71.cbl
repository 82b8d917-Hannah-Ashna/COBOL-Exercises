       ID DIVISION.
       PROGRAM-ID. EXPPROG71.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * OUTBOUND INTERCHANGE CONVERTER FOR THE CLEARING PARTNER -
      * THE MIRROR OF EXPPROG45. OUTWARD PAYMENTS ARE THE 'D'
      * MARKER DETAILS ON EXPPROG5'S FILEOUT WHOSE TRANSACTION
      * CATEGORY IS FLAGGED FOR THE PARTNER ON CATCTRL (COLUMN 26
      * 'Y'). THIS JOB SELECTS THEM AND WRITES THEM ON ICOUT IN THE
      * PARTNER'S OWN FORMAT: A 'HDR' HEADER (PARTNER ID FROM THE
      * PARM, BUSINESS DATE AS YYMMDD), 'DTL' DETAILS WITH A
      * SEPARATE SIGN BYTE, AMOUNTS IN PENCE AND YYMMDD DATES, AND
      * A 'TRL' TRAILER CARRYING THE DETAIL COUNT AND THE HASH
      * TOTAL OF THE AMOUNTS - THE SAME ENVELOPE EXPPROG45 PROVES
      * ON THE WAY IN. FILEOUT CARRIES NO NARRATIVE, SO THE DETAIL
      * TEXT CARRIES THE CATEGORY CODE.
      *
      * THE RUN IS TWO-PASS: THE FIRST PROVES FILEOUT AGAINST ITS
      * 'X' RUN TRAILER (SAME CONTROL AS THE EXPPROG19 BRIDGE) AND
      * A MISMATCH REFUSES THE RUN WITH RC 16 BEFORE ANYTHING IS
      * WRITTEN; THE SECOND CONVERTS. EVERY TRANSMITTED FILE IS
      * RECORDED ON THE SENT-FILE REGISTER (SENTREG, BUSINESS DATE
      * + PARTNER), SO THE SAME BUSINESS DATE CAN NEVER GO TO THE
      * PARTNER TWICE - A RERUN IS REFUSED WITH RC 16 AND ICOUT IS
      * NOT OPENED.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT OUTBOUND-INPUT ASSIGN TO FILEOUT
           FILE STATUS IS WS-IN-STATUS.
           SELECT CAT-CTRL-FILE ASSIGN TO CATCTRL
           FILE STATUS IS WS-CATCTRL-STATUS.
           SELECT IC-OUT-FILE ASSIGN TO ICOUT
           FILE STATUS IS WS-ICOUT-STATUS.
           SELECT SENT-REG-FILE ASSIGN TO SENTREG
           FILE STATUS IS WS-SREG-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *SAME RECORD FAMILY AS EXPPROG5'S OUTPUT-RECORD AND ITS
      *RUN TRAILER REDEFINE - THE LAYOUTS MUST BE KEPT IN STEP.
       FD OUTBOUND-INPUT BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 OUTBOUND-RECORD.
           03 OUT-ACCOUNT-NUM      PIC 9(5).
           03 OUT-MARKER           PIC X(1).
           03 OUT-TRANS-AMOUNT     PIC S9(9) COMP-3.
           03 OUT-TRANS-DATE.
               05 OUT-YEAR         PIC 9(4).
               05 OUT-MONTH        PIC 9(2).
               05 OUT-DAY          PIC 9(2).
           03 OUT-INITIAL-VAL      PIC X(1).
           03 OUT-SURNAME          PIC X(20).
           03 OUT-RUNNING-BALANCE  PIC S9(9) COMP-3.
           03 OUT-OVERDRAWN-FLAG   PIC X(1).
           03 OUT-CATEGORY         PIC X(4).
           03 FILLER-OUT           PIC X(29).
           03 OUT-REC-TYPE         PIC X(1).
       01 RUN-TRAILER-RECORD REDEFINES OUTBOUND-RECORD.
           03 RT-RECORD-COUNT       PIC 9(7).
           03 RT-TOTAL-AMOUNT       PIC S9(9) COMP-3.
           03 FILLER                PIC X(67).
           03 RT-REC-TYPE           PIC X(1).

      *EXPPROG5'S CATEGORY PATTERN CARD - MUST BE KEPT IN STEP.
      *ONLY THE CODE AND THE OUTWARD-PAYMENT FLAG MATTER HERE.
       FD CAT-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 CAT-CTRL-REC.
           03 CAT-PATTERN        PIC X(20).
           03 CAT-MATCH-TYPE     PIC X(1).
           03 CAT-CODE           PIC X(4).
           03 CAT-OUTWARD-FLAG   PIC X(1).
           03 FILLER             PIC X(54).

      *THE PARTNER'S 80-BYTE INTERCHANGE RECORD FAMILY - EXPPROG45'S
      *ICIN LAYOUT, WHICH MUST BE KEPT IN STEP.
       FD IC-OUT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 IC-RECORD.
           03 IC-REC-TYPE            PIC X(3).
           03 IC-BODY                PIC X(77).
       01 IC-HEADER-REC REDEFINES IC-RECORD.
           03 FILLER                 PIC X(3).
           03 ICH-PARTNER-ID         PIC X(6).
           03 ICH-FILE-DATE          PIC 9(6).
           03 FILLER                 PIC X(65).
       01 IC-DETAIL-REC REDEFINES IC-RECORD.
           03 FILLER                 PIC X(3).
           03 ICD-ACCOUNT            PIC X(5).
           03 ICD-SIGN               PIC X(1).
           03 ICD-AMOUNT-PENCE       PIC 9(11).
           03 ICD-DATE.
               05 ICD-YY             PIC 9(2).
               05 ICD-MM             PIC 9(2).
               05 ICD-DD             PIC 9(2).
           03 ICD-DETAILS            PIC X(20).
           03 ICD-SURNAME            PIC X(20).
           03 ICD-INITIAL            PIC X(1).
           03 FILLER                 PIC X(13).
       01 IC-TRAILER-REC REDEFINES IC-RECORD.
           03 FILLER                 PIC X(3).
           03 ICT-RECORD-COUNT       PIC 9(6).
           03 ICT-HASH-TOTAL         PIC 9(13).
           03 FILLER                 PIC X(58).

      *ONE ROW PER FILE SENT TO A PARTNER.
       FD SENT-REG-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 SENT-REG-REC.
           03 SR-BUSINESS-DATE       PIC X(8).
           03 SR-PARTNER-ID          PIC X(6).
           03 SR-RECORD-COUNT        PIC 9(6).
           03 SR-HASH-TOTAL          PIC 9(13).
           03 FILLER                 PIC X(47).

       FD RUN-LOG-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 RUN-LOG-RECORD.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE         PIC X(8) VALUE SPACES.
       01 WS-BUS-DATE-RED REDEFINES WS-BUSINESS-DATE.
           03 WS-BUS-CC            PIC 9(2).
           03 WS-BUS-YYMMDD        PIC 9(6).
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP       PIC X(16) VALUE SPACES.

       01 WS-IN-STATUS             PIC X(2).
           88 IN-OK                VALUE "00".
       01 WS-CATCTRL-STATUS        PIC X(2).
           88 CATCTRL-OK           VALUE "00".
       01 WS-ICOUT-STATUS          PIC X(2).
           88 ICOUT-OK             VALUE "00".
       01 WS-SREG-STATUS           PIC X(2).
           88 SREG-OK              VALUE "00".
       01 WS-RUNLOG-STATUS         PIC X(2).

       01 WS-EOF-FLAG              PIC X VALUE 'N'.
           88 INPUT-DONE           VALUE 'Y'.

       01 WS-PARTNER-ID            PIC X(6) VALUE SPACES.

       01 WS-RUN-INPUT-COUNT       PIC 9(8) VALUE 0.

      *OUTWARD-PAYMENT CATEGORIES FROM CATCTRL. ONE CODE MAY
      *APPEAR ON SEVERAL PATTERN ROWS - IT IS HELD ONCE.
       01 WS-OUT-CAT-TABLE.
           03 WS-OUT-CAT-CODE OCCURS 30 TIMES
                              INDEXED BY WS-OCT-IDX PIC X(4).
       01 WS-OUT-CAT-COUNT         PIC 9(2) VALUE 0.
       01 WS-OUT-CAT-FOUND         PIC X VALUE 'N'.
           88 OUT-CAT-FOUND        VALUE 'Y'.

      *PASS-1 PROOF OF FILEOUT AGAINST ITS 'X' RUN TRAILER.
       01 WS-DETAIL-COUNT          PIC 9(8) VALUE 0.
       01 WS-DETAIL-TOTAL          PIC S9(11) VALUE 0.
       01 WS-TRAILER-FLAG          PIC X VALUE 'N'.
           88 TRAILER-SEEN         VALUE 'Y'.
       01 WS-TRL-RECORD-COUNT      PIC 9(7) VALUE 0.
       01 WS-TRL-TOTAL-AMOUNT      PIC S9(11) VALUE 0.

      *THE OUTBOUND ENVELOPE.
       01 WS-SELECTED-COUNT        PIC 9(8) VALUE 0.
       01 WS-HASH-TOTAL            PIC 9(13) VALUE 0.
       01 WS-AMOUNT-WORK           PIC S9(11) VALUE 0.
       01 WS-CENTURY-WORK          PIC 9(2) VALUE 0.

       01 WS-ALREADY-SENT          PIC X VALUE 'N'.
           88 ALREADY-SENT         VALUE 'Y'.

      *HANDOFF POSTINGS (HNDMOD) - THIS JOB CONSUMES EXPPROG5'S
      *FILEOUT INTERFACE AND PRODUCES THE ICOUT INTERFACE FOR THE
      *PARTNER. THE ICOUT AMOUNT IS THE ENVELOPE'S HASH TOTAL.
       01 WS-HND-ROLE              PIC X(1).
       01 WS-HND-INTERFACE         PIC X(8).
       01 WS-HND-JOB               PIC X(8) VALUE 'EXPPRG71'.
       01 WS-HND-COUNT             PIC 9(8).
       01 WS-HND-AMOUNT            PIC S9(11).

       LINKAGE SECTION.
       01 INPUT-PARM.
           03 PARM-LENGTH          PIC S9(04) COMP.
           03 PARM-DATA            PIC X(6).
      *
       PROCEDURE DIVISION USING INPUT-PARM.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING OUTBOUND INTERCHANGE"
           IF PARM-LENGTH >= 6
               MOVE PARM-DATA TO WS-PARTNER-ID
           END-IF
           IF WS-PARTNER-ID = SPACES
               DISPLAY "ERROR - NO PARTNER ID ON THE PARM, NOTHING "
                       "TRANSMITTED"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM B100-LOAD-CATEGORIES
           PERFORM B200-CHECK-REGISTER
           IF ALREADY-SENT
               DISPLAY "ERROR - BUSINESS DATE " WS-BUSINESS-DATE
                       " ALREADY SENT TO PARTNER " WS-PARTNER-ID
                       ", NOTHING TRANSMITTED"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM B300-PROVE-FILEOUT
           PERFORM C100-CONVERT-PASS
           PERFORM C300-RECORD-SENT
           MOVE 'C' TO WS-HND-ROLE
           MOVE 'FILEOUT ' TO WS-HND-INTERFACE
           MOVE WS-DETAIL-COUNT TO WS-HND-COUNT
           MOVE WS-DETAIL-TOTAL TO WS-HND-AMOUNT
           CALL 'HNDMOD' USING WS-HND-ROLE WS-HND-INTERFACE
                               WS-HND-JOB WS-BUSINESS-DATE
                               WS-HND-COUNT WS-HND-AMOUNT
           MOVE 'P' TO WS-HND-ROLE
           MOVE 'ICOUT   ' TO WS-HND-INTERFACE
           MOVE WS-SELECTED-COUNT TO WS-HND-COUNT
           MOVE WS-HASH-TOTAL TO WS-HND-AMOUNT
           CALL 'HNDMOD' USING WS-HND-ROLE WS-HND-INTERFACE
                               WS-HND-JOB WS-BUSINESS-DATE
                               WS-HND-COUNT WS-HND-AMOUNT
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - PAYMENTS SENT:  " WS-SELECTED-COUNT
           DISPLAY "STATUS - HASH TOTAL:     " WS-HASH-TOTAL
           DISPLAY "STATUS - OUTBOUND INTERCHANGE DONE"
           GOBACK
           .

      *NO FLAGGED CATEGORY MEANS NOTHING COULD EVER BE SELECTED -
      *A SETUP FAULT, NOT AN EMPTY DAY, SO THE RUN IS REFUSED.
       B100-LOAD-CATEGORIES   SECTION.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CAT-CTRL-FILE
           IF NOT CATCTRL-OK
               DISPLAY "ERROR - COULD NOT OPEN CATCTRL, STATUS "
                       WS-CATCTRL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM UNTIL INPUT-DONE
               READ CAT-CTRL-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       IF CAT-OUTWARD-FLAG = 'Y'
                               AND CAT-CODE NOT = SPACES
                           PERFORM B110-ADD-CATEGORY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAT-CTRL-FILE
           IF WS-OUT-CAT-COUNT = 0
               DISPLAY "ERROR - NO OUTWARD-PAYMENT CATEGORY ON "
                       "CATCTRL, NOTHING TRANSMITTED"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           DISPLAY "STATUS - OUTWARD-PAYMENT CATEGORIES: "
                   WS-OUT-CAT-COUNT
           .

       B110-ADD-CATEGORY      SECTION.
           MOVE 'N' TO WS-OUT-CAT-FOUND
           SET WS-OCT-IDX TO 1
           PERFORM UNTIL WS-OCT-IDX > WS-OUT-CAT-COUNT
                   OR OUT-CAT-FOUND
               IF WS-OUT-CAT-CODE(WS-OCT-IDX) = CAT-CODE
                   SET OUT-CAT-FOUND TO TRUE
               ELSE
                   SET WS-OCT-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT OUT-CAT-FOUND
               IF WS-OUT-CAT-COUNT < 30
                   ADD 1 TO WS-OUT-CAT-COUNT
                   MOVE CAT-CODE TO WS-OUT-CAT-CODE(WS-OUT-CAT-COUNT)
               ELSE
                   DISPLAY "WARNING - MORE THAN 30 OUTWARD-PAYMENT "
                           "CATEGORIES, " CAT-CODE " IGNORED"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .

      *A MISSING REGISTER IS A FIRST TRANSMISSION, NOT AN ERROR.
       B200-CHECK-REGISTER    SECTION.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SENT-REG-FILE
           IF NOT SREG-OK
               DISPLAY "STATUS - NO SENT-FILE REGISTER YET"
           ELSE
               PERFORM UNTIL INPUT-DONE OR ALREADY-SENT
                   READ SENT-REG-FILE
                       AT END SET INPUT-DONE TO TRUE
                       NOT AT END
                           IF SR-BUSINESS-DATE = WS-BUSINESS-DATE
                                   AND SR-PARTNER-ID = WS-PARTNER-ID
                               SET ALREADY-SENT TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SENT-REG-FILE
           END-IF
           .

      *PASS 1 - EVERY DETAIL COUNTED AND TOTALLED AGAINST THE RUN
      *TRAILER, AND THE OUTWARD PAYMENTS COUNTED AND HASHED FOR THE
      *ENVELOPE. A TRUNCATED OR CORRUPT FILEOUT NEVER REACHES THE
      *PARTNER.
       B300-PROVE-FILEOUT     SECTION.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT OUTBOUND-INPUT
           IF NOT IN-OK
               DISPLAY "ERROR - COULD NOT OPEN FILEOUT, STATUS "
                       WS-IN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           READ OUTBOUND-INPUT AT END SET INPUT-DONE TO TRUE
           END-READ
           PERFORM UNTIL INPUT-DONE
               ADD 1 TO WS-RUN-INPUT-COUNT
               EVALUATE OUT-REC-TYPE
                   WHEN 'D'
                       ADD 1 TO WS-DETAIL-COUNT
                       ADD OUT-TRANS-AMOUNT TO WS-DETAIL-TOTAL
                       PERFORM D100-SELECT-DETAIL
                       IF OUT-CAT-FOUND
                           ADD 1 TO WS-SELECTED-COUNT
                           ADD WS-AMOUNT-WORK TO WS-HASH-TOTAL
                       END-IF
                   WHEN 'X'
                       SET TRAILER-SEEN TO TRUE
                       MOVE RT-RECORD-COUNT TO WS-TRL-RECORD-COUNT
                       MOVE RT-TOTAL-AMOUNT TO WS-TRL-TOTAL-AMOUNT
                   WHEN 'H'
                       CONTINUE
                   WHEN 'T'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "WARNING - UNKNOWN RECORD TYPE '"
                               OUT-REC-TYPE "' SKIPPED"
               END-EVALUATE
               READ OUTBOUND-INPUT AT END SET INPUT-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE OUTBOUND-INPUT
      *UNLIKE THE BRIDGE, AN UNRECONCILED FILE IS NOT PASSED ON -
      *A PAYMENT FILE CANNOT BE RECALLED ONCE THE PARTNER HAS IT.
           IF NOT TRAILER-SEEN
               DISPLAY "ERROR - NO 'X' RUN TRAILER ON FILEOUT, "
                       "NOTHING TRANSMITTED"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           IF WS-DETAIL-COUNT NOT = WS-TRL-RECORD-COUNT
               DISPLAY "ERROR - DETAIL COUNT " WS-DETAIL-COUNT
                       " DISAGREES WITH RUN TRAILER "
                       WS-TRL-RECORD-COUNT ", NOTHING TRANSMITTED"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           IF WS-DETAIL-TOTAL NOT = WS-TRL-TOTAL-AMOUNT
               DISPLAY "ERROR - DETAIL AMOUNT TOTAL DISAGREES "
                       "WITH RUN TRAILER, NOTHING TRANSMITTED"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           IF WS-SELECTED-COUNT > 999999
               DISPLAY "ERROR - MORE OUTWARD PAYMENTS THAN THE "
                       "TRAILER COUNT CAN CARRY, NOTHING TRANSMITTED"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           DISPLAY "STATUS - FILEOUT RECONCILED TO RUN TRAILER"
           .

      *PASS 2 - HEADER, ONE DETAIL PER OUTWARD PAYMENT, TRAILER.
       C100-CONVERT-PASS      SECTION.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT OUTBOUND-INPUT
           OPEN OUTPUT IC-OUT-FILE
           IF NOT ICOUT-OK
               DISPLAY "ERROR - COULD NOT OPEN ICOUT, STATUS "
                       WS-ICOUT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE SPACES TO IC-RECORD
           MOVE 'HDR' TO IC-REC-TYPE
           MOVE WS-PARTNER-ID TO ICH-PARTNER-ID
           MOVE WS-BUS-YYMMDD TO ICH-FILE-DATE
           WRITE IC-RECORD
           READ OUTBOUND-INPUT AT END SET INPUT-DONE TO TRUE
           END-READ
           PERFORM UNTIL INPUT-DONE
               IF OUT-REC-TYPE = 'D'
                   PERFORM D100-SELECT-DETAIL
                   IF OUT-CAT-FOUND
                       PERFORM D200-WRITE-DETAIL
                   END-IF
               END-IF
               READ OUTBOUND-INPUT AT END SET INPUT-DONE TO TRUE
               END-READ
           END-PERFORM
           MOVE SPACES TO IC-RECORD
           MOVE 'TRL' TO IC-REC-TYPE
           MOVE WS-SELECTED-COUNT TO ICT-RECORD-COUNT
           MOVE WS-HASH-TOTAL TO ICT-HASH-TOTAL
           WRITE IC-RECORD
           CLOSE OUTBOUND-INPUT
                 IC-OUT-FILE
           DISPLAY "STATUS - FILES CLOSED"
           .

       C300-RECORD-SENT       SECTION.
           OPEN EXTEND SENT-REG-FILE
           IF NOT SREG-OK
               OPEN OUTPUT SENT-REG-FILE
           END-IF
           MOVE SPACES TO SENT-REG-REC
           MOVE WS-BUSINESS-DATE TO SR-BUSINESS-DATE
           MOVE WS-PARTNER-ID TO SR-PARTNER-ID
           MOVE WS-SELECTED-COUNT TO SR-RECORD-COUNT
           MOVE WS-HASH-TOTAL TO SR-HASH-TOTAL
           WRITE SENT-REG-REC
           CLOSE SENT-REG-FILE
           .

      *AN OUTWARD PAYMENT IS A 'D' MARKER DETAIL IN A FLAGGED
      *CATEGORY. THE AMOUNT IS LEFT UNSIGNED IN WS-AMOUNT-WORK;
      *THE SIGN TRAVELS IN ITS OWN BYTE.
       D100-SELECT-DETAIL     SECTION.
           MOVE 'N' TO WS-OUT-CAT-FOUND
           IF OUT-MARKER = 'D' AND OUT-CATEGORY NOT = SPACES
               SET WS-OCT-IDX TO 1
               PERFORM UNTIL WS-OCT-IDX > WS-OUT-CAT-COUNT
                       OR OUT-CAT-FOUND
                   IF WS-OUT-CAT-CODE(WS-OCT-IDX) = OUT-CATEGORY
                       SET OUT-CAT-FOUND TO TRUE
                   ELSE
                       SET WS-OCT-IDX UP BY 1
                   END-IF
               END-PERFORM
           END-IF
           IF OUT-TRANS-AMOUNT < 0
               COMPUTE WS-AMOUNT-WORK = 0 - OUT-TRANS-AMOUNT
           ELSE
               MOVE OUT-TRANS-AMOUNT TO WS-AMOUNT-WORK
           END-IF
           .

      *SIGN '-' FOR MONEY LEAVING THE ACCOUNT, THE SAME MAPPING
      *EXPPROG45 APPLIES TO MARKER 'D' ON THE WAY IN.
       D200-WRITE-DETAIL      SECTION.
           MOVE SPACES TO IC-RECORD
           MOVE 'DTL' TO IC-REC-TYPE
           MOVE OUT-ACCOUNT-NUM TO ICD-ACCOUNT
           IF OUT-TRANS-AMOUNT > 0
               MOVE '+' TO ICD-SIGN
           ELSE
               MOVE '-' TO ICD-SIGN
           END-IF
           MOVE WS-AMOUNT-WORK TO ICD-AMOUNT-PENCE
           DIVIDE OUT-YEAR BY 100 GIVING WS-CENTURY-WORK
                  REMAINDER ICD-YY
           MOVE OUT-MONTH TO ICD-MM
           MOVE OUT-DAY TO ICD-DD
           MOVE OUT-CATEGORY TO ICD-DETAILS
           MOVE OUT-SURNAME TO ICD-SURNAME
           MOVE OUT-INITIAL-VAL TO ICD-INITIAL
           WRITE IC-RECORD
           .

      *WRITE ONE SUMMARY RECORD TO THE SHARED CROSS-SUITE RUN LOG.
       Z100-WRITE-RUN-LOG     SECTION.
           MOVE "EXPPRG71" TO RL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE WS-RUN-INPUT-COUNT TO RL-INPUT-COUNT
           MOVE WS-SELECTED-COUNT TO RL-OUTPUT-COUNT
           MOVE 0 TO RL-OUTPUT-COUNT-2
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
