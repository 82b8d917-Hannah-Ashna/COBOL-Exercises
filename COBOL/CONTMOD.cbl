       ID DIVISION.
       PROGRAM-ID. CONTMOD.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * SHARED CUSTOMER CONTACT HISTORY AND LETTER SUPPRESSION
      * MODULE IN THE FRZMOD STYLE. EVERY LETTER-PRODUCING JOB ASKS
      * HERE BEFORE IT WRITES TO A CUSTOMER, SO ONE CUSTOMER DOES NOT
      * GET A CONFIRMATION, A DORMANT LETTER AND A STATEMENT IN THE
      * SAME WEEK.
      *
      *   CONTRULE - ONE ROW PER LETTER TYPE: PRIORITY (1 HIGHEST),
      *              MINIMUM DAYS SINCE THE LAST LETTER OF THE SAME
      *              TYPE, MINIMUM DAYS SINCE THE LAST LETTER OF ANY
      *              TYPE, AND WHAT TO DO WITH A LETTER THAT FALLS
      *              INSIDE A GAP - 'S' SKIP IT OR 'D' DEFER IT.
      *   CONTHIST - EVERY COMMUNICATION, APPENDED (CNTHST LAYOUT).
      *
      * 'OPEN' LOADS CONTRULE, THE CDXREF CROSS-REFERENCE AND THE
      * RECENT PART OF CONTHIST. IT WALKS CDXREF ON IOMOD'S SECOND
      * KEYED SLOT, SO THE CALLER MAKES IT WHILE THAT SLOT IS FREE;
      * A 'CHK ' WITH NOTHING LOADED LOADS WHAT IT CAN WITHOUT IT.
      *
      * 'CHK ' DECIDES FOR ONE ACCOUNT AND LETTER TYPE AND RECORDS
      * THE OUTCOME ON CONTHIST - SENT, SKIPPED OR DEFERRED. A
      * MASTERFILE ACCOUNT IS FILED UNDER ITS CDCUST ACCOUNT WHERE
      * CDXREF HAS ONE, SO LETTERS FROM BOTH STREAMS COUNT AGAINST
      * THE SAME CUSTOMER. A LETTER IS HELD BACK WHEN:
      *   - ONE OF THE SAME TYPE WENT WITHIN THE SAME-TYPE GAP (OR
      *     THE ANY-TYPE GAP, IF LONGER), OR
      *   - ONE OF ANY OTHER TYPE WENT WITHIN THE ANY-TYPE GAP,
      *     WHATEVER ITS PRIORITY.
      * PRIORITY ONLY DECIDES BETWEEN LETTERS THAT FALL DUE TOGETHER
      * - ONE OF A LOWER PRIORITY SENT ON THE SAME BUSINESS DATE
      * DOES NOT HOLD BACK A HIGHER ONE, SO WHICHEVER JOB HAPPENS TO
      * RUN FIRST THAT DAY THE MOST IMPORTANT LETTER STILL GOES.
      * ONLY LETTERS SENT COUNT TOWARDS A GAP.
      *
      * A RERUN OF THE SAME BUSINESS DATE FINDS THE FIRST RUN'S
      * LETTERS ON CONTHIST. A LETTER THAT JOB ALREADY SENT THAT DAY
      * TO THAT ACCOUNT IS THE SAME LETTER, NOT A SECOND ONE - IT IS
      * SENT AGAIN, SO THE RERUN PRODUCES WHAT THE FIRST RUN DID, AND
      * NOT RECORDED A SECOND TIME.
      *
      * A DEFERRED LETTER CARRIES THE DATE THE GAP CLEARS. 'DUE '
      * HANDS THE CALLING JOB BACK, ONE PER CALL, EACH OF ITS OWN
      * DEFERRED LETTERS OF ITS LETTER TYPE THAT HAS FALLEN DUE AND
      * NOT YET BEEN SETTLED, UNTIL CNP-STATUS '10'. THE JOB KEEPS
      * WHAT IT NEEDS TO PRODUCE THE LETTER AGAIN (EXPPROG18 THE
      * WITHHELD STATEMENT, EXPPROG40 THE CDOUT OR AUDSEL RECORD)
      * AND RE-PRESENTS IT WITH A 'CHK ' CARRYING THE DEFERRAL DATE;
      * THAT OUTCOME SETTLES THE DEFERRAL, OR PUTS IT OFF AGAIN. ONE
      * THE JOB CAN NO LONGER PRODUCE (GONE AWAY, ACCOUNT NOT FOUND)
      * IS SETTLED WITH A 'DROP', RECORDED AS SKIPPED.
      * EXPPROG24 AND EXPPROG62 NEED NO 'DUE ' - THEIR ACCOUNTS
      * COME ROUND AGAIN ON EVERY RUN (DORMANT, OR ON CDOUT).
      *
      * NO CONTRULE MEANS NO SUPPRESSION - EVERY LETTER GOES AND IS
      * STILL RECORDED. A LETTER TYPE WITH NO ROW (AS ISSUED, 'MX'
      * AND 'TX') IS NEVER HELD BACK AND RANKS BELOW EVERY TYPE THAT
      * HAS ONE, BUT STILL COUNTS AGAINST THE OTHERS' GAPS.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT CONT-RULE-FILE ASSIGN TO CONTRULE
           FILE STATUS IS WS-RULE-STATUS.
           SELECT CONT-HIST-FILE ASSIGN TO CONTHIST
           FILE STATUS IS WS-HIST-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD CONT-RULE-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 CONT-RULE-REC.
           03 CR-LETTER-TYPE    PIC X(2).
           03 CR-PRIORITY       PIC 9(2).
           03 CR-SAME-DAYS      PIC 9(3).
           03 CR-ANY-DAYS       PIC 9(3).
           03 CR-ACTION         PIC X(1).
           03 FILLER            PIC X(69).

       FD CONT-HIST-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 CONT-HIST-REC.
           COPY CNTHST.

       WORKING-STORAGE SECTION.
       01 WS-RULE-STATUS        PIC X(2).
           88 RULE-OK           VALUE "00".
           88 RULE-NOTFOUND     VALUE "35".
       01 WS-HIST-STATUS        PIC X(2).
           88 HIST-OK           VALUE "00".
           88 HIST-NOTFOUND     VALUE "35".

       01 WS-EOF-FLAG           PIC X.
           88 INPUT-DONE        VALUE 'Y'.
       01 WS-LOADED-FLAG        PIC X VALUE 'N'.
           88 TABLE-LOADED      VALUE 'Y'.

      *CONTRULE ROWS
       01 WS-RULE-TABLE.
           03 WS-RULE-ENTRY OCCURS 20 TIMES.
               05 WS-RULE-TYPE      PIC X(2).
               05 WS-RULE-PRIORITY  PIC 9(2).
               05 WS-RULE-SAME      PIC 9(3).
               05 WS-RULE-ANY       PIC 9(3).
               05 WS-RULE-ACTION    PIC X(1).
       01 WS-RULE-COUNT         PIC 9(2) VALUE 0.
       01 WS-RULE-IDX           PIC 9(2).
       01 WS-RULE-PICK          PIC 9(2).
      *THE LONGEST GAP ON ANY RULE - OLDER HISTORY CANNOT MATTER
       01 WS-MAX-GAP            PIC 9(3) VALUE 0.

      *MASTERFILE ACCOUNT TO CDCUST ACCOUNT, FROM CDXREF
       01 WS-XREF-TABLE.
           03 WS-XREF-ENTRY OCCURS 2000 TIMES.
               05 WS-XREF-MAST      PIC X(5).
               05 WS-XREF-CD        PIC X(8).
       01 WS-XREF-COUNT         PIC 9(4) VALUE 0.
       01 WS-XREF-IDX           PIC 9(4).

      *THE LAST LETTER OF EACH TYPE SENT TO EACH ACCOUNT WITHIN THE
      *LONGEST GAP (OR ON THE BUSINESS DATE ITSELF), THE JOB THAT
      *SENT IT, AND WS-SENT-ORIGIN 'P' IF AN EARLIER RUN SENT IT,
      *'T' IF THIS RUN DID
       01 WS-SENT-TABLE.
           03 WS-SENT-ENTRY OCCURS 5000 TIMES.
               05 WS-SENT-ACCOUNT   PIC X(8).
               05 WS-SENT-TYPE      PIC X(2).
               05 WS-SENT-DATE      PIC 9(8).
               05 WS-SENT-JOB       PIC X(8).
               05 WS-SENT-ORIGIN    PIC X(1).
       01 WS-SENT-COUNT         PIC 9(4) VALUE 0.
       01 WS-SENT-IDX           PIC 9(4).
       01 WS-SENT-PICK          PIC 9(4).
       01 WS-NOTE-ORIGIN        PIC X(1).
       01 WS-EARLIER-SEND-FLAG  PIC X VALUE 'N'.
           88 SENT-EARLIER-TODAY VALUE 'Y'.

      *THE CALLING JOB'S DEFERRED LETTERS, FOR 'DUE ' - WS-DEF-OPEN
      *'N' ONCE A LATER ROW HAS SETTLED ONE
       01 WS-DEFER-TABLE.
           03 WS-DEF-ENTRY OCCURS 1000 TIMES.
               05 WS-DEF-ACCOUNT    PIC X(8).
               05 WS-DEF-ID         PIC X(8).
               05 WS-DEF-DUE        PIC X(8).
               05 WS-DEF-BLOCK-TYPE PIC X(2).
               05 WS-DEF-BLOCK-DATE PIC X(8).
               05 WS-DEF-OPEN       PIC X(1).
       01 WS-DEF-COUNT          PIC 9(4) VALUE 0.
       01 WS-DEF-IDX            PIC 9(4).
       01 WS-DEF-PICK           PIC 9(4).
       01 WS-DEF-NEXT           PIC 9(4) VALUE 1.
       01 WS-FIND-DEFER-ID      PIC X(8).
       01 WS-DEF-OPEN-COUNT     PIC 9(4).
      *THE JOB AND LETTER TYPE THE TABLE WAS BUILT FOR
       01 WS-DEF-LOADED-KEY.
           03 WS-DEF-LOADED-JOB  PIC X(8) VALUE SPACES.
           03 WS-DEF-LOADED-TYPE PIC X(2) VALUE SPACES.
       01 WS-DEF-FOUND-FLAG     PIC X VALUE 'N'.
           88 DEFERRAL-FOUND    VALUE 'Y'.

      *IOMOD ACTION/FILE-ID CONSTANTS FOR THE CDXREF WALK.
       01 WS-GENERAL-FILLER.
           03 WS-CLOSE              PIC X(4) VALUE 'C   '.
           03 WS-OPEN-KEYED2        PIC X(4) VALUE 'OK2 '.
           03 WS-READ-NEXT-KEYED2   PIC X(4) VALUE 'RN2 '.
               88 XREF-SCAN-EOF              VALUE 'RSEF'.
           03 WS-FILE-KEY2          PIC X(8) VALUE 'FILEKEY2'.
           03 WS-XREF-FILENAME      PIC X(8) VALUE 'CDXREF'.
       01 WS-IO-STATUS          PIC X(2).
           88 IO-OK             VALUE "00".

      *CDXREF RECORD - KEYED ON THE 8-CHARACTER MERGE-CHAIN ACCOUNT.
       01 XREF-RECORD.
           03 XR-CD-ACCOUNT          PIC X(8).
           03 XR-MAST-ACCOUNT        PIC X(5).
           03 XR-LOAD-DATE           PIC X(8).
           03 XR-FILLER              PIC X(59).

      *THE CALL BEING DECIDED
       01 WS-KEY-ACCOUNT        PIC X(8).
       01 WS-KEY-SCOPE          PIC X(1).
       01 WS-MY-PRIORITY        PIC 9(2).
       01 WS-MY-SAME            PIC 9(3).
       01 WS-MY-ANY             PIC 9(3).
       01 WS-MY-ACTION          PIC X(1).
       01 WS-FIND-TYPE          PIC X(2).
       01 WS-OTHER-PRIORITY     PIC 9(2).
       01 WS-GAP                PIC 9(3).
       01 WS-RUN-NUM            PIC 9(8).
       01 WS-RUN-DAYS           PIC 9(8).
       01 WS-CUTOFF-DAYS        PIC S9(8).
       01 WS-SENT-DAYS          PIC 9(8).
       01 WS-ELAPSED            PIC S9(8).
       01 WS-DUE-DAYS           PIC 9(8).
       01 WS-BEST-DUE-DAYS      PIC 9(8).
       01 WS-DUE-NUM            PIC 9(8).

       LINKAGE SECTION.
       01 LS-CONT-PARMS.
           COPY CNTPRM.
      *
       PROCEDURE DIVISION USING LS-CONT-PARMS.
       A100-CONTACT           SECTION.
           MOVE '00' TO CNP-STATUS
           IF NOT TABLE-LOADED
               PERFORM B100-LOAD-RULES
               IF CNP-OPEN
                   PERFORM B200-LOAD-XREF
               END-IF
               PERFORM B300-LOAD-HISTORY
           END-IF
           IF CNP-CHECK
               PERFORM C100-DECIDE
               IF NOT SENT-EARLIER-TODAY
                   PERFORM D100-RECORD-CONTACT
               END-IF
           END-IF
           IF CNP-DROP
               PERFORM C200-DROP-LETTER
               PERFORM D100-RECORD-CONTACT
           END-IF
           IF CNP-DUE
               PERFORM E100-NEXT-DUE
           END-IF
           GOBACK.

      *------------------------------------------
       B100-LOAD-RULES        SECTION.
           SET TABLE-LOADED TO TRUE
           MOVE CNP-RUN-DATE TO WS-RUN-NUM
           COMPUTE WS-RUN-DAYS = FUNCTION INTEGER-OF-DATE(WS-RUN-NUM)
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CONT-RULE-FILE
           IF RULE-NOTFOUND
               DISPLAY "CONTMOD - NO CONTRULE, NO LETTERS SUPPRESSED"
               GO TO B100-EXIT
           END-IF
           IF NOT RULE-OK
               DISPLAY "CONTMOD - COULD NOT OPEN CONTRULE, STATUS "
                       WS-RULE-STATUS ", NO LETTERS SUPPRESSED"
               GO TO B100-EXIT
           END-IF
           PERFORM UNTIL INPUT-DONE
               READ CONT-RULE-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       PERFORM B110-ADD-RULE
               END-READ
           END-PERFORM
           CLOSE CONT-RULE-FILE
           DISPLAY "STATUS - " WS-RULE-COUNT " CONTACT RULE(S) LOADED".
       B100-EXIT.
           EXIT.

       B110-ADD-RULE          SECTION.
           IF CR-LETTER-TYPE = SPACES
                   OR CR-PRIORITY NOT NUMERIC
                   OR CR-SAME-DAYS NOT NUMERIC
                   OR CR-ANY-DAYS NOT NUMERIC
               DISPLAY "CONTMOD - CONTRULE ROW '" CR-LETTER-TYPE
                       "' NOT VALID, IGNORED"
               GO TO B110-EXIT
           END-IF
           IF WS-RULE-COUNT NOT < 20
               DISPLAY "CONTMOD - RULE TABLE FULL, '" CR-LETTER-TYPE
                       "' IGNORED"
               GO TO B110-EXIT
           END-IF
           ADD 1 TO WS-RULE-COUNT
           MOVE CR-LETTER-TYPE TO WS-RULE-TYPE(WS-RULE-COUNT)
           MOVE CR-PRIORITY TO WS-RULE-PRIORITY(WS-RULE-COUNT)
           MOVE CR-SAME-DAYS TO WS-RULE-SAME(WS-RULE-COUNT)
           MOVE CR-ANY-DAYS TO WS-RULE-ANY(WS-RULE-COUNT)
           IF CR-ACTION = 'D'
               MOVE 'D' TO WS-RULE-ACTION(WS-RULE-COUNT)
           ELSE
               MOVE 'S' TO WS-RULE-ACTION(WS-RULE-COUNT)
           END-IF
           IF CR-SAME-DAYS > WS-MAX-GAP
               MOVE CR-SAME-DAYS TO WS-MAX-GAP
           END-IF
           IF CR-ANY-DAYS > WS-MAX-GAP
               MOVE CR-ANY-DAYS TO WS-MAX-GAP
           END-IF.
       B110-EXIT.
           EXIT.

      *ONE WALK OF CDXREF. NO CDXREF MEANS EACH STREAM'S ACCOUNTS
      *ARE KEPT APART.
       B200-LOAD-XREF         SECTION.
           CALL 'IOMOD'
             USING WS-OPEN-KEYED2
                   WS-FILE-KEY2
                   XREF-RECORD
                   WS-IO-STATUS
                   WS-XREF-FILENAME
           IF NOT IO-OK
               DISPLAY "CONTMOD - CDXREF NOT AVAILABLE, STATUS "
                       WS-IO-STATUS " - STREAMS NOT LINKED"
               GO TO B200-EXIT
           END-IF
           PERFORM UNTIL XREF-SCAN-EOF
               CALL 'IOMOD'
                 USING WS-READ-NEXT-KEYED2
                       WS-FILE-KEY2
                       XREF-RECORD
                       WS-IO-STATUS
                       WS-XREF-FILENAME
               IF NOT XREF-SCAN-EOF
                   IF WS-XREF-COUNT < 2000
                       ADD 1 TO WS-XREF-COUNT
                       MOVE XR-MAST-ACCOUNT
                         TO WS-XREF-MAST(WS-XREF-COUNT)
                       MOVE XR-CD-ACCOUNT
                         TO WS-XREF-CD(WS-XREF-COUNT)
                   ELSE
                       DISPLAY "CONTMOD - CROSS-REFERENCE TABLE FULL, "
                               XR-MAST-ACCOUNT " NOT LINKED"
                   END-IF
               END-IF
           END-PERFORM
           CALL 'IOMOD'
             USING WS-CLOSE
                   WS-FILE-KEY2
                   XREF-RECORD
                   WS-IO-STATUS
                   WS-XREF-FILENAME.
       B200-EXIT.
           EXIT.

      *ONLY LETTERS SENT INSIDE THE LONGEST GAP CAN HOLD ANYTHING
      *BACK; FOR EACH ACCOUNT AND TYPE THE LATEST IS KEPT. THOSE
      *SENT ON THE BUSINESS DATE ITSELF ARE KEPT WHATEVER THE GAP,
      *SO A RERUN KNOWS WHAT THE FIRST RUN SENT.
       B300-LOAD-HISTORY      SECTION.
           COMPUTE WS-CUTOFF-DAYS = WS-RUN-DAYS - WS-MAX-GAP
           MOVE 'P' TO WS-NOTE-ORIGIN
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CONT-HIST-FILE
           IF HIST-NOTFOUND
               GO TO B300-EXIT
           END-IF
           IF NOT HIST-OK
               DISPLAY "CONTMOD - COULD NOT OPEN CONTHIST, STATUS "
                       WS-HIST-STATUS ", NO HISTORY APPLIED"
               GO TO B300-EXIT
           END-IF
           PERFORM UNTIL INPUT-DONE
               READ CONT-HIST-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       IF CH-OUTCOME = 'S' AND CH-BUS-DATE NUMERIC
                           MOVE CH-BUS-DATE TO WS-DUE-NUM
                           COMPUTE WS-SENT-DAYS =
                                   FUNCTION INTEGER-OF-DATE(WS-DUE-NUM)
                           IF WS-SENT-DAYS > WS-CUTOFF-DAYS
                                   OR CH-BUS-DATE = CNP-RUN-DATE
                               MOVE CH-ACCOUNT TO WS-KEY-ACCOUNT
                               PERFORM B310-NOTE-SENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONT-HIST-FILE
           DISPLAY "STATUS - " WS-SENT-COUNT " RECENT CONTACT(S) "
                   "LOADED".
       B300-EXIT.
           EXIT.

       B310-NOTE-SENT         SECTION.
           MOVE 0 TO WS-SENT-PICK
           PERFORM VARYING WS-SENT-IDX FROM 1 BY 1
                   UNTIL WS-SENT-IDX > WS-SENT-COUNT
                      OR WS-SENT-PICK > 0
               IF WS-SENT-ACCOUNT(WS-SENT-IDX) = WS-KEY-ACCOUNT
                       AND WS-SENT-TYPE(WS-SENT-IDX) = CH-LETTER-TYPE
                   MOVE WS-SENT-IDX TO WS-SENT-PICK
               END-IF
           END-PERFORM
           IF WS-SENT-PICK = 0
               IF WS-SENT-COUNT < 5000
                   ADD 1 TO WS-SENT-COUNT
                   MOVE WS-SENT-COUNT TO WS-SENT-PICK
                   MOVE WS-KEY-ACCOUNT TO WS-SENT-ACCOUNT(WS-SENT-PICK)
                   MOVE CH-LETTER-TYPE TO WS-SENT-TYPE(WS-SENT-PICK)
                   MOVE 0 TO WS-SENT-DATE(WS-SENT-PICK)
               ELSE
                   DISPLAY "CONTMOD - CONTACT TABLE FULL, "
                           WS-KEY-ACCOUNT " NOT HELD"
                   GO TO B310-EXIT
               END-IF
           END-IF
           IF CH-BUS-DATE NOT < WS-SENT-DATE(WS-SENT-PICK)
               MOVE CH-BUS-DATE TO WS-SENT-DATE(WS-SENT-PICK)
               MOVE CH-JOB-NAME TO WS-SENT-JOB(WS-SENT-PICK)
               MOVE WS-NOTE-ORIGIN TO WS-SENT-ORIGIN(WS-SENT-PICK)
           END-IF.
       B310-EXIT.
           EXIT.

      *------------------------------------------
      *EVERY RECENT LETTER TO THE ACCOUNT IS WEIGHED; THE ONE THAT
      *HOLDS THE LETTER BACK LONGEST DECIDES THE DUE DATE.
       C100-DECIDE            SECTION.
           SET CNP-SEND TO TRUE
           MOVE SPACES TO CNP-BLOCK-TYPE
           MOVE SPACES TO CNP-BLOCK-DATE
           MOVE SPACES TO CNP-DUE-DATE
           PERFORM C120-SET-KEY-ACCOUNT
           PERFORM C130-CHECK-EARLIER-SEND
           IF SENT-EARLIER-TODAY
               GO TO C100-EXIT
           END-IF
           MOVE CNP-LETTER-TYPE TO WS-FIND-TYPE
           PERFORM X100-FIND-RULE
           IF WS-RULE-PICK = 0
               GO TO C100-EXIT
           END-IF
           MOVE WS-RULE-ACTION(WS-RULE-PICK) TO WS-MY-ACTION
           MOVE WS-RULE-PRIORITY(WS-RULE-PICK) TO WS-MY-PRIORITY
           MOVE WS-RULE-SAME(WS-RULE-PICK) TO WS-MY-SAME
           MOVE WS-RULE-ANY(WS-RULE-PICK) TO WS-MY-ANY
           MOVE 0 TO WS-BEST-DUE-DAYS
           PERFORM VARYING WS-SENT-IDX FROM 1 BY 1
                   UNTIL WS-SENT-IDX > WS-SENT-COUNT
               IF WS-SENT-ACCOUNT(WS-SENT-IDX) = WS-KEY-ACCOUNT
                   PERFORM C110-WEIGH-ONE-LETTER
               END-IF
           END-PERFORM
           IF WS-BEST-DUE-DAYS > 0
               IF WS-MY-ACTION = 'D'
                   SET CNP-DEFER TO TRUE
               ELSE
                   SET CNP-SKIP TO TRUE
               END-IF
               COMPUTE WS-DUE-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-BEST-DUE-DAYS)
               MOVE WS-DUE-NUM TO CNP-DUE-DATE
           END-IF.
       C100-EXIT.
           EXIT.

       C110-WEIGH-ONE-LETTER  SECTION.
           MOVE WS-SENT-DATE(WS-SENT-IDX) TO WS-DUE-NUM
           COMPUTE WS-SENT-DAYS = FUNCTION INTEGER-OF-DATE(WS-DUE-NUM)
           COMPUTE WS-ELAPSED = WS-RUN-DAYS - WS-SENT-DAYS
           IF WS-ELAPSED < 0
               GO TO C110-EXIT
           END-IF
           IF WS-SENT-TYPE(WS-SENT-IDX) = CNP-LETTER-TYPE
               MOVE WS-MY-SAME TO WS-GAP
               IF WS-MY-ANY > WS-GAP
                   MOVE WS-MY-ANY TO WS-GAP
               END-IF
           ELSE
               MOVE WS-SENT-TYPE(WS-SENT-IDX) TO WS-FIND-TYPE
               PERFORM X100-FIND-RULE
               IF WS-RULE-PICK = 0
                   MOVE 99 TO WS-OTHER-PRIORITY
               ELSE
                   MOVE WS-RULE-PRIORITY(WS-RULE-PICK)
                     TO WS-OTHER-PRIORITY
               END-IF
               IF WS-ELAPSED = 0
                       AND WS-OTHER-PRIORITY > WS-MY-PRIORITY
                   GO TO C110-EXIT
               END-IF
               MOVE WS-MY-ANY TO WS-GAP
           END-IF
           IF WS-ELAPSED NOT < WS-GAP
               GO TO C110-EXIT
           END-IF
           COMPUTE WS-DUE-DAYS = WS-SENT-DAYS + WS-GAP
           IF WS-DUE-DAYS > WS-BEST-DUE-DAYS
               MOVE WS-DUE-DAYS TO WS-BEST-DUE-DAYS
               MOVE WS-SENT-TYPE(WS-SENT-IDX) TO CNP-BLOCK-TYPE
               MOVE WS-SENT-DATE(WS-SENT-IDX) TO CNP-BLOCK-DATE
           END-IF.
       C110-EXIT.
           EXIT.

      *A MASTERFILE ACCOUNT IS FILED UNDER ITS CDCUST ACCOUNT WHERE
      *CDXREF HAS ONE.
       C120-SET-KEY-ACCOUNT   SECTION.
           MOVE CNP-SCOPE TO WS-KEY-SCOPE
           MOVE CNP-ACCOUNT TO WS-KEY-ACCOUNT
           IF CNP-SCOPE = 'M'
               PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
                       UNTIL WS-XREF-IDX > WS-XREF-COUNT
                   IF WS-XREF-MAST(WS-XREF-IDX) = CNP-ACCOUNT(1:5)
                       MOVE WS-XREF-CD(WS-XREF-IDX) TO WS-KEY-ACCOUNT
                       MOVE 'C' TO WS-KEY-SCOPE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           .

      *THIS JOB'S OWN LETTER OF THIS TYPE, SENT TO THE ACCOUNT BY AN
      *EARLIER RUN OF THE SAME BUSINESS DATE, IS THE LETTER NOW IN
      *HAND. IT IS TAKEN AS THIS RUN'S FROM HERE ON, SO A SECOND ONE
      *IN THE SAME RUN IS WEIGHED AGAINST IT AS THE FIRST RUN DID.
       C130-CHECK-EARLIER-SEND SECTION.
           MOVE 'N' TO WS-EARLIER-SEND-FLAG
           PERFORM VARYING WS-SENT-IDX FROM 1 BY 1
                   UNTIL WS-SENT-IDX > WS-SENT-COUNT
                      OR SENT-EARLIER-TODAY
               IF WS-SENT-ACCOUNT(WS-SENT-IDX) = WS-KEY-ACCOUNT
                       AND WS-SENT-TYPE(WS-SENT-IDX) = CNP-LETTER-TYPE
                       AND WS-SENT-DATE(WS-SENT-IDX) = WS-RUN-NUM
                       AND WS-SENT-JOB(WS-SENT-IDX) = CNP-JOB-NAME
                       AND WS-SENT-ORIGIN(WS-SENT-IDX) = 'P'
                   SET SENT-EARLIER-TODAY TO TRUE
                   MOVE 'T' TO WS-SENT-ORIGIN(WS-SENT-IDX)
               END-IF
           END-PERFORM
           .

      *A DEFERRED LETTER THE JOB CANNOT PRODUCE AFTER ALL - NOTHING
      *TO DECIDE; IT GOES ON THE HISTORY AS SKIPPED, SETTLING THE
      *DEFERRAL.
       C200-DROP-LETTER       SECTION.
           SET CNP-SKIP TO TRUE
           MOVE SPACES TO CNP-BLOCK-TYPE
           MOVE SPACES TO CNP-BLOCK-DATE
           MOVE SPACES TO CNP-DUE-DATE
           PERFORM C120-SET-KEY-ACCOUNT
           .

      *------------------------------------------
      *EVERY DECISION GOES ON THE HISTORY; A LETTER SENT ALSO
      *COUNTS AT ONCE AGAINST THE REST OF THIS RUN.
       D100-RECORD-CONTACT    SECTION.
           MOVE SPACES TO CONT-HIST-REC
           MOVE WS-KEY-ACCOUNT TO CH-ACCOUNT
           MOVE WS-KEY-SCOPE TO CH-SCOPE
           MOVE CNP-LETTER-TYPE TO CH-LETTER-TYPE
           MOVE CNP-RUN-DATE TO CH-BUS-DATE
           MOVE CNP-JOB-NAME TO CH-JOB-NAME
           MOVE CNP-DECISION TO CH-OUTCOME
           IF CNP-DEFER
               MOVE CNP-DUE-DATE TO CH-DUE-DATE
           END-IF
           MOVE CNP-BLOCK-TYPE TO CH-BLOCK-TYPE
           MOVE CNP-BLOCK-DATE TO CH-BLOCK-DATE
           MOVE CNP-ACCOUNT TO CH-SOURCE-ACCOUNT
           IF CNP-DEFER-DATE NUMERIC
               MOVE CNP-DEFER-DATE TO CH-DEFER-DATE
           END-IF
           IF CNP-SEND
               MOVE 'T' TO WS-NOTE-ORIGIN
               PERFORM B310-NOTE-SENT
           END-IF
           OPEN EXTEND CONT-HIST-FILE
           IF NOT HIST-OK
               OPEN OUTPUT CONT-HIST-FILE
           END-IF
           IF HIST-OK
               WRITE CONT-HIST-REC
               CLOSE CONT-HIST-FILE
           ELSE
               DISPLAY "CONTMOD - COULD NOT WRITE CONTHIST, STATUS "
                       WS-HIST-STATUS " - " CNP-LETTER-TYPE " TO "
                       CNP-ACCOUNT " NOT RECORDED"
               MOVE '08' TO CNP-STATUS
           END-IF
           .

      *------------------------------------------
      *THE NEXT OF THE CALLER'S DEFERRED LETTERS NOW DUE, OR '10'
      *WHEN THERE ARE NO MORE.
       E100-NEXT-DUE          SECTION.
           IF WS-DEF-LOADED-JOB NOT = CNP-JOB-NAME
                   OR WS-DEF-LOADED-TYPE NOT = CNP-LETTER-TYPE
               PERFORM E200-LOAD-DEFERRALS
               MOVE 1 TO WS-DEF-NEXT
           END-IF
           MOVE 'N' TO WS-DEF-FOUND-FLAG
           PERFORM VARYING WS-DEF-IDX FROM WS-DEF-NEXT BY 1
                   UNTIL WS-DEF-IDX > WS-DEF-COUNT
                      OR DEFERRAL-FOUND
               IF WS-DEF-OPEN(WS-DEF-IDX) = 'Y'
                       AND WS-DEF-DUE(WS-DEF-IDX) NOT > CNP-RUN-DATE
                   SET DEFERRAL-FOUND TO TRUE
                   MOVE WS-DEF-ACCOUNT(WS-DEF-IDX) TO CNP-ACCOUNT
                   MOVE WS-DEF-ID(WS-DEF-IDX) TO CNP-DEFER-DATE
                   MOVE WS-DEF-DUE(WS-DEF-IDX) TO CNP-DUE-DATE
                   MOVE WS-DEF-BLOCK-TYPE(WS-DEF-IDX) TO CNP-BLOCK-TYPE
                   MOVE WS-DEF-BLOCK-DATE(WS-DEF-IDX) TO CNP-BLOCK-DATE
                   SET CNP-DEFER TO TRUE
               END-IF
           END-PERFORM
           MOVE WS-DEF-IDX TO WS-DEF-NEXT
           IF NOT DEFERRAL-FOUND
               MOVE SPACES TO CNP-ACCOUNT
               MOVE SPACES TO CNP-DEFER-DATE
               MOVE '10' TO CNP-STATUS
           END-IF
           .

      *ONE PASS OF CONTHIST IN THE ORDER IT WAS WRITTEN. A DEFERRAL
      *IS KNOWN BY ITS ACCOUNT AND THE DATE IT WAS FIRST DEFERRED;
      *A LATER ROW CARRYING THAT DATE SETTLES IT, OR - IF DEFERRED
      *AGAIN - MOVES ITS DUE DATE ON.
       E200-LOAD-DEFERRALS    SECTION.
           MOVE CNP-JOB-NAME TO WS-DEF-LOADED-JOB
           MOVE CNP-LETTER-TYPE TO WS-DEF-LOADED-TYPE
           MOVE 0 TO WS-DEF-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CONT-HIST-FILE
           IF HIST-NOTFOUND
               GO TO E200-EXIT
           END-IF
           IF NOT HIST-OK
               DISPLAY "CONTMOD - COULD NOT OPEN CONTHIST, STATUS "
                       WS-HIST-STATUS ", NO DEFERRED LETTERS RELEASED"
               GO TO E200-EXIT
           END-IF
           PERFORM UNTIL INPUT-DONE
               READ CONT-HIST-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       IF CH-JOB-NAME = CNP-JOB-NAME
                               AND CH-LETTER-TYPE = CNP-LETTER-TYPE
                           PERFORM E210-NOTE-DEFERRAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONT-HIST-FILE
           MOVE 0 TO WS-DEF-OPEN-COUNT
           PERFORM VARYING WS-DEF-IDX FROM 1 BY 1
                   UNTIL WS-DEF-IDX > WS-DEF-COUNT
               IF WS-DEF-OPEN(WS-DEF-IDX) = 'Y'
                   ADD 1 TO WS-DEF-OPEN-COUNT
               END-IF
           END-PERFORM
           DISPLAY "STATUS - " WS-DEF-OPEN-COUNT " DEFERRED "
                   CNP-LETTER-TYPE " LETTER(S) OUTSTANDING FOR "
                   CNP-JOB-NAME.
       E200-EXIT.
           EXIT.

       E210-NOTE-DEFERRAL     SECTION.
           IF CH-DEFER-DATE = SPACES
               MOVE CH-BUS-DATE TO WS-FIND-DEFER-ID
           ELSE
               MOVE CH-DEFER-DATE TO WS-FIND-DEFER-ID
           END-IF
           MOVE 0 TO WS-DEF-PICK
           PERFORM VARYING WS-DEF-IDX FROM 1 BY 1
                   UNTIL WS-DEF-IDX > WS-DEF-COUNT
                      OR WS-DEF-PICK > 0
               IF WS-DEF-ACCOUNT(WS-DEF-IDX) = CH-SOURCE-ACCOUNT
                       AND WS-DEF-ID(WS-DEF-IDX) = WS-FIND-DEFER-ID
                   MOVE WS-DEF-IDX TO WS-DEF-PICK
               END-IF
           END-PERFORM
           IF CH-OUTCOME NOT = 'D'
               IF WS-DEF-PICK > 0 AND CH-DEFER-DATE NOT = SPACES
                   MOVE 'N' TO WS-DEF-OPEN(WS-DEF-PICK)
               END-IF
               GO TO E210-EXIT
           END-IF
           IF WS-DEF-PICK = 0
               IF WS-DEF-COUNT < 1000
                   ADD 1 TO WS-DEF-COUNT
                   MOVE WS-DEF-COUNT TO WS-DEF-PICK
                   MOVE CH-SOURCE-ACCOUNT
                     TO WS-DEF-ACCOUNT(WS-DEF-PICK)
                   MOVE WS-FIND-DEFER-ID TO WS-DEF-ID(WS-DEF-PICK)
               ELSE
                   DISPLAY "CONTMOD - DEFERRAL TABLE FULL, "
                           CH-SOURCE-ACCOUNT " OF " WS-FIND-DEFER-ID
                           " NOT RELEASED"
                   GO TO E210-EXIT
               END-IF
           END-IF
           MOVE CH-DUE-DATE TO WS-DEF-DUE(WS-DEF-PICK)
           MOVE CH-BLOCK-TYPE TO WS-DEF-BLOCK-TYPE(WS-DEF-PICK)
           MOVE CH-BLOCK-DATE TO WS-DEF-BLOCK-DATE(WS-DEF-PICK)
           MOVE 'Y' TO WS-DEF-OPEN(WS-DEF-PICK).
       E210-EXIT.
           EXIT.

      *------------------------------------------
      *THE RULE ROW FOR WS-FIND-TYPE (ZERO - NONE)
       X100-FIND-RULE         SECTION.
           MOVE 0 TO WS-RULE-PICK
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               IF WS-RULE-PICK = 0
                       AND WS-RULE-TYPE(WS-RULE-IDX) = WS-FIND-TYPE
                   MOVE WS-RULE-IDX TO WS-RULE-PICK
               END-IF
           END-PERFORM
           .
