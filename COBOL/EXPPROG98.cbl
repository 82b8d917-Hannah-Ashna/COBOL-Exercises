       ID DIVISION.
       PROGRAM-ID. EXPPROG98.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * DAILY SUBLEDGER-TO-LEDGER CONTROL ACCOUNT RECONCILIATION.
      * THE ACCOUNT MASTERS AND THE LEDGER ARE KEPT BY DIFFERENT
      * JOBS - A GL EXTRACT RECORD LOST BETWEEN THE MERGE AND
      * EXPPROG25 WOULD LET THEM PART COMPANY WITHOUT ANYONE
      * NOTICING. THIS JOB PROVES EACH ACCOUNT POPULATION AGAINST
      * ITS CONTROL ACCOUNT ON LEDGMAST EVERY DAY.
      *
      *   SLCCTL - ONE ROW PER POPULATION: 'O' FOR THE LATEST
      *            OUTPUTFILE GENERATION (DTBPROG6, TOTAL OF THE
      *            SIGNED M-BALANCE) OR 'C' FOR CDOUT (THE MERGE
      *            CHAIN, TOTAL OF BALANCE-OUT), THE CONTROL LEDGER
      *            CODE IT PROVES AGAINST, AND THE ACCOUNT'S NORMAL
      *            SIDE - 'D' COMPARES THE LEDGER BALANCE AS IT
      *            STANDS, 'C' COMPARES IT REVERSED (EXPPROG80'S
      *            CONVENTION). POPULATIONS SHARING A CODE ARE
      *            PROVED TOGETHER.
      *
      * THE LATEST OUTPUTFILE GENERATION IS THE NEWEST ONE ON THE
      * GENERATION CATALOG (GENCAT). ANY DIFFERENCE BETWEEN THE
      * SUBLEDGER TOTAL AND THE LEDGER BALANCE IS EXPLAINED, AS FAR
      * AS IT CAN BE, BY:
      *   - HELD JOURNALS - LEGS ON THE CONTROL CODE WAITING ON
      *     HELDJRNL FOR A CLOSED PERIOD TO BE RE-DATED;
      *   - UNPOSTED EXTRACT RECORDS - GLEXTOUT RECORDS (AND
      *     EXPPROG99'S WRITE-OFF AND RECOVERY RECORDS ON GLEXTOU8,
      *     WHICH POST AGAINST THE SAME ACCOUNTS) WHOSE LEGS ON THE
      *     CONTROL CODE ARE NEITHER IN A JRNLOUT BATCH ON THE
      *     POSTING REGISTER (POSTREG) NOR HELD. EACH ONE IS LISTED
      *     SO IT CAN BE CHASED.
      * THE CONTROL CODE A RECORD REACHES IS FOUND THROUGH THE
      * GLMAPCTL ROWS IN FORCE TODAY, AS EXPPROG25 FINDS IT. THE
      * MERGE CHAIN WRITES NO GL EXTRACT, SO ONLY HELD JOURNALS CAN
      * EXPLAIN A CDOUT DIFFERENCE.
      *
      * WHATEVER IS LEFT IS UNEXPLAINED RESIDUE: AN 'E' ALERT IS
      * RAISED (ALRTMOD) KEYED BY THE CONTROL CODE AND THE RUN ENDS
      * RC 8. THE RECONCILIATION IS PRINTED ON SLCRPT.
      *
      * NO SLCCTL (OR NO USABLE ROW), NO GLMAPCTL, NO LEDGMAST, OR
      * A POPULATION'S ACCOUNTS CANNOT BE READ, RC 12 WITH NOTHING
      * PROVED. AN EXTRACT RECORD WITH NO MAPPING, A NON-NUMERIC
      * BALANCE OR A FULL TABLE, RC 4.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT SLC-CTRL-FILE ASSIGN TO SLCCTL
           FILE STATUS IS WS-SLCCTL-STATUS.
           SELECT GL-MAP-CTRL ASSIGN TO GLMAPCTL
           FILE STATUS IS WS-MAP-STATUS.
           SELECT GEN-CATALOG-FILE ASSIGN TO GENCAT
           FILE STATUS IS WS-CAT-STATUS.
           SELECT DTB-OUTPUT ASSIGN TO WS-DYN-DTB-NAME
           FILE STATUS IS WS-DTB-STATUS.
           SELECT ACC-FILEOUT ASSIGN TO CDOUT
           FILE STATUS IS WS-CDOUT-STATUS.
           SELECT LEDGER-MASTER ASSIGN TO LEDGMAST
           FILE STATUS IS WS-LEDG-STATUS.
           SELECT JOURNAL-INPUT ASSIGN TO JRNLOUT
           FILE STATUS IS WS-JRNL-STATUS.
           SELECT POST-REG-FILE ASSIGN TO POSTREG
           FILE STATUS IS WS-PREG-STATUS.
           SELECT HELD-JOURNAL ASSIGN TO HELDJRNL
           FILE STATUS IS WS-HELD-STATUS.
           SELECT GL-EXTRACT-FILE ASSIGN TO WS-DYN-EXT-NAME
           FILE STATUS IS WS-GLEXT-STATUS.
           SELECT SLC-RPT-FILE ASSIGN TO SLCRPT
           FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD SLC-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 SLC-CTRL-REC.
           03 SC-POPULATION        PIC X(1).
               88 SC-OUTPUTFILE    VALUE 'O'.
               88 SC-CDOUT         VALUE 'C'.
           03 SC-LEDGER-CODE       PIC X(8).
           03 SC-SIGN              PIC X(1).
           03 FILLER               PIC X(70).

      *EXPPROG25'S MARKER MAPPING LAYOUT - MUST BE KEPT IN STEP.
       FD GL-MAP-CTRL BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 GL-MAP-REC.
           03 GM-MARKER            PIC X(1).
           03 GM-DEBIT-LEDGER      PIC X(8).
           03 GM-CREDIT-LEDGER     PIC X(8).
           03 FILLER               PIC X(47).
           03 GM-EFF-FROM          PIC X(8).
           03 GM-EFF-TO            PIC X(8).

      *THE DTBPROG6 DRIVER'S CATALOG LAYOUT - MUST BE KEPT IN STEP.
       FD GEN-CATALOG-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 GEN-CATALOG-RECORD.
           03 GC-GEN-NAME          PIC X(8).
           03 GC-BUS-DATE          PIC X(8).
           03 GC-RECORD-COUNT      PIC 9(8).
           03 GC-BALANCE-TOTAL     PIC S9(11) SIGN LEADING SEPARATE.
           03 FILLER               PIC X(44).

       FD DTB-OUTPUT BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 DTB-OUTPUT-RECORD.
           COPY MASTREC REPLACING ==:PRE:== BY ==M==.

       FD ACC-FILEOUT BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 ACC-RECORD-OUT.
           COPY CDRECO.

      *EXPPROG50'S LEDGER MASTER LAYOUT - MUST BE KEPT IN STEP.
       FD LEDGER-MASTER BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 LEDGER-MASTER-REC.
           03 LM-LEDGER-CODE       PIC X(8).
           03 LM-DEBIT-TOTAL       PIC S9(13) SIGN LEADING SEPARATE.
           03 LM-CREDIT-TOTAL      PIC S9(13) SIGN LEADING SEPARATE.
           03 LM-BALANCE           PIC S9(13) SIGN LEADING SEPARATE.
           03 FILLER               PIC X(30).

      *EXPPROG25'S JOURNAL BATCH LAYOUT - MUST BE KEPT IN STEP.
       FD JOURNAL-INPUT BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 JOURNAL-RECORD.
           03 JR-LEDGER-CODE       PIC X(8).
           03 JR-DRCR              PIC X(2).
           03 JR-AMOUNT            PIC S9(9) SIGN LEADING SEPARATE.
           03 JR-SOURCE-JOB        PIC X(8).
           03 JR-ACCOUNT-NUM       PIC X(5).
           03 JR-MARKER            PIC X(1).
           03 JR-RUN-DATE          PIC X(8).
           03 FILLER               PIC X(37).
           03 JR-REC-TYPE          PIC X(1).
       01 JOURNAL-HEADER-RECORD REDEFINES JOURNAL-RECORD.
           03 JH-BATCH-DATE        PIC 9(8).
           03 JH-BATCH-SEQ         PIC 9(4).
           03 FILLER               PIC X(67).
           03 JH-REC-TYPE          PIC X(1).

      *EXPPROG50'S POSTING REGISTER LAYOUT - MUST BE KEPT IN STEP.
       FD POST-REG-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 POST-REG-REC.
           03 PR-BATCH-DATE        PIC 9(8).
           03 PR-BATCH-SEQ         PIC 9(4).
           03 PR-POSTED-DATE       PIC X(8).
           03 FILLER               PIC X(60).

      *HELD BATCHES CARRY THE JOURNAL LAYOUT ABOVE.
       FD HELD-JOURNAL BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 HELD-RECORD.
           03 HJ-LEDGER-CODE       PIC X(8).
           03 HJ-DRCR              PIC X(2).
           03 HJ-AMOUNT            PIC S9(9) SIGN LEADING SEPARATE.
           03 HJ-SOURCE-JOB        PIC X(8).
           03 HJ-ACCOUNT-NUM       PIC X(5).
           03 HJ-MARKER            PIC X(1).
           03 HJ-RUN-DATE          PIC X(8).
           03 FILLER               PIC X(37).
           03 HJ-REC-TYPE          PIC X(1).

       FD GL-EXTRACT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 GL-EXTRACT-RECORD.
           COPY GLEXT REPLACING ==:PRE:== BY ==GL==.

       FD SLC-RPT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 SLC-RPT-LINE             PIC X(80).

       FD RUN-LOG-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 RUN-LOG-RECORD.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE         PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP       PIC X(16) VALUE SPACES.

       01 WS-SLCCTL-STATUS         PIC X(2).
           88 SLCCTL-OK            VALUE "00".
       01 WS-MAP-STATUS            PIC X(2).
           88 MAP-OK               VALUE "00".
       01 WS-CAT-STATUS            PIC X(2).
           88 CAT-OK               VALUE "00".
       01 WS-DTB-STATUS            PIC X(2).
           88 DTB-OK               VALUE "00".
       01 WS-CDOUT-STATUS          PIC X(2).
           88 CDOUT-OK             VALUE "00".
       01 WS-LEDG-STATUS           PIC X(2).
           88 LEDG-OK              VALUE "00".
       01 WS-JRNL-STATUS           PIC X(2).
           88 JRNL-OK              VALUE "00".
       01 WS-PREG-STATUS           PIC X(2).
           88 PREG-OK              VALUE "00".
       01 WS-HELD-STATUS           PIC X(2).
           88 HELD-OK              VALUE "00".
       01 WS-GLEXT-STATUS          PIC X(2).
           88 GLEXT-OK             VALUE "00".
       01 WS-RPT-STATUS            PIC X(2).
           88 RPT-OK               VALUE "00".
       01 WS-RUNLOG-STATUS         PIC X(2).

       01 WS-EOF-FLAG              PIC X VALUE 'N'.
           88 INPUT-DONE           VALUE 'Y'.
       01 WS-DYN-DTB-NAME          PIC X(8) VALUE SPACES.
      *GLEXTOUT, THEN GLEXTOU8
       01 WS-DYN-EXT-NAME          PIC X(8) VALUE SPACES.
       01 WS-LATEST-GEN-DATE       PIC X(8) VALUE SPACES.

      *ONE ENTRY PER CONTROL CODE BEING PROVED. EVERY AMOUNT IS
      *HELD ON THE SUBLEDGER'S SIDE - THE LEDGER BALANCE, HELD
      *LEGS AND UNPOSTED RECORDS ARE REVERSED FOR A 'C' ACCOUNT.
       01 WS-CMP-TABLE.
           03 WS-CMP-ENTRY OCCURS 10 TIMES.
               05 WS-CMP-CODE      PIC X(8).
               05 WS-CMP-SIGN      PIC X(1).
               05 WS-CMP-POPS      PIC X(2).
               05 WS-CMP-ON-LEDGER PIC X(1).
               05 WS-CMP-SUBLEDGER PIC S9(13) COMP-3.
               05 WS-CMP-LEDGER    PIC S9(13) COMP-3.
               05 WS-CMP-HELD      PIC S9(13) COMP-3.
               05 WS-CMP-UNPOSTED  PIC S9(13) COMP-3.
               05 WS-CMP-RESIDUE   PIC S9(13) COMP-3.
       01 WS-CMP-COUNT             PIC 9(2) VALUE 0.
       01 WS-CMP-IDX               PIC 9(2).
       01 WS-CMP-PICK              PIC 9(2).
      *THE ENTRY EACH POPULATION FEEDS (ZERO - NOT PROVED TODAY)
       01 WS-POP-O-CMP             PIC 9(2) VALUE 0.
       01 WS-POP-C-CMP             PIC 9(2) VALUE 0.

      *GLMAPCTL ROWS IN FORCE TODAY, AS EXPPROG25 LOADS THEM.
       01 WS-MAP-TABLE.
           03 WS-MAP-ENTRY OCCURS 20 TIMES.
               05 WS-MAP-MARKER    PIC X(1).
               05 WS-MAP-DEBIT     PIC X(8).
               05 WS-MAP-CREDIT    PIC X(8).
       01 WS-MAP-COUNT             PIC 9(2) VALUE 0.
       01 WS-MAP-IDX               PIC 9(2).
       01 WS-MAP-PICK              PIC 9(2).

      *TODAY'S JRNLOUT BATCHES AND WHETHER POSTREG HAS THEM.
       01 WS-BATCH-TABLE.
           03 WS-BATCH-ENTRY OCCURS 50 TIMES.
               05 WS-BATCH-DATE    PIC 9(8).
               05 WS-BATCH-SEQ     PIC 9(4).
               05 WS-BATCH-POSTED  PIC X(1).
       01 WS-BATCH-COUNT           PIC 9(2) VALUE 0.
       01 WS-BATCH-IDX             PIC 9(2).
       01 WS-CUR-BATCH             PIC 9(2) VALUE 0.
       01 WS-POSTED-BATCHES        PIC 9(2) VALUE 0.

      *POSTED AND HELD LEGS ON A CONTROL CODE, EACH MATCHED TO AT
      *MOST ONE EXTRACT RECORD. THE EFFECT IS ON THE LEDGER
      *BALANCE - PLUS FOR A DEBIT, MINUS FOR A CREDIT.
       01 WS-LEG-TABLE.
           03 WS-LEG-ENTRY OCCURS 2000 TIMES.
               05 WS-LEG-CODE      PIC X(8).
               05 WS-LEG-ACCOUNT   PIC X(5).
               05 WS-LEG-MARKER    PIC X(1).
               05 WS-LEG-SOURCE    PIC X(8).
               05 WS-LEG-EFFECT    PIC S9(11) COMP-3.
               05 WS-LEG-USED      PIC X(1).
       01 WS-LEG-COUNT             PIC 9(4) VALUE 0.
       01 WS-LEG-IDX               PIC 9(4).
       01 WS-LEG-PICK              PIC 9(4).
       01 WS-LEG-DROPPED           PIC 9(6) VALUE 0.

       01 WS-EFFECT                PIC S9(11) COMP-3.
       01 WS-SIDE-AMOUNT           PIC S9(13) COMP-3.
       01 WS-EXT-CODE              PIC X(8).

       01 WS-RUN-INPUT-COUNT       PIC 9(8) VALUE 0.
       01 WS-DTB-COUNT             PIC 9(8) VALUE 0.
       01 WS-DTB-TOTAL             PIC S9(13) COMP-3 VALUE 0.
       01 WS-CDOUT-COUNT           PIC 9(8) VALUE 0.
       01 WS-CDOUT-TOTAL           PIC S9(13) COMP-3 VALUE 0.
       01 WS-BAD-BALANCE-COUNT     PIC 9(6) VALUE 0.
       01 WS-HELD-LEG-COUNT        PIC 9(6) VALUE 0.
       01 WS-EXT-COUNT             PIC 9(8) VALUE 0.
       01 WS-UNPOSTED-COUNT        PIC 9(6) VALUE 0.
       01 WS-UNMAPPED-COUNT        PIC 9(6) VALUE 0.
       01 WS-RESIDUE-COUNT         PIC 9(2) VALUE 0.

      *THE RUN'S RETURN CODE, HELD HERE BECAUSE EVERY CALL RESETS
      *RETURN-CODE
       01 WS-RUN-RC                PIC 9(4) VALUE 0.

      *STRUCTURED ALERTS (ALRTMOD) FOR EVERY UNEXPLAINED RESIDUE.
       01 WS-ALERT-JOB             PIC X(8) VALUE 'EXPPRG98'.
       01 WS-ALERT-SEVERITY        PIC X(1).
       01 WS-ALERT-MESSAGE         PIC X(40).
       01 WS-ALERT-KEY             PIC X(8).
       01 WS-ALERT-AMOUNT          PIC -(12)9.

      *RECONCILIATION REPORT LINES
       01 RPT-HEAD-LINE.
           03 FILLER               PIC X(49) VALUE
              'SUBLEDGER TO LEDGER CONTROL RECONCILIATION AS AT '.
           03 RH-DATE              PIC X(8).
           03 FILLER               PIC X(23) VALUE SPACES.
       01 RPT-POP-LINE.
           03 RP-LABEL             PIC X(24).
           03 RP-NAME              PIC X(8).
           03 FILLER               PIC X(10) VALUE '  RECORDS '.
           03 RP-COUNT             PIC Z(7)9.
           03 FILLER               PIC X(8) VALUE '  TOTAL '.
           03 RP-TOTAL             PIC -(13)9.
           03 FILLER               PIC X(8) VALUE SPACES.
       01 RPT-UNPOSTED-HEAD        PIC X(80) VALUE
           'UNPOSTED EXTRACT RECORDS (GLEXTOUT, GLEXTOU8)'.
       01 RPT-UNPOSTED-LINE.
           03 FILLER               PIC X(2) VALUE SPACES.
           03 RU-CODE              PIC X(8).
           03 FILLER               PIC X(9) VALUE ' ACCOUNT '.
           03 RU-ACCOUNT           PIC X(5).
           03 FILLER               PIC X(8) VALUE ' MARKER '.
           03 RU-MARKER            PIC X(1).
           03 FILLER               PIC X(1) VALUE SPACE.
           03 RU-SOURCE            PIC X(8).
           03 FILLER               PIC X(1) VALUE SPACE.
           03 RU-RUN-DATE          PIC X(8).
           03 FILLER               PIC X(1) VALUE SPACE.
           03 RU-AMOUNT            PIC -(11)9.
           03 FILLER               PIC X(16) VALUE SPACES.
       01 RPT-NONE-UNPOSTED        PIC X(80) VALUE
           '  NONE'.
       01 RPT-CODE-LINE.
           03 FILLER               PIC X(16) VALUE
              'CONTROL ACCOUNT '.
           03 RC-CODE              PIC X(8).
           03 FILLER               PIC X(8) VALUE '  SIDE '.
           03 RC-SIGN              PIC X(1).
           03 FILLER               PIC X(15) VALUE
              '  POPULATIONS '.
           03 RC-POPS              PIC X(2).
           03 RC-NOTE              PIC X(30).
       01 RPT-AMOUNT-LINE.
           03 FILLER               PIC X(2) VALUE SPACES.
           03 RA-LABEL             PIC X(30).
           03 RA-AMOUNT            PIC -(13)9.
           03 FILLER               PIC X(2) VALUE SPACES.
           03 RA-NOTE              PIC X(32).
       01 BLANKLINE                PIC X(80) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING CONTROL ACCOUNT RECONCILIATION"
           PERFORM B100-READ-CONTROL
           PERFORM B200-LOAD-MAP-TABLE
           OPEN OUTPUT SLC-RPT-FILE
           IF NOT RPT-OK
               DISPLAY "ERROR - COULD NOT OPEN SLCRPT, STATUS "
                       WS-RPT-STATUS " - NOTHING PROVED"
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE WS-BUSINESS-DATE TO RH-DATE
           WRITE SLC-RPT-LINE FROM RPT-HEAD-LINE
           WRITE SLC-RPT-LINE FROM BLANKLINE
           IF WS-POP-O-CMP > 0
               PERFORM C100-TOTAL-OUTPUTFILE
           END-IF
           IF WS-POP-C-CMP > 0
               PERFORM C200-TOTAL-CDOUT
           END-IF
           PERFORM C300-READ-LEDGER
           PERFORM D100-LOAD-POSTED-LEGS
           PERFORM D200-LOAD-HELD-LEGS
           PERFORM E100-CHECK-EXTRACT
           PERFORM F100-PROVE-CONTROL-CODES
           CLOSE SLC-RPT-FILE
           IF WS-LEG-DROPPED > 0 OR WS-UNMAPPED-COUNT > 0
                   OR WS-BAD-BALANCE-COUNT > 0
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF
           MOVE WS-RUN-RC TO RETURN-CODE
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - " WS-CMP-COUNT " CONTROL ACCOUNT(S) "
                   "PROVED, " WS-RESIDUE-COUNT " WITH UNEXPLAINED "
                   "RESIDUE"
           DISPLAY "STATUS - CONTROL ACCOUNT RECONCILIATION DONE"
           GOBACK
           .

      *------------------------------------------
      *ONE ROW PER POPULATION. A SECOND ROW FOR THE SAME
      *POPULATION IS IGNORED; A POPULATION WITH NO ROW IS NOT
      *PROVED TODAY.
       B100-READ-CONTROL      SECTION.
           OPEN INPUT SLC-CTRL-FILE
           IF NOT SLCCTL-OK
               DISPLAY "ERROR - COULD NOT OPEN SLCCTL, STATUS "
                       WS-SLCCTL-STATUS " - NOTHING PROVED"
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ SLC-CTRL-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       PERFORM B110-ADD-POPULATION
               END-READ
           END-PERFORM
           CLOSE SLC-CTRL-FILE
           IF WS-CMP-COUNT = 0
               DISPLAY "ERROR - NO USABLE ROW ON SLCCTL - NOTHING "
                       "PROVED"
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           IF WS-POP-O-CMP = 0
               DISPLAY "STATUS - NO SLCCTL ROW FOR OUTPUTFILE - "
                       "NOT PROVED"
           END-IF
           IF WS-POP-C-CMP = 0
               DISPLAY "STATUS - NO SLCCTL ROW FOR CDOUT - "
                       "NOT PROVED"
           END-IF
           .

       B110-ADD-POPULATION    SECTION.
           IF NOT SC-OUTPUTFILE AND NOT SC-CDOUT
               DISPLAY "WARNING - SLCCTL POPULATION '" SC-POPULATION
                       "' NOT KNOWN, ROW IGNORED"
               GO TO B110-EXIT
           END-IF
           IF SC-LEDGER-CODE = SPACES
                   OR (SC-SIGN NOT = 'D' AND SC-SIGN NOT = 'C')
               DISPLAY "WARNING - SLCCTL ROW FOR POPULATION '"
                       SC-POPULATION "' INCOMPLETE, ROW IGNORED"
               GO TO B110-EXIT
           END-IF
           IF (SC-OUTPUTFILE AND WS-POP-O-CMP > 0)
                   OR (SC-CDOUT AND WS-POP-C-CMP > 0)
               DISPLAY "WARNING - SECOND SLCCTL ROW FOR POPULATION '"
                       SC-POPULATION "' IGNORED"
               GO TO B110-EXIT
           END-IF
           MOVE 0 TO WS-CMP-PICK
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-CMP-COUNT
               IF WS-CMP-CODE(WS-CMP-IDX) = SC-LEDGER-CODE
                   MOVE WS-CMP-IDX TO WS-CMP-PICK
               END-IF
           END-PERFORM
           IF WS-CMP-PICK = 0
               ADD 1 TO WS-CMP-COUNT
               MOVE WS-CMP-COUNT TO WS-CMP-PICK
               MOVE SC-LEDGER-CODE TO WS-CMP-CODE(WS-CMP-PICK)
               MOVE SC-SIGN TO WS-CMP-SIGN(WS-CMP-PICK)
               MOVE SPACES TO WS-CMP-POPS(WS-CMP-PICK)
               MOVE 'N' TO WS-CMP-ON-LEDGER(WS-CMP-PICK)
               MOVE 0 TO WS-CMP-SUBLEDGER(WS-CMP-PICK)
               MOVE 0 TO WS-CMP-LEDGER(WS-CMP-PICK)
               MOVE 0 TO WS-CMP-HELD(WS-CMP-PICK)
               MOVE 0 TO WS-CMP-UNPOSTED(WS-CMP-PICK)
               MOVE 0 TO WS-CMP-RESIDUE(WS-CMP-PICK)
           ELSE
               IF SC-SIGN NOT = WS-CMP-SIGN(WS-CMP-PICK)
                   DISPLAY "WARNING - SLCCTL SIDES DISAGREE FOR "
                           SC-LEDGER-CODE " - FIRST ROW'S SIDE USED"
               END-IF
           END-IF
           IF SC-OUTPUTFILE
               MOVE WS-CMP-PICK TO WS-POP-O-CMP
               MOVE 'O' TO WS-CMP-POPS(WS-CMP-PICK)(1:1)
           ELSE
               MOVE WS-CMP-PICK TO WS-POP-C-CMP
               MOVE 'C' TO WS-CMP-POPS(WS-CMP-PICK)(2:1)
           END-IF.
       B110-EXIT.
           EXIT.

      *THE ROWS IN FORCE ON THE BUSINESS DATE - THE MAPPING THE
      *DAY'S EXTRACTS WERE (OR WILL BE) POSTED UNDER.
       B200-LOAD-MAP-TABLE    SECTION.
           OPEN INPUT GL-MAP-CTRL
           IF NOT MAP-OK
               DISPLAY "ERROR - COULD NOT OPEN GLMAPCTL, STATUS "
                       WS-MAP-STATUS " - NOTHING PROVED"
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ GL-MAP-CTRL
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       IF GM-EFF-FROM NUMERIC
                               AND GM-EFF-TO NUMERIC
                               AND GM-EFF-FROM NOT > WS-BUSINESS-DATE
                               AND GM-EFF-TO NOT < WS-BUSINESS-DATE
                               AND WS-MAP-COUNT < 20
                           ADD 1 TO WS-MAP-COUNT
                           MOVE GM-MARKER
                             TO WS-MAP-MARKER(WS-MAP-COUNT)
                           MOVE GM-DEBIT-LEDGER
                             TO WS-MAP-DEBIT(WS-MAP-COUNT)
                           MOVE GM-CREDIT-LEDGER
                             TO WS-MAP-CREDIT(WS-MAP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-MAP-CTRL
           .

      *------------------------------------------
      *THE NEWEST GENERATION ON THE CATALOG - THE LAST ROW WINS
      *BETWEEN TWO FOR THE SAME DATE, AS EXPPROG48 READS IT.
       C100-TOTAL-OUTPUTFILE  SECTION.
           OPEN INPUT GEN-CATALOG-FILE
           IF NOT CAT-OK
               DISPLAY "ERROR - COULD NOT OPEN GENCAT, STATUS "
                       WS-CAT-STATUS " - NOTHING PROVED"
               PERFORM Z200-ABANDON-RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ GEN-CATALOG-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       IF GC-BUS-DATE NOT < WS-LATEST-GEN-DATE
                           MOVE GC-BUS-DATE TO WS-LATEST-GEN-DATE
                           MOVE GC-GEN-NAME TO WS-DYN-DTB-NAME
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GEN-CATALOG-FILE
           IF WS-DYN-DTB-NAME = SPACES
               DISPLAY "ERROR - NO OUTPUTFILE GENERATION ON GENCAT "
                       "- NOTHING PROVED"
               PERFORM Z200-ABANDON-RUN
           END-IF
           OPEN INPUT DTB-OUTPUT
           IF NOT DTB-OK
               DISPLAY "ERROR - COULD NOT OPEN " WS-DYN-DTB-NAME
                       ", STATUS " WS-DTB-STATUS " - NOTHING PROVED"
               PERFORM Z200-ABANDON-RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ DTB-OUTPUT
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RUN-INPUT-COUNT
                       ADD 1 TO WS-DTB-COUNT
                       IF M-BALANCE NUMERIC
                           ADD M-BALANCE TO WS-DTB-TOTAL
                       ELSE
                           DISPLAY "WARNING - ACCOUNT " M-ACCOUNT
                                   " ON " WS-DYN-DTB-NAME
                                   " BALANCE NOT NUMERIC, NOT TOTALLED"
                           ADD 1 TO WS-BAD-BALANCE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DTB-OUTPUT
           ADD WS-DTB-TOTAL TO WS-CMP-SUBLEDGER(WS-POP-O-CMP)
           MOVE 'OUTPUTFILE GENERATION   ' TO RP-LABEL
           MOVE WS-DYN-DTB-NAME TO RP-NAME
           MOVE WS-DTB-COUNT TO RP-COUNT
           MOVE WS-DTB-TOTAL TO RP-TOTAL
           WRITE SLC-RPT-LINE FROM RPT-POP-LINE
           .

       C200-TOTAL-CDOUT       SECTION.
           OPEN INPUT ACC-FILEOUT
           IF NOT CDOUT-OK
               DISPLAY "ERROR - COULD NOT OPEN CDOUT, STATUS "
                       WS-CDOUT-STATUS " - NOTHING PROVED"
               PERFORM Z200-ABANDON-RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ ACC-FILEOUT
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RUN-INPUT-COUNT
                       ADD 1 TO WS-CDOUT-COUNT
                       IF BALANCE-OUT NUMERIC
                           ADD BALANCE-OUT TO WS-CDOUT-TOTAL
                       ELSE
                           DISPLAY "WARNING - ACCOUNT " ACCOUNT-NUM
                                   " ON CDOUT BALANCE NOT NUMERIC, "
                                   "NOT TOTALLED"
                           ADD 1 TO WS-BAD-BALANCE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACC-FILEOUT
           ADD WS-CDOUT-TOTAL TO WS-CMP-SUBLEDGER(WS-POP-C-CMP)
           MOVE 'MERGE CHAIN CDOUT       ' TO RP-LABEL
           MOVE 'CDOUT   ' TO RP-NAME
           MOVE WS-CDOUT-COUNT TO RP-COUNT
           MOVE WS-CDOUT-TOTAL TO RP-TOTAL
           WRITE SLC-RPT-LINE FROM RPT-POP-LINE
           .

      *A CONTROL CODE NOT ON THE LEDGER HAS NEVER BEEN POSTED TO -
      *ITS BALANCE IS ZERO, AND THE REPORT SAYS SO.
       C300-READ-LEDGER       SECTION.
           OPEN INPUT LEDGER-MASTER
           IF NOT LEDG-OK
               DISPLAY "ERROR - COULD NOT OPEN LEDGMAST, STATUS "
                       WS-LEDG-STATUS " - NOTHING PROVED"
               PERFORM Z200-ABANDON-RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ LEDGER-MASTER
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       PERFORM C310-FIND-LEDGER-CODE
               END-READ
           END-PERFORM
           CLOSE LEDGER-MASTER
           .

       C310-FIND-LEDGER-CODE  SECTION.
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-CMP-COUNT
               IF WS-CMP-CODE(WS-CMP-IDX) = LM-LEDGER-CODE
                   MOVE 'Y' TO WS-CMP-ON-LEDGER(WS-CMP-IDX)
                   IF WS-CMP-SIGN(WS-CMP-IDX) = 'C'
                       COMPUTE WS-CMP-LEDGER(WS-CMP-IDX) =
                               0 - LM-BALANCE
                   ELSE
                       MOVE LM-BALANCE TO WS-CMP-LEDGER(WS-CMP-IDX)
                   END-IF
               END-IF
           END-PERFORM
           .

      *------------------------------------------
      *TODAY'S JOURNAL BATCHES ARE FOUND FIRST, THEN MARKED FROM
      *THE POSTING REGISTER, THEN THE LEGS OF THE POSTED ONES ON A
      *CONTROL CODE ARE LOADED. NO JRNLOUT MEANS NOTHING WAS
      *JOURNALLED TODAY; NO POSTREG MEANS NOTHING WAS POSTED.
       D100-LOAD-POSTED-LEGS  SECTION.
           OPEN INPUT JOURNAL-INPUT
           IF NOT JRNL-OK
               DISPLAY "STATUS - NO JRNLOUT, STATUS " WS-JRNL-STATUS
                       " - NO POSTED LEGS TO MATCH"
               GO TO D100-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ JOURNAL-INPUT
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       IF JH-REC-TYPE = 'H' AND WS-BATCH-COUNT < 50
                           ADD 1 TO WS-BATCH-COUNT
                           MOVE JH-BATCH-DATE
                             TO WS-BATCH-DATE(WS-BATCH-COUNT)
                           MOVE JH-BATCH-SEQ
                             TO WS-BATCH-SEQ(WS-BATCH-COUNT)
                           MOVE 'N' TO WS-BATCH-POSTED(WS-BATCH-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-INPUT
           PERFORM D110-MARK-POSTED-BATCHES
           IF WS-POSTED-BATCHES = 0
               DISPLAY "STATUS - NO JRNLOUT BATCH ON POSTREG - NO "
                       "POSTED LEGS TO MATCH"
               GO TO D100-EXIT
           END-IF
           OPEN INPUT JOURNAL-INPUT
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 0 TO WS-BATCH-IDX
           MOVE 0 TO WS-CUR-BATCH
           PERFORM UNTIL INPUT-DONE
               READ JOURNAL-INPUT
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       PERFORM D120-TAKE-JOURNAL-RECORD
               END-READ
           END-PERFORM
           CLOSE JOURNAL-INPUT.
       D100-EXIT.
           EXIT.

       D110-MARK-POSTED-BATCHES SECTION.
           OPEN INPUT POST-REG-FILE
           IF NOT PREG-OK
               GO TO D110-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ POST-REG-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       PERFORM D115-MARK-ONE-BATCH
               END-READ
           END-PERFORM
           CLOSE POST-REG-FILE.
       D110-EXIT.
           EXIT.

       D115-MARK-ONE-BATCH    SECTION.
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                   UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
               IF PR-BATCH-DATE = WS-BATCH-DATE(WS-BATCH-IDX)
                  AND PR-BATCH-SEQ = WS-BATCH-SEQ(WS-BATCH-IDX)
                  AND WS-BATCH-POSTED(WS-BATCH-IDX) = 'N'
                   MOVE 'Y' TO WS-BATCH-POSTED(WS-BATCH-IDX)
                   ADD 1 TO WS-POSTED-BATCHES
               END-IF
           END-PERFORM
           .

      *HEADERS ARE COUNTED IN THE SAME ORDER AS THE FIRST PASS SO
      *EACH LEG IS TIED TO ITS OWN BATCH.
       D120-TAKE-JOURNAL-RECORD SECTION.
           EVALUATE JR-REC-TYPE
               WHEN 'H'
                   ADD 1 TO WS-BATCH-IDX
                   IF WS-BATCH-IDX > WS-BATCH-COUNT
                       MOVE 0 TO WS-CUR-BATCH
                   ELSE
                       MOVE WS-BATCH-IDX TO WS-CUR-BATCH
                   END-IF
               WHEN 'D'
                   IF WS-CUR-BATCH > 0
                       IF WS-BATCH-POSTED(WS-CUR-BATCH) = 'Y'
                           PERFORM D130-ADD-JOURNAL-LEG
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       D130-ADD-JOURNAL-LEG   SECTION.
           MOVE 0 TO WS-CMP-PICK
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-CMP-COUNT
               IF WS-CMP-CODE(WS-CMP-IDX) = JR-LEDGER-CODE
                   MOVE WS-CMP-IDX TO WS-CMP-PICK
               END-IF
           END-PERFORM
           IF WS-CMP-PICK = 0
               GO TO D130-EXIT
           END-IF
           IF JR-DRCR = 'DR'
               MOVE JR-AMOUNT TO WS-EFFECT
           ELSE
               COMPUTE WS-EFFECT = 0 - JR-AMOUNT
           END-IF
           IF WS-LEG-COUNT < 2000
               ADD 1 TO WS-LEG-COUNT
               MOVE JR-LEDGER-CODE TO WS-LEG-CODE(WS-LEG-COUNT)
               MOVE JR-ACCOUNT-NUM TO WS-LEG-ACCOUNT(WS-LEG-COUNT)
               MOVE JR-MARKER TO WS-LEG-MARKER(WS-LEG-COUNT)
               MOVE JR-SOURCE-JOB TO WS-LEG-SOURCE(WS-LEG-COUNT)
               MOVE WS-EFFECT TO WS-LEG-EFFECT(WS-LEG-COUNT)
               MOVE 'N' TO WS-LEG-USED(WS-LEG-COUNT)
           ELSE
               ADD 1 TO WS-LEG-DROPPED
           END-IF.
       D130-EXIT.
           EXIT.

      *EVERY LEG WAITING ON HELDJRNL FOR A CONTROL CODE EXPLAINS
      *PART OF THE DIFFERENCE - THE ACCOUNTS HAVE MOVED, THE
      *LEDGER HAS NOT YET. IT IS ALSO MATCHABLE, SO ITS EXTRACT
      *RECORD IS NOT COUNTED A SECOND TIME AS UNPOSTED.
       D200-LOAD-HELD-LEGS    SECTION.
           OPEN INPUT HELD-JOURNAL
           IF NOT HELD-OK
               DISPLAY "STATUS - NO HELDJRNL, STATUS " WS-HELD-STATUS
                       " - NOTHING HELD"
               GO TO D200-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ HELD-JOURNAL
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       IF HJ-REC-TYPE = 'D'
                           PERFORM D210-ADD-HELD-LEG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HELD-JOURNAL.
       D200-EXIT.
           EXIT.

       D210-ADD-HELD-LEG      SECTION.
           MOVE 0 TO WS-CMP-PICK
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-CMP-COUNT
               IF WS-CMP-CODE(WS-CMP-IDX) = HJ-LEDGER-CODE
                   MOVE WS-CMP-IDX TO WS-CMP-PICK
               END-IF
           END-PERFORM
           IF WS-CMP-PICK = 0 OR HJ-AMOUNT NOT NUMERIC
               GO TO D210-EXIT
           END-IF
           ADD 1 TO WS-HELD-LEG-COUNT
           IF HJ-DRCR = 'DR'
               MOVE HJ-AMOUNT TO WS-EFFECT
           ELSE
               COMPUTE WS-EFFECT = 0 - HJ-AMOUNT
           END-IF
           PERFORM X100-TO-SUBLEDGER-SIDE
           ADD WS-SIDE-AMOUNT TO WS-CMP-HELD(WS-CMP-PICK)
           IF WS-LEG-COUNT < 2000
               ADD 1 TO WS-LEG-COUNT
               MOVE HJ-LEDGER-CODE TO WS-LEG-CODE(WS-LEG-COUNT)
               MOVE HJ-ACCOUNT-NUM TO WS-LEG-ACCOUNT(WS-LEG-COUNT)
               MOVE HJ-MARKER TO WS-LEG-MARKER(WS-LEG-COUNT)
               MOVE HJ-SOURCE-JOB TO WS-LEG-SOURCE(WS-LEG-COUNT)
               MOVE WS-EFFECT TO WS-LEG-EFFECT(WS-LEG-COUNT)
               MOVE 'N' TO WS-LEG-USED(WS-LEG-COUNT)
           ELSE
               ADD 1 TO WS-LEG-DROPPED
           END-IF.
       D210-EXIT.
           EXIT.

      *------------------------------------------
      *EVERY OUTPUTFILE AND WRITE-OFF EXTRACT RECORD THAT REACHES A
      *CONTROL CODE MUST HAVE A POSTED OR HELD LEG THERE. ONE THAT
      *HAS NOT IS UNPOSTED - LISTED, AND COUNTED TOWARDS THE
      *EXPLANATION.
       E100-CHECK-EXTRACT     SECTION.
           WRITE SLC-RPT-LINE FROM BLANKLINE
           WRITE SLC-RPT-LINE FROM RPT-UNPOSTED-HEAD
           MOVE 'GLEXTOUT' TO WS-DYN-EXT-NAME
           PERFORM E105-CHECK-ONE-EXTRACT
           MOVE 'GLEXTOU8' TO WS-DYN-EXT-NAME
           PERFORM E105-CHECK-ONE-EXTRACT
           IF WS-UNPOSTED-COUNT = 0
               WRITE SLC-RPT-LINE FROM RPT-NONE-UNPOSTED
           END-IF
           .

       E105-CHECK-ONE-EXTRACT SECTION.
           OPEN INPUT GL-EXTRACT-FILE
           IF NOT GLEXT-OK
               DISPLAY "STATUS - NO " WS-DYN-EXT-NAME ", STATUS "
                       WS-GLEXT-STATUS " - NO EXTRACT TO CHECK"
               GO TO E105-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ GL-EXTRACT-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EXT-COUNT
                       PERFORM E110-CHECK-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE GL-EXTRACT-FILE.
       E105-EXIT.
           EXIT.

      *A RECORD CAN TOUCH A CONTROL CODE ON ITS DEBIT LEG, ITS
      *CREDIT LEG, OR BOTH (WHEN IT NETS TO NOTHING THERE). THE
      *SIGNED AMOUNT GIVES THE EFFECT WHICHEVER WAY THE LEGS RUN.
       E110-CHECK-ONE-RECORD  SECTION.
           MOVE 0 TO WS-MAP-PICK
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-PICK = 0 AND
                  WS-MAP-MARKER(WS-MAP-IDX) = GL-MARKER
                   MOVE WS-MAP-IDX TO WS-MAP-PICK
               END-IF
           END-PERFORM
           IF WS-MAP-PICK = 0
               DISPLAY "WARNING - NO LEDGER MAPPING FOR MARKER '"
                       GL-MARKER "' ACCOUNT " GL-ACCOUNT-NUM
                       " - NOT CHECKED"
               ADD 1 TO WS-UNMAPPED-COUNT
               GO TO E110-EXIT
           END-IF
           IF WS-MAP-DEBIT(WS-MAP-PICK) = WS-MAP-CREDIT(WS-MAP-PICK)
               GO TO E110-EXIT
           END-IF
           MOVE WS-MAP-DEBIT(WS-MAP-PICK) TO WS-EXT-CODE
           MOVE GL-TRANS-AMOUNT TO WS-EFFECT
           PERFORM E120-MATCH-ONE-LEG
           MOVE WS-MAP-CREDIT(WS-MAP-PICK) TO WS-EXT-CODE
           COMPUTE WS-EFFECT = 0 - GL-TRANS-AMOUNT
           PERFORM E120-MATCH-ONE-LEG.
       E110-EXIT.
           EXIT.

       E120-MATCH-ONE-LEG     SECTION.
           MOVE 0 TO WS-CMP-PICK
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-CMP-COUNT
               IF WS-CMP-CODE(WS-CMP-IDX) = WS-EXT-CODE
                   MOVE WS-CMP-IDX TO WS-CMP-PICK
               END-IF
           END-PERFORM
           IF WS-CMP-PICK = 0 OR WS-EFFECT = 0
               GO TO E120-EXIT
           END-IF
           MOVE 0 TO WS-LEG-PICK
           PERFORM VARYING WS-LEG-IDX FROM 1 BY 1
                   UNTIL WS-LEG-IDX > WS-LEG-COUNT
                      OR WS-LEG-PICK > 0
               IF WS-LEG-USED(WS-LEG-IDX) = 'N'
                  AND WS-LEG-CODE(WS-LEG-IDX) = WS-EXT-CODE
                  AND WS-LEG-ACCOUNT(WS-LEG-IDX) = GL-ACCOUNT-NUM
                  AND WS-LEG-MARKER(WS-LEG-IDX) = GL-MARKER
                  AND WS-LEG-SOURCE(WS-LEG-IDX) = GL-SOURCE-JOB
                  AND WS-LEG-EFFECT(WS-LEG-IDX) = WS-EFFECT
                   MOVE WS-LEG-IDX TO WS-LEG-PICK
               END-IF
           END-PERFORM
           IF WS-LEG-PICK > 0
               MOVE 'Y' TO WS-LEG-USED(WS-LEG-PICK)
               GO TO E120-EXIT
           END-IF
           PERFORM X100-TO-SUBLEDGER-SIDE
           ADD WS-SIDE-AMOUNT TO WS-CMP-UNPOSTED(WS-CMP-PICK)
           ADD 1 TO WS-UNPOSTED-COUNT
           MOVE WS-EXT-CODE TO RU-CODE
           MOVE GL-ACCOUNT-NUM TO RU-ACCOUNT
           MOVE GL-MARKER TO RU-MARKER
           MOVE GL-SOURCE-JOB TO RU-SOURCE
           MOVE GL-RUN-DATE TO RU-RUN-DATE
           MOVE WS-SIDE-AMOUNT TO RU-AMOUNT
           WRITE SLC-RPT-LINE FROM RPT-UNPOSTED-LINE.
       E120-EXIT.
           EXIT.

      *------------------------------------------
      *DIFFERENCE = SUBLEDGER - LEDGER; RESIDUE = DIFFERENCE LESS
      *WHAT IS HELD AND WHAT IS UNPOSTED. ANY RESIDUE IS AN ERROR.
       F100-PROVE-CONTROL-CODES SECTION.
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-CMP-COUNT
               PERFORM F110-PROVE-ONE-CODE
           END-PERFORM
           .

       F110-PROVE-ONE-CODE    SECTION.
           COMPUTE WS-CMP-RESIDUE(WS-CMP-IDX) =
                   WS-CMP-SUBLEDGER(WS-CMP-IDX)
                 - WS-CMP-LEDGER(WS-CMP-IDX)
                 - WS-CMP-HELD(WS-CMP-IDX)
                 - WS-CMP-UNPOSTED(WS-CMP-IDX)
           WRITE SLC-RPT-LINE FROM BLANKLINE
           MOVE WS-CMP-CODE(WS-CMP-IDX) TO RC-CODE
           MOVE WS-CMP-SIGN(WS-CMP-IDX) TO RC-SIGN
           MOVE WS-CMP-POPS(WS-CMP-IDX) TO RC-POPS
           IF WS-CMP-ON-LEDGER(WS-CMP-IDX) = 'Y'
               MOVE SPACES TO RC-NOTE
           ELSE
               MOVE '  NOT ON LEDGMAST - TAKEN AS 0' TO RC-NOTE
           END-IF
           WRITE SLC-RPT-LINE FROM RPT-CODE-LINE
           MOVE SPACES TO RA-NOTE
           MOVE 'SUBLEDGER TOTAL' TO RA-LABEL
           MOVE WS-CMP-SUBLEDGER(WS-CMP-IDX) TO RA-AMOUNT
           WRITE SLC-RPT-LINE FROM RPT-AMOUNT-LINE
           MOVE 'LEDGER BALANCE' TO RA-LABEL
           MOVE WS-CMP-LEDGER(WS-CMP-IDX) TO RA-AMOUNT
           WRITE SLC-RPT-LINE FROM RPT-AMOUNT-LINE
           MOVE 'DIFFERENCE' TO RA-LABEL
           COMPUTE RA-AMOUNT = WS-CMP-SUBLEDGER(WS-CMP-IDX)
                             - WS-CMP-LEDGER(WS-CMP-IDX)
           WRITE SLC-RPT-LINE FROM RPT-AMOUNT-LINE
           MOVE '  EXPLAINED BY HELD JOURNALS' TO RA-LABEL
           MOVE WS-CMP-HELD(WS-CMP-IDX) TO RA-AMOUNT
           WRITE SLC-RPT-LINE FROM RPT-AMOUNT-LINE
           MOVE '  EXPLAINED BY UNPOSTED' TO RA-LABEL
           MOVE WS-CMP-UNPOSTED(WS-CMP-IDX) TO RA-AMOUNT
           WRITE SLC-RPT-LINE FROM RPT-AMOUNT-LINE
           MOVE 'UNEXPLAINED RESIDUE' TO RA-LABEL
           MOVE WS-CMP-RESIDUE(WS-CMP-IDX) TO RA-AMOUNT
           IF WS-CMP-RESIDUE(WS-CMP-IDX) = 0
               MOVE 'AGREED' TO RA-NOTE
               WRITE SLC-RPT-LINE FROM RPT-AMOUNT-LINE
               GO TO F110-EXIT
           END-IF
           MOVE '*** OUT OF BALANCE ***' TO RA-NOTE
           WRITE SLC-RPT-LINE FROM RPT-AMOUNT-LINE
           ADD 1 TO WS-RESIDUE-COUNT
           MOVE WS-CMP-RESIDUE(WS-CMP-IDX) TO WS-ALERT-AMOUNT
           MOVE 'E' TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING "CONTROL ACCT RESIDUE " WS-ALERT-AMOUNT
                  DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
           MOVE WS-CMP-CODE(WS-CMP-IDX) TO WS-ALERT-KEY
           CALL 'ALRTMOD' USING WS-ALERT-JOB WS-BUSINESS-DATE
                                WS-ALERT-SEVERITY
                                WS-ALERT-MESSAGE WS-ALERT-KEY
           DISPLAY "ERROR - CONTROL ACCOUNT " WS-CMP-CODE(WS-CMP-IDX)
                   " UNEXPLAINED RESIDUE " WS-ALERT-AMOUNT
           MOVE 8 TO WS-RUN-RC.
       F110-EXIT.
           EXIT.

      *------------------------------------------
      *A LEDGER EFFECT (PLUS = DEBIT) TURNED TO THE SUBLEDGER'S
      *SIDE OF THE CONTROL ACCOUNT IN WS-CMP-PICK.
       X100-TO-SUBLEDGER-SIDE SECTION.
           IF WS-CMP-SIGN(WS-CMP-PICK) = 'C'
               COMPUTE WS-SIDE-AMOUNT = 0 - WS-EFFECT
           ELSE
               MOVE WS-EFFECT TO WS-SIDE-AMOUNT
           END-IF
           .

      *------------------------------------------
      *AN INPUT THE PROOF CANNOT DO WITHOUT IS MISSING - THE
      *REPORT IS CLOSED AS FAR AS IT GOT AND THE RUN ENDS RC 12.
       Z200-ABANDON-RUN       SECTION.
           CLOSE SLC-RPT-FILE
           MOVE 12 TO RETURN-CODE
           PERFORM Z100-WRITE-RUN-LOG
           GOBACK
           .

      *------------------------------------------
      *WRITE ONE SUMMARY RECORD TO THE SHARED CROSS-SUITE RUN LOG.
       Z100-WRITE-RUN-LOG     SECTION.
           MOVE "EXPPRG98" TO RL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE WS-RUN-INPUT-COUNT TO RL-INPUT-COUNT
           MOVE WS-CMP-COUNT TO RL-OUTPUT-COUNT
           MOVE WS-RESIDUE-COUNT TO RL-OUTPUT-COUNT-2
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
