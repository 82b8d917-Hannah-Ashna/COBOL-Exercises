           FILE STATUS IS WS-PREV-STATUS.
      *CDCUST CHANGE HISTORY - ONE BEFORE/AFTER RECORD FOR EVERY
      *REFRESH THAT ACTUALLY ALTERS A NAME OR ADDRESS FIELD, SO AN
      *ADDRESS DISPUTE CAN BE ANSWERED FROM FILE, AND ONE WITH A
      *BLANK BEFORE IMAGE FOR EVERY NEW CUSTOMER, SO THE SANCTIONS
      *SCREENING (EXPPROG94) CAN TAKE EACH NIGHT'S NEW AND CHANGED
      *CUSTOMERS FROM HERE.
           SELECT CHG-HIST-FILE ASSIGN TO CDCHGHST
           FILE STATUS IS WS-CHG-STATUS.
      *VALID POSTCODE OUTCODE DISTRICTS - LOADED LIKE CTYCTRL; THE
      *SAIL STRAIGHT THROUGH THE PAIRING CHECK.
           SELECT CKD-CTRL-FILE ASSIGN TO CHKDCTL
           FILE STATUS IS WS-CKDCTL-STATUS.
      *MERGE PARTITION RANGES - ONLY READ ON A PARTITIONED RUN
      *(PARTITION NUMBER IN PARM BYTES 5-6). SUCH A RUN READS THE
      *WHOLE CDIN AND PROVES THE WHOLE HEADER COUNT, BUT ONLY
      *MERGES THE PAIRS WHOSE ACCOUNT FALLS IN ITS OWN RANGE; ITS
      *CDOUT, CDEXCEP AND CDCHKPT ARE THE PARTITION'S OWN, ITS
      *CDCUST UPDATES RUN UNDER A LOCKMOD LOCK FOR ITS SLICE, AND
      *ITS CDOUT ENDS WITH A CONTROL TRAILER (PTTRL) FOR THE
      *EXPPROG95 RECOMBINE. IT LOGS AS EXP1P<NN>, NOT EXPPROG1, SO
      *NOTHING DOWNSTREAM STARTS UNTIL THE RECOMBINE HAS PROVED THE
      *PARTITIONS AGAINST THE CDIN HEADER.
           SELECT PART-CTRL-FILE ASSIGN TO PARTCTL
           FILE STATUS IS WS-PARTCTL-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
           COPY CDRECA.
       01 ACC-RECORDB.
           COPY CDRECB.
      *SECONDARY HOLDER OF A JOINT ACCOUNT - AT MOST ONE, FOLLOWING
      *ITS A/B PAIR.
       01 ACC-RECORDC.
           COPY CDRECC.
      *BATCH CONTROL HEADER - FIRST RECORD OF EVERY CDIN, CARRYING
      *THE CREATION DATE AND THE NUMBER OF DATA RECORDS THAT SHOULD
      *FOLLOW, SO A STALE GENERATION OR A TRUNCATED TRANSMISSION IS
           03 HDR-FILE-DATE PIC 9(8).
           03 HDR-RECORD-COUNT PIC 9(8).
           03 HDR-FILE-MODE PIC X(5).
      *SUM OF THE TYPE-A BALANCES - SET BY THE EXPPROG35
      *CONSOLIDATOR, SPACES FROM A SINGLE SENDER. ONLY THE EXPPROG95
      *RECOMBINE CHECKS IT.
           03 HDR-BALANCE-TOTAL PIC S9(13) SIGN LEADING SEPARATE.
           03 HDR-FILLER PIC X(36).
           03 HDR-TYPE PIC X(1).
       FD ACC-FILEOUT BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           03 CHK-INPUT-COUNT        PIC 9(8).
           03 CHK-OUTPUT-COUNT       PIC 9(8).
           03 CHK-EXCEPTION-COUNT    PIC 9(8).
      *TYPE-C RECORDS READ SO FAR, FOR THE HEADER RECONCILIATION.
           03 CHK-SECONDARY-COUNT    PIC 9(8).
      *PARTITIONED RUN ONLY - RECORDS LEFT TO OTHER PARTITIONS AND
      *THE TYPE-A BALANCE READ AND CDOUT BALANCE WRITTEN SO FAR, SO
      *A RESTARTED PARTITION'S TRAILER STILL COVERS THE WHOLE RUN.
           03 CHK-SKIPPED-COUNT      PIC 9(8).
           03 CHK-IN-BALANCE         PIC S9(13) SIGN LEADING SEPARATE.
           03 CHK-OUT-BALANCE        PIC S9(13) SIGN LEADING SEPARATE.
           03 CHK-FILLER             PIC X(4).
      *OWNER STAMP WRITTEN AS THE FIRST RECORD WHENEVER THE
      *CHECKPOINT FILE IS STARTED FRESH - EVERY CHECKPOINTING JOB
      *SHARES THE CDCHKPT NAME, SO A RESTART MUST PROVE THE
           03 CKD-MODULUS            PIC 9(2).
           03 CKD-WEIGHTS            PIC 9(8).
           03 FILLER                 PIC X(62).
       FD PART-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 PART-CTRL-REC.
           COPY PARTCTL.
       WORKING-STORAGE SECTION.
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE         PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP       PIC X(16) VALUE SPACES.

      *THE CDOUT RECORD IS BUILT HERE RATHER THAN IN THE FD AREA -
      *A TRIAL RUN NEVER OPENS ACC-FILEOUT, AND AN UNOPENED FILE'S
       01 WS-OLD-CUST-IMAGE       PIC X(80).
       01 WS-NEW-CUST-IMAGE       PIC X(80).
       01 WS-CHG-WRITTEN-COUNT    PIC 9(6) VALUE 0.
       01 WS-GONE-CLEARED-COUNT   PIC 9(6) VALUE 0.
      *JOINT HOLDERS - A TYPE-C RECORD AFTER AN A/B PAIR NAMES THE
      *SECOND HOLDER, KEPT ON CDJOINT (IOMOD FILEKEY2) UNDER THE SAME
      *ACCOUNT AS CDCUST. WS-PAIR-STATE SAYS WHAT BECAME OF THE PAIR
      *A C RECORD HAS TO BELONG TO.
       01 WS-SECONDARY-COUNT      PIC 9(8) VALUE 0.
       01 WS-JOINT-WRITTEN-COUNT  PIC 9(6) VALUE 0.
       01 WS-JOINT-REMOVED-COUNT  PIC 9(6) VALUE 0.
       01 WS-PAIR-STATE           PIC X VALUE 'N'.
           88 PAIR-ACCEPTED       VALUE 'A'.
           88 PAIR-REJECTED       VALUE 'R'.
           88 PAIR-DELETED        VALUE 'D'.
           88 NO-OPEN-PAIR        VALUE 'N'.
       01 JNT-RECORD.
           COPY CDJNT.
      *POSTCODE VALIDATION - THE OUTCODE/INCODE SHAPE IS CHECKED
      *CHARACTER BY CHARACTER AND THE OUTCODE LOOKED UP IN THE
      *DISTRICT MASTER. A MISSING PCDCTRL TURNS THE DISTRICT CHECK
      *WITHOUT THE FILE-COPY DANCE.
       01 WS-TRIAL-MODE-FLAG      PIC X VALUE 'N'.
           88 TRIAL-MODE          VALUE 'Y'.
      *PARTITIONED RUN - THE PARTCTL ROW FOR THE PARM'S PARTITION,
      *THE RECORDS LEFT TO OTHER PARTITIONS, AND THE IN/OUT TOTALS
      *THE CDOUT TRAILER CARRIES TO THE RECOMBINE. THE CHECKPOINT
      *HEADER IS QUALIFIED WITH THE PARTITION SO ONE PARTITION CAN
      *NEVER RESTART FROM ANOTHER'S CHECKPOINT.
       01 WS-PARTITION-FLAG       PIC X VALUE 'N'.
           88 PARTITION-RUN       VALUE 'Y'.
       01 WS-PARTCTL-STATUS       PIC X(2).
           88 PARTCTL-OK          VALUE "00".
           88 PARTCTL-EOF         VALUE "10".
       01 WS-PART-NUM             PIC 9(2) VALUE 0.
       01 WS-PART-LOW             PIC X(8) VALUE SPACES.
       01 WS-PART-HIGH            PIC X(8) VALUE SPACES.
       01 WS-PART-FOUND           PIC X VALUE 'N'.
           88 PART-ROW-FOUND      VALUE 'Y'.
       01 WS-PART-SKIPPED-COUNT   PIC 9(8) VALUE 0.
       01 WS-PART-IN-BALANCE      PIC S9(13) VALUE 0.
       01 WS-PART-OUT-BALANCE     PIC S9(13) VALUE 0.
       01 WS-CHK-QUALIFIER        PIC X(8) VALUE SPACES.
       01 WS-RUN-LOG-NAME         PIC X(8) VALUE 'EXPPROG1'.
       01 WS-PART-TRAILER.
           COPY PTTRL.
      *LOCKMOD LOCK ON THIS PARTITION'S SLICE OF CDCUST
      *(CDCUST<NN>) - TAKEN BEFORE ANY OUTPUT OPENS, DROPPED IN THE
      *RUN LOG STEP ON EVERY WAY OUT.
       01 WS-LOCK-ACTION          PIC X(4).
       01 WS-LOCK-NAME            PIC X(8) VALUE SPACES.
       01 WS-LOCK-RESULT          PIC X(2).
           88 LOCK-TAKEN          VALUE '00'.
       01 WS-LOCK-HELD            PIC X VALUE 'N'.
       01 WS-SAVED-RC             PIC S9(4) VALUE 0.
       01 WS-SAVED-DELETE-FLAG    PIC X(1) VALUE SPACE.
       01 WS-SAVED-SOURCE-FEED    PIC X(3) VALUE SPACES.
       01 WS-DELTA-TABLE.
       01 WS-ADDED-COUNT          PIC 9(8) VALUE 0.
       01 WS-DELETED-COUNT        PIC 9(8) VALUE 0.
       01 WS-DELTA-MISS-COUNT     PIC 9(8) VALUE 0.
      *LEGAL HOLD (FRZMOD) - A FROZEN ACCOUNT KEEPS THE BALANCE IT
      *HAD ON THE PRIOR CDOUT GENERATION WHATEVER CDIN SAYS; ITS
      *NAME AND ADDRESS STILL REFRESH. THE PRIOR BALANCES OF FROZEN
      *ACCOUNTS ARE PICKED OFF CDPREV AT START-UP.
       01 WS-FRZ-PARMS.
           COPY FRZPRM.
       01 WS-FRZ-PREV-IMAGE.
           03 FILLER              PIC X(18).
           03 WS-FRZ-PREV-BALANCE PIC S9(10).
           03 FILLER              PIC X(52).
       01 WS-FRZ-BAL-TABLE.
           03 WS-FRZ-BAL-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-FRZ-IDX.
               05 WS-FRZ-BAL-ACCOUNT PIC X(8).
               05 WS-FRZ-BAL-AMOUNT  PIC S9(10).
       01 WS-FRZ-BAL-COUNT        PIC 9(4) VALUE 0.
       01 WS-FRZ-STATE            PIC X VALUE 'N'.
           88 FRZ-NOT-FROZEN      VALUE 'N'.
           88 FRZ-HOLD-BALANCE    VALUE 'H'.
           88 FRZ-REFUSE-PAIR     VALUE 'R'.
       01 WS-FRZ-HELD-COUNT       PIC 9(8) VALUE 0.
       01 WS-FRZ-REFUSED-COUNT    PIC 9(8) VALUE 0.
      *IOMOD ACTION/FILE-ID CONSTANTS FOR THE KEYED CUSTOMER MASTER
      *(SAME CALL CONVENTION EXPPROG3 USES FOR ITS SEQUENTIAL FILES).
       01 WS-GENERAL-FILLER.
           03 WS-CLOSE            PIC X(4) VALUE 'C   '.
           03 WS-FILE-KEY         PIC X(8) VALUE 'FILEKEY '.
           03 WS-CUST-FILENAME    PIC X(8) VALUE 'CDCUST'.
           03 WS-OPEN-KEYED2      PIC X(4) VALUE 'OK2 '.
           03 WS-READ-KEYED2      PIC X(4) VALUE 'RK2 '.
           03 WS-WRITE-KEYED2     PIC X(4) VALUE 'WK2 '.
           03 WS-REWRITE-KEYED2   PIC X(4) VALUE 'RW2 '.
           03 WS-DELETE-KEYED2    PIC X(4) VALUE 'DK2 '.
           03 WS-FILE-KEY2        PIC X(8) VALUE 'FILEKEY2'.
           03 WS-JOINT-FILENAME   PIC X(8) VALUE 'CDJOINT'.
       01 WS-IO-STATUS            PIC X(2).
           88 IO-OK               VALUE "00".
           88 IO-NOT-FOUND        VALUE "23".
           03 CUST-STREET         PIC X(15).
           03 CUST-TOWN           PIC X(12).
           03 CUST-POST-CODE      PIC X(10).
      *RETURNED-MAIL MARKER (EXPPROG61) - CARRIED FORWARD WHILE THE
      *ADDRESS IS UNCHANGED, DROPPED WHEN A B-RECORD BRINGS A NEW
      *ONE. THE DATE IS ONLY MEANINGFUL WHILE THE FLAG IS SET.
           03 CUST-GONE-AWAY-FLAG PIC X(1).
               88 CUST-GONE-AWAY  VALUE 'G'.
           03 CUST-GONE-AWAY-DATE PIC 9(8) COMP-3.
      *
       LINKAGE SECTION.
       01 INPUT-PARM.
           88 PARM-REVERSE-MODE   VALUE 'REV '.
           88 PARM-DELTA-MODE     VALUE 'DLT '.
           88 PARM-TRIAL-MODE     VALUE 'TRL '.
      *OPTIONAL PARTITION NUMBER (PARTCTL ROW) - ONLY LOOKED AT WHEN
      *THE PARM IS LONG ENOUGH TO CARRY IT.
           03 PARM-PARTITION      PIC X(2).
      *
       PROCEDURE DIVISION USING INPUT-PARM.
       BEGIN.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           IF PARM-LENGTH > 4 AND PARM-PARTITION NOT = SPACES
               PERFORM SET-PARTITION
           END-IF
           IF PARM-REVERSE-MODE
               PERFORM REVERSE-MERGE
               PERFORM Z100-WRITE-RUN-LOG
           IF NOT DELTA-MODE AND NOT TRIAL-MODE
               PERFORM READ-CHECKPOINT
           END-IF
           IF PARTITION-RUN AND NOT TRIAL-MODE
               PERFORM TAKE-PARTITION-LOCK
           END-IF
           IF RESTART-MODE
               OPEN INPUT ACC-FILEIN
               IF FILE-OK
                   PERFORM WRITE-CHECKPOINT-HEADER
               END-IF
           END-IF
           PERFORM LOAD-FROZEN-BALANCES
           IF DELTA-MODE
               OPEN INPUT PREV-FILEOUT
               IF NOT PREV-OK
           END-IF
           IF NOT TRIAL-MODE
               PERFORM OPEN-CUSTOMER-MASTER
               PERFORM OPEN-JOINT-MASTER
      * THE CHANGE HISTORY ONLY EVER GROWS - EVERY RUN APPENDS.
               OPEN EXTEND CHG-HIST-FILE
               IF NOT CHG-OK
                       WS-RESTART-ACCOUNT
               PERFORM SKIP-TO-RESTART-POINT
           END-IF
      * A C RECORD BEFORE ANY PAIR HAS NOTHING TO BELONG TO.
           PERFORM ROUTE-LEADING-SECONDARY
               UNTIL EOF-POINT = 'Y' OR TYPE-C NOT = 'C'.
           PERFORM ROUTE-PAIR UNTIL EOF-POINT = 'Y'.
           PERFORM RECONCILE-CONTROL-HEADER.
           IF PARTITION-RUN AND NOT TRIAL-MODE
                   AND RETURN-CODE < 8
               PERFORM WRITE-PARTITION-TRAILER
           END-IF
           IF PARTITION-RUN
               DISPLAY "STATUS - PARTITION " WS-PART-NUM
                       " PAIRS TAKEN: " WS-RUN-INPUT-COUNT
                       ", RECORDS LEFT TO OTHER PARTITIONS: "
                       WS-PART-SKIPPED-COUNT
           END-IF.
           IF DELTA-MODE
               PERFORM APPLY-DELTA
           END-IF
                       WS-DUP-ACCOUNT-COUNT
                       " - CHASE THE UPSTREAM SOURCE"
           END-IF.
           IF WS-FRZ-HELD-COUNT > 0 OR WS-FRZ-REFUSED-COUNT > 0
               DISPLAY "STATUS - FROZEN ACCOUNTS, BALANCES HELD: "
                       WS-FRZ-HELD-COUNT ", PAIRS REFUSED: "
                       WS-FRZ-REFUSED-COUNT
           END-IF.
           CLOSE ACC-FILEIN
                 ACC-EXCEPTIONS.
           IF NOT TRIAL-MODE
                   DISPLAY "STATUS - CDCUST CHANGES RECORDED: "
                           WS-CHG-WRITTEN-COUNT
               END-IF
               IF WS-GONE-CLEARED-COUNT > 0
                   DISPLAY "STATUS - GONE-AWAY FLAGS CLEARED: "
                           WS-GONE-CLEARED-COUNT
               END-IF
               PERFORM CLOSE-CUSTOMER-MASTER
               PERFORM CLOSE-JOINT-MASTER
           END-IF.
           IF WS-SECONDARY-COUNT > 0 OR WS-JOINT-REMOVED-COUNT > 0
               DISPLAY "STATUS - SECONDARY HOLDER RECORDS: "
                       WS-SECONDARY-COUNT ", CDJOINT UPDATED: "
                       WS-JOINT-WRITTEN-COUNT ", REMOVED: "
                       WS-JOINT-REMOVED-COUNT
           END-IF.
           IF TRIAL-MODE
               DISPLAY "STATUS - TRIAL RUN: " WS-RUN-OUTPUT-COUNT
      * SPACES WHEN CDIN CAME FROM A SINGLE SOURCE.
           MOVE FILLER-A(2:3) TO WS-SAVED-SOURCE-FEED.
           MOVE BALANCE TO BALANCE-OUT.
           IF TYPE-A = 'A' AND BALANCE NUMERIC
               ADD BALANCE TO WS-PART-IN-BALANCE
           END-IF.
           ADD 1 TO WS-RUN-INPUT-COUNT.
           MOVE 'R' TO WS-PAIR-STATE.
      * MOVE TO THE NEXT LINE (DATA ALTERNATES E.G. ABAB)
           READ ACC-FILEIN.
           MOVE "A/B RECORD TYPE OR ACCOUNT MISMATCH"
               ELSE
               IF DELTA-MODE AND WS-SAVED-DELETE-FLAG = 'D'
      * A DELETION PAIR ONLY HAS TO PAIR UP - ITS DATES AND COUNTY
      * ARE WHATEVER WAS ON FILE WHEN THE DELETE WAS KEYED. A
      * FROZEN ACCOUNT CANNOT BE DELETED OUT FROM UNDER ITS HOLD.
                   PERFORM CHECK-FROZEN-ACCOUNT
                   IF FRZ-NOT-FROZEN
                       PERFORM STORE-DELTA-DELETE
                       MOVE 'D' TO WS-PAIR-STATE
                   ELSE
                       MOVE "ACCOUNT FROZEN - DELETE REFUSED"
                         TO WS-CURRENT-EXC-REASON
                       MOVE "CDIN DELETE REFUSED" TO FZP-ITEM
                       MOVE BALANCE-OUT TO FZP-AMOUNT
                       PERFORM LOG-FROZEN-ITEM
                       ADD 1 TO WS-FRZ-REFUSED-COUNT
                       PERFORM WRITE-PAIR-EXCEPTION
                   END-IF
               ELSE
                   PERFORM VALIDATE-PAIR-DATES
                   MOVE 'Y' TO WS-COUNTY-OK-FLAG
                           AND POSTCODE-VALID
                       PERFORM CHECK-DUPLICATE-ACCOUNT
                   END-IF
                   MOVE 'N' TO WS-FRZ-STATE
                   IF PAIR-DATES-VALID AND COUNTY-RESOLVED
                           AND POSTCODE-VALID AND NOT DUP-FOUND
                       PERFORM CHECK-FROZEN-ACCOUNT
                       PERFORM HOLD-FROZEN-BALANCE
                   END-IF
                   EVALUATE TRUE
                       WHEN NOT PAIR-DATES-VALID
                           PERFORM WRITE-PAIR-EXCEPTION
                             TO WS-CURRENT-EXC-REASON
                           ADD 1 TO WS-DUP-ACCOUNT-COUNT
                           PERFORM WRITE-PAIR-EXCEPTION
                       WHEN FRZ-REFUSE-PAIR
                           MOVE "ACCOUNT FROZEN - NO PRIOR BALANCE"
                             TO WS-CURRENT-EXC-REASON
                           PERFORM WRITE-PAIR-EXCEPTION
                       WHEN OTHER
                           MOVE WS-RESOLVED-COUNTY TO COUNTY-OUT
                           MOVE WS-SAVED-DATE-ISSUE
                                   WRITE ACC-FILEOUT-REC
                                       FROM ACC-RECORDOUT
                                   ADD 1 TO WS-RUN-OUTPUT-COUNT
                                   IF BALANCE-OUT NUMERIC
                                       ADD BALANCE-OUT
                                         TO WS-PART-OUT-BALANCE
                                   END-IF
                           END-EVALUATE
                           IF NOT TRIAL-MODE
                               PERFORM WRITE-CUSTOMER-MASTER
                           END-IF
                           MOVE 'A' TO WS-PAIR-STATE
                   END-EVALUATE
               END-IF
               END-IF
           ELSE
               PERFORM WRITE-PAIR-EXCEPTION
           END-IF.
      * MOVE TO THE NEXT LINE TO GET THE NEXT CUSTOMER'S RECORDS -
      * OR THIS ONE'S SECOND HOLDER, WHICH IS SETTLED BEFORE THE
      * CHECKPOINT SO A RESTART NEVER SPLITS A PAIR FROM ITS C.
           READ ACC-FILEIN AT END MOVE 'Y' TO EOF-POINT.
           PERFORM PROCESS-SECONDARY-HOLDER
               UNTIL EOF-POINT = 'Y' OR TYPE-C NOT = 'C'.
      * AN ACCEPTED PAIR WITH NO C RECORD BEHIND IT IS NOW HELD
      * SOLELY - ANY SECOND HOLDER AN EARLIER RUN RECORDED GOES.
           IF PAIR-ACCEPTED AND NOT TRIAL-MODE
               PERFORM REMOVE-JOINT-HOLDER
           END-IF.
           IF NOT DELTA-MODE AND NOT TRIAL-MODE
               PERFORM WRITE-CHECKPOINT
           END-IF.
      * THE FIRST CDIN RECORD MUST BE THE BATCH CONTROL HEADER. A
      * MISSING HEADER, A FILE DATED OTHER THAN TODAY OR (AT END OF
      * FILE) A RECORD COUNT THAT DOES NOT RECONCILE ALL ABEND WITH
           READ ACC-FILEIN AT END MOVE 'Y' TO EOF-POINT.
      * EVERY MOVE-DATA ITERATION CONSUMES EXACTLY ONE A AND ONE B
      * RECORD, SO THE RECORDS ACTUALLY READ ARE TWICE THE PAIR
      * COUNT CARRIED IN WS-RUN-INPUT-COUNT, PLUS THE TYPE-C
      * SECONDARY HOLDER RECORDS COUNTED SEPARATELY, PLUS (ON A
      * PARTITIONED RUN) THE RECORDS LEFT TO OTHER PARTITIONS.
       RECONCILE-CONTROL-HEADER.
           COMPUTE WS-RECORDS-EXPECTED = WS-RUN-INPUT-COUNT * 2
                                       + WS-SECONDARY-COUNT
                                       + WS-PART-SKIPPED-COUNT.
           IF WS-RECORDS-EXPECTED NOT = WS-HDR-EXPECTED-COUNT
               DISPLAY "ERROR - CDIN RECORD COUNT MISMATCH, HEADER "
                       "SAYS " WS-HDR-EXPECTED-COUNT " BUT "
                               CHH-RUN-DATE " - IGNORED"
                       MOVE "35" TO WS-CHK-STATUS
                   ELSE
                       IF CHH-RUN-QUALIFIER NOT = WS-CHK-QUALIFIER
                           DISPLAY "WARNING - CHECKPOINT IS FOR RUN '"
                                   CHH-RUN-QUALIFIER "' - IGNORED"
                           MOVE "35" TO WS-CHK-STATUS
                       ELSE
                           SET CHK-OWNED TO TRUE
                       END-IF
                   END-IF
               END-IF
           ELSE
                   MOVE CHK-OUTPUT-COUNT TO WS-RUN-OUTPUT-COUNT
                   MOVE CHK-EXCEPTION-COUNT TO
                               WS-RUN-EXCEPTION-COUNT
                   MOVE CHK-SECONDARY-COUNT TO WS-SECONDARY-COUNT
                   IF CHK-SKIPPED-COUNT NUMERIC
                       MOVE CHK-SKIPPED-COUNT TO WS-PART-SKIPPED-COUNT
                       MOVE CHK-IN-BALANCE TO WS-PART-IN-BALANCE
                       MOVE CHK-OUT-BALANCE TO WS-PART-OUT-BALANCE
                   END-IF
               ELSE
                   DISPLAY "WARNING - CHECKPOINT HAS NO OWNER "
                           "STAMP - IGNORED"
           MOVE 'CHKHDR' TO CHH-MARKER
           MOVE WS-CHK-JOB-NAME TO CHH-JOB-NAME
           MOVE WS-BUSINESS-DATE TO CHH-RUN-DATE
           MOVE WS-CHK-QUALIFIER TO CHH-RUN-QUALIFIER
           WRITE CHECKPOINT-HEADER-RECORD.
      * PARTITIONED RUN (PARM BYTES 5-6) - PICK UP THE PARTITION'S
      * ACCOUNT RANGE FROM PARTCTL AND NAME THE CHECKPOINT, LOCK AND
      * RUN LOG ENTRY FOR IT. A BAD OR UNKNOWN PARTITION, OR ONE
      * ASKED FOR WITH A REVERSE OR DELTA RUN, IS REFUSED WITH RC 16
      * - A DELTA IS CARRIED FORWARD AGAINST THE WHOLE PRIOR CDOUT.
       SET-PARTITION.
           IF PARM-PARTITION NOT NUMERIC OR PARM-PARTITION = '00'
               DISPLAY "ERROR - PARTITION '" PARM-PARTITION
                       "' IN THE PARM IS NOT 01-99"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE PARM-PARTITION TO WS-PART-NUM
           MOVE 'EXP1P' TO WS-RUN-LOG-NAME(1:5)
           MOVE WS-PART-NUM TO WS-RUN-LOG-NAME(6:2)
           MOVE SPACE TO WS-RUN-LOG-NAME(8:1)
           IF PARM-REVERSE-MODE OR PARM-DELTA-MODE
               DISPLAY "ERROR - A REVERSE OR DELTA RUN CANNOT BE RUN "
                       "BY PARTITION"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN INPUT PART-CTRL-FILE
           IF NOT PARTCTL-OK
               DISPLAY "ERROR - COULD NOT OPEN PARTCTL, STATUS "
                       WS-PARTCTL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM UNTIL PARTCTL-EOF OR PART-ROW-FOUND
               READ PART-CTRL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PC-PARTITION = WS-PART-NUM
                           SET PART-ROW-FOUND TO TRUE
                           MOVE PC-LOW-ACCOUNT TO WS-PART-LOW
                           MOVE PC-HIGH-ACCOUNT TO WS-PART-HIGH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PART-CTRL-FILE
           IF NOT PART-ROW-FOUND
               DISPLAY "ERROR - PARTITION " WS-PART-NUM
                       " IS NOT ON PARTCTL"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           SET PARTITION-RUN TO TRUE
           MOVE 'PART' TO WS-CHK-QUALIFIER(1:4)
           MOVE WS-PART-NUM TO WS-CHK-QUALIFIER(5:2)
           MOVE 'CDCUST' TO WS-LOCK-NAME(1:6)
           MOVE WS-PART-NUM TO WS-LOCK-NAME(7:2)
           DISPLAY "STATUS - PARTITION " WS-PART-NUM ", ACCOUNTS "
                   WS-PART-LOW " TO " WS-PART-HIGH.
      * TWO RUNS OF THE SAME PARTITION MUST NEVER UPDATE ITS SLICE
      * OF CDCUST TOGETHER - A HELD LOCK REFUSES THIS RUN BEFORE ANY
      * OUTPUT IS OPENED.
       TAKE-PARTITION-LOCK.
           MOVE 'ACQ ' TO WS-LOCK-ACTION
           CALL 'LOCKMOD' USING WS-LOCK-ACTION WS-LOCK-NAME
                                WS-RUN-LOG-NAME WS-LOCK-RESULT
           IF NOT LOCK-TAKEN
               DISPLAY "ERROR - " WS-LOCK-NAME " LOCK REFUSED, "
                       "STATUS " WS-LOCK-RESULT
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE 'Y' TO WS-LOCK-HELD.
      * ON A PARTITIONED RUN A PAIR - AND ANY C RECORDS BEHIND IT -
      * BELONGS TO THE PARTITION WHOSE RANGE HOLDS THE ACCOUNT ON
      * THE RECORD IN THE A POSITION. EVERY PARTITION STEPS THROUGH
      * CDIN THE SAME WAY, SO EACH RECORD IS MERGED BY EXACTLY ONE.
       ROUTE-PAIR.
           IF PARTITION-RUN
                   AND (ACCOUNT-A < WS-PART-LOW
                     OR ACCOUNT-A > WS-PART-HIGH)
               PERFORM SKIP-OTHER-PAIR
           ELSE
               PERFORM MOVE-DATA
           END-IF.
      * ANOTHER PARTITION'S PAIR IS COUNTED THE WAY MOVE-DATA WOULD
      * COUNT IT (TWO RECORDS, PLUS ITS C RECORDS) AND LEFT ALONE.
       SKIP-OTHER-PAIR.
           ADD 2 TO WS-PART-SKIPPED-COUNT
           READ ACC-FILEIN AT END MOVE 'Y' TO EOF-POINT
           END-READ
           READ ACC-FILEIN AT END MOVE 'Y' TO EOF-POINT
           END-READ
           PERFORM UNTIL EOF-POINT = 'Y' OR TYPE-C NOT = 'C'
               ADD 1 TO WS-PART-SKIPPED-COUNT
               READ ACC-FILEIN AT END MOVE 'Y' TO EOF-POINT
               END-READ
           END-PERFORM.
      * A C RECORD AHEAD OF EVERY PAIR IS AN ORPHAN - ON A
      * PARTITIONED RUN ONLY THE PARTITION OWNING ITS ACCOUNT
      * REPORTS IT.
       ROUTE-LEADING-SECONDARY.
           IF PARTITION-RUN
                   AND (ACCOUNT-C < WS-PART-LOW
                     OR ACCOUNT-C > WS-PART-HIGH)
               ADD 1 TO WS-PART-SKIPPED-COUNT
               READ ACC-FILEIN AT END MOVE 'Y' TO EOF-POINT
               END-READ
           ELSE
               PERFORM PROCESS-SECONDARY-HOLDER
           END-IF.
      * THE PARTITION'S CONTROL TRAILER, LAST ON ITS CDOUT - ONLY
      * WRITTEN ONCE THE WHOLE CDIN HAS RECONCILED TO ITS HEADER, SO
      * THE RECOMBINE TREATS A CDOUT WITHOUT ONE AS UNFINISHED.
       WRITE-PARTITION-TRAILER.
           MOVE SPACES TO WS-PART-TRAILER
           MOVE 'CDPTTRL ' TO PTT-MARKER
           MOVE WS-PART-NUM TO PTT-PARTITION
           MOVE WS-BUSINESS-DATE TO PTT-RUN-DATE
           MOVE WS-RUN-INPUT-COUNT TO PTT-IN-PAIRS
           COMPUTE PTT-IN-RECORDS = WS-RUN-INPUT-COUNT * 2
                                  + WS-SECONDARY-COUNT
           MOVE WS-PART-IN-BALANCE TO PTT-IN-BALANCE
           MOVE WS-RUN-OUTPUT-COUNT TO PTT-OUT-RECORDS
           MOVE WS-PART-OUT-BALANCE TO PTT-OUT-BALANCE
           MOVE WS-RUN-EXCEPTION-COUNT TO PTT-EXCEPTIONS
           MOVE 'T' TO PTT-TYPE
           WRITE ACC-FILEOUT-REC FROM WS-PART-TRAILER
           IF NOT OUT-OK
               DISPLAY "ERROR - WRITE OF THE PARTITION TRAILER "
                       "FAILED, STATUS " WS-OUT-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.
       SKIP-TO-RESTART-POINT.
      * DISCARD PAIRS ALREADY WRITTEN ON THE PRIOR RUN, UP TO AND
      * INCLUDING THE ACCOUNT RECORDED IN THE LAST CHECKPOINT AND
      * ITS SECOND HOLDER. C RECORDS MEAN THE FILE NO LONGER STEPS
      * IN TWOS, SO IT IS WALKED A RECORD AT A TIME TO THE A RECORD.
           PERFORM UNTIL EOF-POINT = 'Y'
                   OR (TYPE-A = 'A' AND ACCOUNT-A = WS-RESTART-ACCOUNT)
               READ ACC-FILEIN AT END MOVE 'Y' TO EOF-POINT
           END-PERFORM
           IF EOF-POINT NOT = 'Y'
               READ ACC-FILEIN
               READ ACC-FILEIN AT END MOVE 'Y' TO EOF-POINT
               PERFORM UNTIL EOF-POINT = 'Y' OR TYPE-C NOT = 'C'
                   READ ACC-FILEIN AT END MOVE 'Y' TO EOF-POINT
               END-PERFORM
           END-IF.
       WRITE-CHECKPOINT.
           ADD 1 TO WS-CHECKPOINT-COUNT
               MOVE WS-RUN-INPUT-COUNT TO CHK-INPUT-COUNT
               MOVE WS-RUN-OUTPUT-COUNT TO CHK-OUTPUT-COUNT
               MOVE WS-RUN-EXCEPTION-COUNT TO CHK-EXCEPTION-COUNT
               MOVE WS-SECONDARY-COUNT TO CHK-SECONDARY-COUNT
               MOVE WS-PART-SKIPPED-COUNT TO CHK-SKIPPED-COUNT
               MOVE WS-PART-IN-BALANCE TO CHK-IN-BALANCE
               MOVE WS-PART-OUT-BALANCE TO CHK-OUT-BALANCE
               MOVE SPACES TO CHK-FILLER
               WRITE CHECKPOINT-RECORD
               MOVE 0 TO WS-CHECKPOINT-COUNT
           MOVE SPACES           TO EXC-FILLER.
           WRITE EXC-RECORD.
           ADD 1 TO WS-RUN-EXCEPTION-COUNT.
      * A TYPE-C RECORD BELONGS TO THE PAIR JUST READ ONLY WHEN IT
      * CARRIES THE SAME ACCOUNT AND NO OTHER C HAS CLAIMED THAT
      * PAIR. ONE THAT FOLLOWS A REJECTED PAIR IS HELD BACK WITH IT;
      * ONE THAT BELONGS TO NO PAIR AT ALL IS AN ORPHAN. A DELETION
      * PAIR'S C RECORD NEEDS NO ACTION.
       PROCESS-SECONDARY-HOLDER.
           ADD 1 TO WS-SECONDARY-COUNT.
           EVALUATE TRUE
               WHEN NO-OPEN-PAIR
                 OR ACCOUNT-C NOT = WS-SAVED-ACCOUNT
                   MOVE "ORPHAN SECONDARY HOLDER RECORD"
                     TO WS-CURRENT-EXC-REASON
                   PERFORM WRITE-SECONDARY-EXCEPTION
               WHEN PAIR-REJECTED
                   MOVE "SECONDARY HOLDER OF REJECTED PAIR"
                     TO WS-CURRENT-EXC-REASON
                   PERFORM WRITE-SECONDARY-EXCEPTION
               WHEN PAIR-DELETED
                   CONTINUE
               WHEN SURNAME-C = SPACES
                   MOVE "SECONDARY HOLDER HAS NO SURNAME"
                     TO WS-CURRENT-EXC-REASON
                   PERFORM WRITE-SECONDARY-EXCEPTION
               WHEN TRIAL-MODE
                   ADD 1 TO WS-JOINT-WRITTEN-COUNT
               WHEN OTHER
                   PERFORM WRITE-JOINT-MASTER
           END-EVALUATE.
           MOVE 'N' TO WS-PAIR-STATE.
           READ ACC-FILEIN AT END MOVE 'Y' TO EOF-POINT.
      * THE C RECORD ITSELF IS THE EXCEPTION - ITS ACCOUNT AND TYPE
      * GO IN THE A SLOT, THE PAIR IT FOLLOWED (IF ANY) IN THE B SLOT.
       WRITE-SECONDARY-EXCEPTION.
           MOVE SPACES           TO EXC-RECORD.
           MOVE ACCOUNT-C        TO EXC-ACCOUNT-A.
           MOVE TYPE-C           TO EXC-TYPE-A.
           MOVE WS-SAVED-ACCOUNT TO EXC-ACCOUNT-B.
           MOVE WS-CURRENT-EXC-REASON TO EXC-REASON.
           MOVE 0                TO EXC-BALANCE.
           MOVE FILLER-C(30:3)   TO EXC-SOURCE-FEED.
           MOVE WS-BUSINESS-DATE TO EXC-FIRST-SEEN.
           MOVE 0                TO EXC-CARRY-COUNT.
           WRITE EXC-RECORD.
           ADD 1 TO WS-RUN-EXCEPTION-COUNT.
      * BOTH DATES MUST BE REAL CALENDAR DATES AND THE RECEIPT MAY
      * NOT PRE-DATE THE ISSUE - GARBAGE HERE USED TO FLOW STRAIGHT
      * INTO CDOUT AND POISON THE DOWNSTREAM REPORTING.
                           WS-SAVED-ACCOUNT
               END-IF
           END-IF.
      * PICK THE PRIOR BALANCE OF EVERY FROZEN ACCOUNT OFF THE LAST
      * CDOUT GENERATION. WITHOUT CDPREV NOTHING CAN BE HELD AT ITS
      * OLD BALANCE, SO A FROZEN ACCOUNT'S PAIR IS REFUSED INSTEAD.
       LOAD-FROZEN-BALANCES.
           MOVE 0 TO WS-FRZ-BAL-COUNT.
           MOVE 'N' TO WS-PREV-EOF-FLAG.
           MOVE 'C' TO FZP-SCOPE.
           MOVE "EXPPROG1" TO FZP-JOB-NAME.
           MOVE WS-BUSINESS-DATE TO FZP-RUN-DATE.
           OPEN INPUT PREV-FILEOUT.
           IF NOT PREV-OK
               DISPLAY "STATUS - NO CDPREV, STATUS " WS-PREV-STATUS
                       " - FROZEN ACCOUNTS WILL BE REFUSED"
           ELSE
               READ PREV-FILEOUT AT END MOVE 'Y' TO WS-PREV-EOF-FLAG
               END-READ
               PERFORM LOAD-ONE-FROZEN-BALANCE UNTIL PREV-EOF
               CLOSE PREV-FILEOUT
               MOVE 'N' TO WS-PREV-EOF-FLAG
           END-IF.
       LOAD-ONE-FROZEN-BALANCE.
           MOVE 'CHK ' TO FZP-ACTION.
           MOVE PRV-ACCOUNT-NUM TO FZP-ACCOUNT.
           CALL 'FRZMOD' USING WS-FRZ-PARMS.
           IF FZP-FROZEN
               IF WS-FRZ-BAL-COUNT < 500
                   ADD 1 TO WS-FRZ-BAL-COUNT
                   SET WS-FRZ-IDX TO WS-FRZ-BAL-COUNT
                   MOVE PREV-RECORDOUT TO WS-FRZ-PREV-IMAGE
                   MOVE PRV-ACCOUNT-NUM
                     TO WS-FRZ-BAL-ACCOUNT(WS-FRZ-IDX)
                   MOVE WS-FRZ-PREV-BALANCE
                     TO WS-FRZ-BAL-AMOUNT(WS-FRZ-IDX)
               ELSE
                   DISPLAY "STATUS - FROZEN BALANCE TABLE FULL, "
                           PRV-ACCOUNT-NUM " WILL BE REFUSED"
               END-IF
           END-IF.
           READ PREV-FILEOUT AT END MOVE 'Y' TO WS-PREV-EOF-FLAG.
      * FRZ-HOLD-BALANCE - FROZEN, PRIOR BALANCE AT WS-FRZ-IDX;
      * FRZ-REFUSE-PAIR - FROZEN, BUT NO PRIOR BALANCE TO HOLD IT AT.
       CHECK-FROZEN-ACCOUNT.
           MOVE 'N' TO WS-FRZ-STATE.
           MOVE 'CHK ' TO FZP-ACTION.
           MOVE WS-SAVED-ACCOUNT TO FZP-ACCOUNT.
           CALL 'FRZMOD' USING WS-FRZ-PARMS.
           IF FZP-FROZEN
               MOVE 'R' TO WS-FRZ-STATE
               PERFORM VARYING WS-FRZ-IDX FROM 1 BY 1
                       UNTIL WS-FRZ-IDX > WS-FRZ-BAL-COUNT
                   IF WS-FRZ-BAL-ACCOUNT(WS-FRZ-IDX) = WS-SAVED-ACCOUNT
                       MOVE 'H' TO WS-FRZ-STATE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
      * THE PAIR GOES THROUGH AT THE FROZEN BALANCE; ONLY AN ACTUAL
      * ATTEMPT TO MOVE IT IS LOGGED FOR THE LEGAL TEAM.
       HOLD-FROZEN-BALANCE.
           IF FRZ-HOLD-BALANCE
               IF BALANCE-OUT NOT = WS-FRZ-BAL-AMOUNT(WS-FRZ-IDX)
                   COMPUTE FZP-AMOUNT = BALANCE-OUT
                                      - WS-FRZ-BAL-AMOUNT(WS-FRZ-IDX)
                   MOVE "CDIN BALANCE CHANGE REFUSED" TO FZP-ITEM
                   PERFORM LOG-FROZEN-ITEM
                   MOVE WS-FRZ-BAL-AMOUNT(WS-FRZ-IDX) TO BALANCE-OUT
                   ADD 1 TO WS-FRZ-HELD-COUNT
               END-IF
           END-IF.
           IF FRZ-REFUSE-PAIR
               MOVE BALANCE-OUT TO FZP-AMOUNT
               MOVE "CDIN PAIR REFUSED - NO PRIOR BALANCE" TO FZP-ITEM
               PERFORM LOG-FROZEN-ITEM
               ADD 1 TO WS-FRZ-REFUSED-COUNT
           END-IF.
      * A TRIAL RUN BLOCKS NOTHING FOR REAL, SO IT LOGS NOTHING.
       LOG-FROZEN-ITEM.
           IF NOT TRIAL-MODE
               MOVE 'LOG ' TO FZP-ACTION
               MOVE WS-SAVED-ACCOUNT TO FZP-ACCOUNT
               CALL 'FRZMOD' USING WS-FRZ-PARMS
           END-IF.
      * HOLD A VALIDATED DELTA PAIR (AS THE FINISHED ACC-RECORDOUT
      * IMAGE) UNTIL THE CARRY-FORWARD PASS. A SECOND CHANGE FOR THE
      * SAME ACCOUNT IS CAUGHT UPSTREAM AS A DUPLICATE, SO THE TABLE
                   CUST-RECORD
                   WS-IO-STATUS
                   WS-CUST-FILENAME.
      * KEYED JOINT-HOLDER MASTER (CDJOINT) - THE SECOND HOLDER OF
      * A JOINT ACCOUNT, NEXT TO THE FIRST HOLDER ON CDCUST.
       OPEN-JOINT-MASTER.
           CALL 'IOMOD'
             USING WS-OPEN-KEYED2
                   WS-FILE-KEY2
                   JNT-RECORD
                   WS-IO-STATUS
                   WS-JOINT-FILENAME.
           IF NOT IO-OK
               DISPLAY "ERROR - COULD NOT OPEN CDJOINT, STATUS "
                       WS-IO-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF.
       CLOSE-JOINT-MASTER.
           CALL 'IOMOD'
             USING WS-CLOSE
                   WS-FILE-KEY2
                   JNT-RECORD
                   WS-IO-STATUS
                   WS-JOINT-FILENAME.
      * A SECOND HOLDER ALREADY ON FILE KEEPS THE DATE THEY WERE
      * FIRST RECORDED; THE NAME IS REFRESHED FROM THE C RECORD.
       WRITE-JOINT-MASTER.
           MOVE SPACES            TO JNT-RECORD.
           MOVE ACCOUNT-C         TO JNT-ACCOUNT.
           CALL 'IOMOD'
             USING WS-READ-KEYED2
                   WS-FILE-KEY2
                   JNT-RECORD
                   WS-IO-STATUS
                   WS-JOINT-FILENAME.
           IF IO-OK
               MOVE ACCOUNT-NAME-C   TO JNT-NAME
               MOVE WS-BUSINESS-DATE TO JNT-UPDATED-DATE
               CALL 'IOMOD'
                 USING WS-REWRITE-KEYED2
                       WS-FILE-KEY2
                       JNT-RECORD
                       WS-IO-STATUS
                       WS-JOINT-FILENAME
           ELSE
               MOVE SPACES           TO JNT-RECORD
               MOVE ACCOUNT-C        TO JNT-ACCOUNT
               MOVE ACCOUNT-NAME-C   TO JNT-NAME
               MOVE WS-BUSINESS-DATE TO JNT-ADDED-DATE
               MOVE WS-BUSINESS-DATE TO JNT-UPDATED-DATE
               CALL 'IOMOD'
                 USING WS-WRITE-KEYED2
                       WS-FILE-KEY2
                       JNT-RECORD
                       WS-IO-STATUS
                       WS-JOINT-FILENAME
           END-IF
           IF IO-OK
               ADD 1 TO WS-JOINT-WRITTEN-COUNT
           ELSE
               DISPLAY "ERROR - IOMOD WRITE TO CDJOINT FAILED, "
                       "STATUS " WS-IO-STATUS
           END-IF.
       REMOVE-JOINT-HOLDER.
           MOVE SPACES            TO JNT-RECORD.
           MOVE WS-SAVED-ACCOUNT  TO JNT-ACCOUNT.
           CALL 'IOMOD'
             USING WS-DELETE-KEYED2
                   WS-FILE-KEY2
                   JNT-RECORD
                   WS-IO-STATUS
                   WS-JOINT-FILENAME.
           IF IO-OK
               ADD 1 TO WS-JOINT-REMOVED-COUNT
           END-IF.
       WRITE-CUSTOMER-MASTER.
           MOVE SPACES            TO CUST-RECORD.
           MOVE WS-SAVED-ACCOUNT  TO CUST-ACCOUNT.
      * RATHER THAN KEEPING WHATEVER AN EARLIER RUN RECORDED - BUT
      * THE OLD IMAGE IS READ FIRST, AND A REFRESH THAT ACTUALLY
      * ALTERS A FIELD IS RECORDED ON THE CHANGE HISTORY BEFORE THE
      * OVERWRITE. A NEW CUSTOMER IS RECORDED WITH A BLANK BEFORE.
           CALL 'IOMOD'
             USING WS-READ-KEYED
                   WS-FILE-KEY
                   WS-CUST-FILENAME.
           IF IO-OK
               MOVE CUST-RECORD TO WS-OLD-CUST-IMAGE
               IF CUST-GONE-AWAY
                   PERFORM CARRY-GONE-AWAY-FLAG
               END-IF
               MOVE WS-NEW-CUST-IMAGE TO CUST-RECORD
               IF WS-OLD-CUST-IMAGE(9:72)
                       NOT = WS-NEW-CUST-IMAGE(9:72)
                       WS-IO-STATUS
                       WS-CUST-FILENAME
           ELSE
               MOVE SPACES TO WS-OLD-CUST-IMAGE
               MOVE WS-NEW-CUST-IMAGE TO CUST-RECORD
               PERFORM WRITE-CHANGE-HISTORY
               CALL 'IOMOD'
                 USING WS-WRITE-KEYED
                       WS-FILE-KEY
               DISPLAY "ERROR - IOMOD WRITE TO CDCUST FAILED, "
                       "STATUS " WS-IO-STATUS
           END-IF.
      * A GONE-AWAY CUSTOMER STAYS GONE-AWAY WHILE THE B-RECORD
      * BRINGS THE SAME ADDRESS (NUMBER, STREET, TOWN, POST CODE -
      * BYTES 34-74 OF THE IMAGE). A CHANGED ADDRESS IS THE TRACE
      * TEAM'S RESULT COMING THROUGH, SO THE FLAG AND DATE DROP AND
      * THE CHANGE HISTORY RECORDS THE CLEARANCE WITH THE NEW ADDRESS.
       CARRY-GONE-AWAY-FLAG.
           IF WS-OLD-CUST-IMAGE(34:41) = WS-NEW-CUST-IMAGE(34:41)
               MOVE WS-OLD-CUST-IMAGE(75:6) TO WS-NEW-CUST-IMAGE(75:6)
           ELSE
               ADD 1 TO WS-GONE-CLEARED-COUNT
               DISPLAY "STATUS - GONE-AWAY CLEARED FOR "
                       WS-SAVED-ACCOUNT " - NEW ADDRESS RECEIVED"
           END-IF.
       WRITE-CHANGE-HISTORY.
           MOVE SPACES TO CHG-HIST-RECORD.
           MOVE WS-SAVED-ACCOUNT TO CHG-ACCOUNT.
      * MONTH-END AUDIT REVIEW DOESN'T DEPEND ON THE JOB LOG STILL
      * BEING RETAINED.
       Z100-WRITE-RUN-LOG.
           IF WS-LOCK-HELD = 'Y'
               MOVE RETURN-CODE TO WS-SAVED-RC
               MOVE 'REL ' TO WS-LOCK-ACTION
               CALL 'LOCKMOD' USING WS-LOCK-ACTION WS-LOCK-NAME
                                    WS-RUN-LOG-NAME WS-LOCK-RESULT
               MOVE 'N' TO WS-LOCK-HELD
               MOVE WS-SAVED-RC TO RETURN-CODE
           END-IF
           MOVE WS-RUN-LOG-NAME TO RL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE WS-RUN-INPUT-COUNT TO RL-INPUT-COUNT
           MOVE WS-RUN-OUTPUT-COUNT TO RL-OUTPUT-COUNT
           MOVE WS-RUN-EXCEPTION-COUNT TO RL-OUTPUT-COUNT-2
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES TO RL-FILLER
           MOVE WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
      * SYSTEM AFTER A DATA-FIX. CDOUT ITSELF ONLY CARRIES ACCOUNT,
      * COUNTY, BALANCE AND THE TWO DATES - NAME/ADDRESS DETAIL IS
      * RESTORED FROM THE KEYED CUSTOMER MASTER (CDCUST) WHERE A
      * RECORD EXISTS THERE, AND COMES BACK AS SPACES OTHERWISE. A
      * JOINT ACCOUNT ON CDJOINT GETS ITS TYPE-C RECORD BACK TOO.
       REVERSE-MERGE.
           PERFORM OPEN-CUSTOMER-MASTER
           PERFORM OPEN-JOINT-MASTER
           OPEN INPUT ACC-FILEOUT
           IF NOT OUT-OK
               DISPLAY "ERROR - COULD NOT OPEN ACC-FILEOUT, STATUS "
           MOVE WS-HDR-MARKER-VALUE TO HDR-MARKER
           MOVE WS-BUSINESS-DATE TO HDR-FILE-DATE
           COMPUTE HDR-RECORD-COUNT = WS-CDOUT-PRECOUNT * 2
                                    + WS-SECONDARY-COUNT
           MOVE 'FULL ' TO HDR-FILE-MODE
           MOVE 'H' TO HDR-TYPE
           WRITE ACC-CONTROL-HEADER
           CLOSE ACC-FILEOUT
                 ACC-FILEIN.
           PERFORM CLOSE-CUSTOMER-MASTER.
           PERFORM CLOSE-JOINT-MASTER.
       REVERSE-WRITE-PAIR.
           ADD 1 TO WS-RUN-INPUT-COUNT
           MOVE SPACES TO CUST-RECORD
               MOVE CUST-POST-CODE   TO POST-CODE
           END-IF
           WRITE ACC-RECORDB
           MOVE SPACES TO JNT-RECORD
           MOVE ACCOUNT-NUM TO JNT-ACCOUNT
           CALL 'IOMOD'
             USING WS-READ-KEYED2
                   WS-FILE-KEY2
                   JNT-RECORD
                   WS-IO-STATUS
                   WS-JOINT-FILENAME
           IF IO-OK
               MOVE SPACES TO ACC-RECORDC
               MOVE ACCOUNT-NUM TO ACCOUNT-C
               MOVE JNT-NAME TO ACCOUNT-NAME-C
               MOVE 'C' TO TYPE-C
               WRITE ACC-RECORDC
           END-IF
           ADD 1 TO WS-RUN-OUTPUT-COUNT
           READ ACC-FILEOUT INTO ACC-RECORDOUT
               AT END MOVE 'Y' TO WS-OUT-EOF-FLAG
       COUNT-REVERSE-INPUT.
           READ ACC-FILEOUT
               AT END MOVE 'Y' TO WS-OUT-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-CDOUT-PRECOUNT
                   MOVE SPACES TO JNT-RECORD
                   MOVE ACC-FILEOUT-REC(1:8) TO JNT-ACCOUNT
                   CALL 'IOMOD'
                     USING WS-READ-KEYED2
                           WS-FILE-KEY2
                           JNT-RECORD
                           WS-IO-STATUS
                           WS-JOINT-FILENAME
                   IF IO-OK
                       ADD 1 TO WS-SECONDARY-COUNT
                   END-IF
           END-READ.
