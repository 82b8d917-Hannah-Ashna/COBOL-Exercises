       ID DIVISION.
       PROGRAM-ID. EXPPROG95.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * RECOMBINE OF A PARTITIONED CDIN MERGE. SINCE THE REGIONAL
      * CONSOLIDATION (EXPPROG35) CDIN IS TOO BIG FOR ONE MERGE STEP
      * ON THE CRITICAL PATH, SO EXPPROG1/EXPPROG3 CAN RUN AS
      * SEVERAL CONCURRENT PARTITIONS, EACH TAKING THE ACCOUNT RANGE
      * ITS PARTCTL ROW GIVES IT AND WRITING ITS OWN CDOUT, ENDED BY
      * A CONTROL TRAILER (PTTRL). THIS JOB PUTS THOSE CDOUTS BACK
      * TOGETHER AND PROVES THEM BEFORE ANYTHING DOWNSTREAM RUNS.
      *
      * THE PARTITION CDOUTS ARE ALLOCATED AS CDOUTP<NN> AND TAKEN
      * IN PARTCTL ROW ORDER. THE ROWS RUN IN ASCENDING,
      * NON-OVERLAPPING RANGES, SO COPYING EACH PARTITION IN TURN
      * GIVES ONE ASCENDING CDOUT - EVERY RECORD IS CHECKED TO BE
      * INSIDE ITS PARTITION'S RANGE AND ABOVE THE ONE BEFORE IT.
      *
      * PARM BYTES 1-8 NAME THE MERGE THAT WAS PARTITIONED -
      * EXPPROG1 OR EXPPROG3 (THE DEFAULT).
      *
      * RECONCILIATION:
      *   EACH PARTITION - A TRAILER MUST BE PRESENT (ONE IS ONLY
      *     WRITTEN WHEN THE PARTITION FINISHED WITH ITS CDIN HEADER
      *     RECONCILED), FOR THIS PARTITION AND TODAY, AND ITS
      *     OUTPUT COUNT AND BALANCE MUST MATCH WHAT WAS COPIED.
      *   ALL PARTITIONS - THE CDIN RECORDS THE PARTITIONS MERGED
      *     MUST ADD UP TO THE COMBINED CDIN HEADER'S RECORD COUNT
      *     (A GAP OR OVERLAP IN PARTCTL SHOWS HERE), AND THEIR
      *     TYPE-A BALANCES TO THE HEADER'S BALANCE TOTAL (EXPPROG12
      *     CARRIES THE TOTAL THROUGH, LESS WHAT IT SIDELINES). ONLY
      *     AN OLD-FORMAT HEADER WITH NO BALANCE TOTAL (A SINGLE
      *     SENDER, NOT EXPPROG35) SHOULD LACK ONE - THAT IS A
      *     WARNING, RC 4, NAMED ON THE CONSOLE, AND THE COUNT ALONE
      *     IS PROVED.
      *
      * A RECONCILED RECOMBINE LOGS ITSELF AND THEN THE MERGE'S OWN
      * CDRUNLOG ENTRY (EXPPROG1/EXPPROG3) WITH THE COMBINED COUNTS -
      * THE PARTITIONS LOG AS EXP1P<NN>/EXP3P<NN> - SO THE DEPCTL
      * GATES ON THE MERGE HOLD EVERY DOWNSTREAM JOB UNTIL HERE.
      * THE MERGE'S ENTRY CARRIES THE PARTITIONS' RECONCILED RC -
      * ZERO WHEN EVERYTHING PROVED WAS IN AGREEMENT, EVEN IF ONLY
      * THE COUNT COULD BE PROVED - SO A RECOMBINE WARNING STAYS ON
      * THE EXPPRG95 ENTRY AND DOES NOT HOLD THE MERGE'S DEPENDANTS.
      * ANY FAILURE IS RC 16 WITH AN ALRTMOD ALERT; THE COMBINED
      * CDOUT IS THEN LEFT EMPTY SO NOTHING CAN PICK UP PART OF IT.
      * A PARTCTL OR CDIN THAT CANNOT BE OPENED IS RC 12.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT PART-CTRL-FILE ASSIGN TO PARTCTL
           FILE STATUS IS WS-PARTCTL-STATUS.
           SELECT ACC-FILEIN ASSIGN TO CDIN
           FILE STATUS IS WS-IN-STATUS.
           SELECT PART-OUT-FILE ASSIGN TO WS-DYN-PART-NAME
           FILE STATUS IS WS-PART-STATUS.
           SELECT ACC-FILEOUT ASSIGN TO CDOUT
           FILE STATUS IS WS-OUT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD PART-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 PART-CTRL-REC.
           COPY PARTCTL.
      *
      *ONLY THE BATCH CONTROL HEADER IS READ.
      *EXPPROG35'S COMBINED HEADER LAYOUT - MUST BE KEPT IN STEP.
       FD ACC-FILEIN BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 ACC-CONTROL-HEADER.
           03 HDR-MARKER             PIC X(8).
           03 HDR-FILE-DATE          PIC 9(8).
           03 HDR-RECORD-COUNT       PIC 9(8).
           03 HDR-FILE-MODE          PIC X(5).
           03 HDR-BALANCE-TOTAL      PIC S9(13) SIGN LEADING SEPARATE.
           03 HDR-FILLER             PIC X(36).
           03 HDR-TYPE               PIC X(1).
      *
      *ONE PARTITION'S CDOUT - MERGED RECORDS, THEN ITS TRAILER.
       FD PART-OUT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 PART-OUT-REC.
           COPY CDRECO.
       01 PART-TRAILER-REC.
           COPY PTTRL.
      *
       FD ACC-FILEOUT BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 ACC-FILEOUT-REC            PIC X(80).
      *
       FD RUN-LOG-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 RUN-LOG-RECORD.
           COPY RUNLOG.
      *
       WORKING-STORAGE SECTION.
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE           PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP         PIC X(16) VALUE SPACES.

       01 WS-PARTCTL-STATUS          PIC X(2).
           88 PARTCTL-OK             VALUE "00".
           88 PARTCTL-EOF            VALUE "10".
       01 WS-IN-STATUS               PIC X(2).
           88 IN-OK                  VALUE "00".
       01 WS-PART-STATUS             PIC X(2).
           88 PART-OK                VALUE "00".
           88 PART-EOF               VALUE "10".
       01 WS-OUT-STATUS              PIC X(2).
           88 OUT-OK                 VALUE "00".
       01 WS-RUNLOG-STATUS           PIC X(2).

       01 WS-DYN-PART-NAME           PIC X(8) VALUE SPACES.
       01 WS-HDR-MARKER-VALUE        PIC X(8) VALUE 'CDINHDR '.
       01 WS-TRAILER-MARKER          PIC X(8) VALUE 'CDPTTRL '.

      *THE MERGE THE PARTITIONS BELONG TO
       01 WS-MERGE-JOB               PIC X(8) VALUE 'EXPPROG3'.
           88 MERGE-KNOWN            VALUE 'EXPPROG1' 'EXPPROG3'.

      *PARTCTL, IN ROW ORDER
       01 WS-PT-TABLE.
           03 WS-PT-ENTRY OCCURS 20 TIMES.
               05 WS-PT-NUM          PIC 9(2).
               05 WS-PT-LOW          PIC X(8).
               05 WS-PT-HIGH         PIC X(8).
       01 WS-PT-COUNT                PIC 9(2) VALUE 0.
       01 WS-PT-IDX                  PIC 9(2).

      *THE COMBINED CDIN HEADER
       01 WS-HDR-COUNT               PIC 9(8) VALUE 0.
       01 WS-HDR-BALANCE             PIC S9(13) VALUE 0.
       01 WS-HDR-BAL-FLAG            PIC X VALUE 'N'.
           88 HDR-HAS-BALANCE        VALUE 'Y'.

      *THE PARTITION BEING COPIED
       01 WS-THIS-COUNT              PIC 9(8).
       01 WS-THIS-BALANCE            PIC S9(13).
       01 WS-THIS-FAULTS             PIC 9(6).
       01 WS-TRAILER-FLAG            PIC X.
           88 TRAILER-FOUND          VALUE 'Y'.
       01 WS-TRAILER.
           COPY PTTRL.
       01 WS-LAST-ACCOUNT            PIC X(8) VALUE LOW-VALUES.

      *TOTALS ACROSS THE PARTITIONS, FROM THEIR TRAILERS
       01 WS-TOT-IN-PAIRS            PIC 9(8) VALUE 0.
       01 WS-TOT-IN-RECORDS          PIC 9(8) VALUE 0.
       01 WS-TOT-IN-BALANCE          PIC S9(13) VALUE 0.
       01 WS-TOT-EXCEPTIONS          PIC 9(8) VALUE 0.
       01 WS-READ-COUNT              PIC 9(8) VALUE 0.
       01 WS-WRITTEN-COUNT           PIC 9(8) VALUE 0.
       01 WS-RECON-FLAG              PIC X VALUE 'N'.
           88 RECON-DONE             VALUE 'Y'.

       01 WS-EDIT-AMOUNT-1           PIC -(13)9.
       01 WS-EDIT-AMOUNT-2           PIC -(13)9.

      *ALRTMOD ALERT ON A REFUSED RECOMBINE
       01 WS-ALERT-JOB               PIC X(8) VALUE 'EXPPRG95'.
       01 WS-ALERT-SEVERITY          PIC X(1).
       01 WS-ALERT-MESSAGE           PIC X(40).
       01 WS-ALERT-KEY               PIC X(8).

      *THE RUN'S RETURN CODE, HELD HERE BECAUSE EVERY CALL RESETS
      *RETURN-CODE
       01 WS-RUN-RC                  PIC 9(4) VALUE 0.
      *
       LINKAGE SECTION.
       01 INPUT-PARM.
           03 PARM-LENGTH            PIC S9(04) COMP.
           03 PARM-MERGE-JOB         PIC X(8).
      *
       PROCEDURE DIVISION USING INPUT-PARM.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING PARTITION RECOMBINE"
           IF PARM-LENGTH >= 8 AND PARM-MERGE-JOB NOT = SPACES
               MOVE PARM-MERGE-JOB TO WS-MERGE-JOB
           END-IF
           IF NOT MERGE-KNOWN
               DISPLAY "ERROR - " WS-MERGE-JOB " IS NOT A MERGE THAT "
                       "RUNS BY PARTITION"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM B100-LOAD-PARTITIONS
           PERFORM B200-READ-CDIN-HEADER
           OPEN OUTPUT ACC-FILEOUT
           IF NOT OUT-OK
               DISPLAY "ERROR - COULD NOT OPEN CDOUT, STATUS "
                       WS-OUT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
               PERFORM C100-COPY-PARTITION
           END-PERFORM
           CLOSE ACC-FILEOUT
           PERFORM D100-RECONCILE-HEADER
           SET RECON-DONE TO TRUE
           IF WS-RUN-RC >= 8
               PERFORM E100-REFUSE-RECOMBINE
           END-IF
           DISPLAY "STATUS - " WS-MERGE-JOB " PARTITIONS: "
                   WS-PT-COUNT ", RECORDS TO CDOUT: "
                   WS-WRITTEN-COUNT ", EXCEPTIONS: "
                   WS-TOT-EXCEPTIONS
           MOVE WS-RUN-RC TO RETURN-CODE
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - PARTITION RECOMBINE DONE"
           GOBACK
           .

      *PARTCTL IS CHECKED HERE AS WELL AS BY THE PRE-FLIGHT - THE
      *ASCENDING, NON-OVERLAPPING ORDER IS WHAT MAKES THE COMBINED
      *CDOUT ASCENDING, SO A BAD ROW REFUSES THE RUN.
       B100-LOAD-PARTITIONS   SECTION.
           OPEN INPUT PART-CTRL-FILE
           IF NOT PARTCTL-OK
               DISPLAY "ERROR - COULD NOT OPEN PARTCTL, STATUS "
                       WS-PARTCTL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM UNTIL PARTCTL-EOF
               READ PART-CTRL-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM B110-TAKE-PARTITION
               END-READ
           END-PERFORM
           CLOSE PART-CTRL-FILE
           IF WS-PT-COUNT = 0
               DISPLAY "ERROR - PARTCTL HAS NO PARTITIONS"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           .

       B110-TAKE-PARTITION    SECTION.
           IF WS-PT-COUNT >= 20
               DISPLAY "ERROR - PARTCTL HAS MORE THAN 20 PARTITIONS"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           IF PC-PARTITION NOT NUMERIC OR PC-PARTITION = 0
                   OR PC-LOW-ACCOUNT = SPACES
                   OR PC-HIGH-ACCOUNT = SPACES
                   OR PC-LOW-ACCOUNT > PC-HIGH-ACCOUNT
               DISPLAY "ERROR - PARTCTL ROW " PART-CTRL-REC(1:18)
                       " IS NOT A VALID PARTITION"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           IF WS-PT-COUNT > 0
               IF PC-PARTITION <= WS-PT-NUM(WS-PT-COUNT)
                       OR PC-LOW-ACCOUNT <= WS-PT-HIGH(WS-PT-COUNT)
                   DISPLAY "ERROR - PARTCTL PARTITION " PC-PARTITION
                           " IS OUT OF ORDER OR OVERLAPS THE ROW "
                           "BEFORE IT"
                   MOVE 16 TO RETURN-CODE
                   PERFORM Z100-WRITE-RUN-LOG
                   GOBACK
               END-IF
           END-IF
           ADD 1 TO WS-PT-COUNT
           MOVE PC-PARTITION TO WS-PT-NUM(WS-PT-COUNT)
           MOVE PC-LOW-ACCOUNT TO WS-PT-LOW(WS-PT-COUNT)
           MOVE PC-HIGH-ACCOUNT TO WS-PT-HIGH(WS-PT-COUNT)
           .

      *THE SAME HEADER THE PARTITIONS PROVED - TODAY'S, AND NOT A
      *DELTA (DELTAS ARE NEVER PARTITIONED).
       B200-READ-CDIN-HEADER  SECTION.
           OPEN INPUT ACC-FILEIN
           IF NOT IN-OK
               DISPLAY "ERROR - COULD NOT OPEN CDIN, STATUS "
                       WS-IN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           READ ACC-FILEIN
               AT END MOVE SPACES TO ACC-CONTROL-HEADER
           END-READ
           CLOSE ACC-FILEIN
           IF HDR-MARKER NOT = WS-HDR-MARKER-VALUE
               DISPLAY "ERROR - CDIN HAS NO CONTROL HEADER"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           IF HDR-FILE-DATE NOT = WS-BUSINESS-DATE
               DISPLAY "ERROR - CDIN IS STALE, FILE DATE "
                       HDR-FILE-DATE " IS NOT TODAY " WS-BUSINESS-DATE
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           IF HDR-FILE-MODE = 'DELTA'
               DISPLAY "ERROR - CDIN IS A DELTA FILE, A DELTA RUN IS "
                       "NEVER PARTITIONED"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE HDR-RECORD-COUNT TO WS-HDR-COUNT
           IF HDR-BALANCE-TOTAL NUMERIC
               MOVE HDR-BALANCE-TOTAL TO WS-HDR-BALANCE
               SET HDR-HAS-BALANCE TO TRUE
           END-IF
           .

      *COPY ONE PARTITION'S CDOUT ONTO THE COMBINED CDOUT AND PROVE
      *IT AGAINST ITS OWN TRAILER.
       C100-COPY-PARTITION    SECTION.
           MOVE SPACES TO WS-DYN-PART-NAME
           MOVE 'CDOUTP' TO WS-DYN-PART-NAME(1:6)
           MOVE WS-PT-NUM(WS-PT-IDX) TO WS-DYN-PART-NAME(7:2)
           MOVE 0 TO WS-THIS-COUNT
           MOVE 0 TO WS-THIS-BALANCE
           MOVE 0 TO WS-THIS-FAULTS
           MOVE 'N' TO WS-TRAILER-FLAG
           OPEN INPUT PART-OUT-FILE
           IF NOT PART-OK
               DISPLAY "ERROR - COULD NOT OPEN " WS-DYN-PART-NAME
                       " FOR PARTITION " WS-PT-NUM(WS-PT-IDX)
                       ", STATUS " WS-PART-STATUS
               MOVE 16 TO WS-RUN-RC
               GO TO C100-EXIT
           END-IF
           PERFORM UNTIL PART-EOF
               READ PART-OUT-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM C110-TAKE-RECORD
               END-READ
           END-PERFORM
           CLOSE PART-OUT-FILE
           IF WS-THIS-FAULTS > 1
               DISPLAY "ERROR - " WS-DYN-PART-NAME " HAS "
                       WS-THIS-FAULTS " RECORDS OUT OF RANGE OR "
                       "SEQUENCE IN ALL"
           END-IF
           PERFORM C120-CHECK-TRAILER.
       C100-EXIT.
           EXIT.

      *A DATA RECORD MUST SIT INSIDE ITS PARTITION'S RANGE AND
      *ABOVE THE LAST RECORD COPIED FROM ANY PARTITION. ONLY THE
      *FIRST FAULT OF A PARTITION IS SHOWN IN FULL.
       C110-TAKE-RECORD       SECTION.
           IF TRAILER-FOUND
               ADD 1 TO WS-THIS-FAULTS
               IF WS-THIS-FAULTS = 1
                   DISPLAY "ERROR - " WS-DYN-PART-NAME " HAS RECORDS "
                           "AFTER ITS CONTROL TRAILER"
               END-IF
               MOVE 16 TO WS-RUN-RC
               GO TO C110-EXIT
           END-IF
           IF PTT-MARKER OF PART-TRAILER-REC = WS-TRAILER-MARKER
                   AND PTT-TYPE OF PART-TRAILER-REC = 'T'
               MOVE PART-TRAILER-REC TO WS-TRAILER
               SET TRAILER-FOUND TO TRUE
               GO TO C110-EXIT
           END-IF
           ADD 1 TO WS-READ-COUNT
           ADD 1 TO WS-THIS-COUNT
           IF BALANCE-OUT NUMERIC
               ADD BALANCE-OUT TO WS-THIS-BALANCE
           END-IF
           IF ACCOUNT-NUM < WS-PT-LOW(WS-PT-IDX)
                   OR ACCOUNT-NUM > WS-PT-HIGH(WS-PT-IDX)
               ADD 1 TO WS-THIS-FAULTS
               IF WS-THIS-FAULTS = 1
                   DISPLAY "ERROR - " WS-DYN-PART-NAME " ACCOUNT "
                           ACCOUNT-NUM " IS OUTSIDE PARTITION "
                           WS-PT-NUM(WS-PT-IDX) "'S RANGE"
               END-IF
               MOVE 16 TO WS-RUN-RC
           ELSE
               IF ACCOUNT-NUM NOT > WS-LAST-ACCOUNT
                   ADD 1 TO WS-THIS-FAULTS
                   IF WS-THIS-FAULTS = 1
                       DISPLAY "ERROR - " WS-DYN-PART-NAME
                               " ACCOUNT " ACCOUNT-NUM
                               " IS OUT OF SEQUENCE AFTER "
                               WS-LAST-ACCOUNT
                   END-IF
                   MOVE 16 TO WS-RUN-RC
               END-IF
           END-IF
           MOVE ACCOUNT-NUM TO WS-LAST-ACCOUNT
           WRITE ACC-FILEOUT-REC FROM PART-OUT-REC
           ADD 1 TO WS-WRITTEN-COUNT.
       C110-EXIT.
           EXIT.

       C120-CHECK-TRAILER     SECTION.
           IF NOT TRAILER-FOUND
               DISPLAY "ERROR - " WS-DYN-PART-NAME " HAS NO CONTROL "
                       "TRAILER - PARTITION " WS-PT-NUM(WS-PT-IDX)
                       " DID NOT FINISH CLEANLY"
               MOVE 16 TO WS-RUN-RC
               GO TO C120-EXIT
           END-IF
           IF PTT-PARTITION OF WS-TRAILER NOT = WS-PT-NUM(WS-PT-IDX)
               DISPLAY "ERROR - " WS-DYN-PART-NAME " TRAILER IS FOR "
                       "PARTITION " PTT-PARTITION OF WS-TRAILER
               MOVE 16 TO WS-RUN-RC
           END-IF
           IF PTT-RUN-DATE OF WS-TRAILER NOT = WS-BUSINESS-DATE
               DISPLAY "ERROR - " WS-DYN-PART-NAME " IS STALE, "
                       "TRAILER DATED " PTT-RUN-DATE OF WS-TRAILER
               MOVE 16 TO WS-RUN-RC
           END-IF
           IF PTT-OUT-RECORDS OF WS-TRAILER NOT = WS-THIS-COUNT
               DISPLAY "ERROR - " WS-DYN-PART-NAME " TRAILER SAYS "
                       PTT-OUT-RECORDS OF WS-TRAILER " RECORDS BUT "
                       WS-THIS-COUNT " WERE COPIED"
               MOVE 16 TO WS-RUN-RC
           END-IF
           IF PTT-OUT-BALANCE OF WS-TRAILER NOT = WS-THIS-BALANCE
               MOVE PTT-OUT-BALANCE OF WS-TRAILER TO WS-EDIT-AMOUNT-1
               MOVE WS-THIS-BALANCE TO WS-EDIT-AMOUNT-2
               DISPLAY "ERROR - " WS-DYN-PART-NAME " TRAILER BALANCE "
                       WS-EDIT-AMOUNT-1 " BUT " WS-EDIT-AMOUNT-2
                       " WAS COPIED"
               MOVE 16 TO WS-RUN-RC
           END-IF
           ADD PTT-IN-PAIRS OF WS-TRAILER TO WS-TOT-IN-PAIRS
           ADD PTT-IN-RECORDS OF WS-TRAILER TO WS-TOT-IN-RECORDS
           ADD PTT-IN-BALANCE OF WS-TRAILER TO WS-TOT-IN-BALANCE
           ADD PTT-EXCEPTIONS OF WS-TRAILER TO WS-TOT-EXCEPTIONS
           DISPLAY "STATUS - PARTITION " WS-PT-NUM(WS-PT-IDX) " "
                   WS-PT-LOW(WS-PT-IDX) "-" WS-PT-HIGH(WS-PT-IDX)
                   ": CDIN RECORDS " PTT-IN-RECORDS OF WS-TRAILER
                   ", TO CDOUT " WS-THIS-COUNT
                   ", EXCEPTIONS " PTT-EXCEPTIONS OF WS-TRAILER.
       C120-EXIT.
           EXIT.

      *EVERY CDIN RECORD MUST HAVE BEEN MERGED BY EXACTLY ONE
      *PARTITION, AND THE TYPE-A BALANCES THEY READ MUST ADD UP TO
      *WHAT THE CONSOLIDATOR PUT ON THE HEADER.
       D100-RECONCILE-HEADER  SECTION.
           IF WS-TOT-IN-RECORDS NOT = WS-HDR-COUNT
               DISPLAY "ERROR - PARTITIONS MERGED " WS-TOT-IN-RECORDS
                       " CDIN RECORDS BUT THE HEADER SAYS "
                       WS-HDR-COUNT
               MOVE 16 TO WS-RUN-RC
           END-IF
           IF HDR-HAS-BALANCE
               IF WS-TOT-IN-BALANCE NOT = WS-HDR-BALANCE
                   MOVE WS-TOT-IN-BALANCE TO WS-EDIT-AMOUNT-1
                   MOVE WS-HDR-BALANCE TO WS-EDIT-AMOUNT-2
                   DISPLAY "ERROR - PARTITIONS READ A BALANCE OF "
                           WS-EDIT-AMOUNT-1 " BUT THE HEADER SAYS "
                           WS-EDIT-AMOUNT-2
                   MOVE 16 TO WS-RUN-RC
               END-IF
           ELSE
               DISPLAY "WARNING - CDIN HEADER CARRIES NO BALANCE "
                       "TOTAL, RECORD COUNT RECONCILED ONLY"
               DISPLAY "WARNING - CDIN HEADER DATED " HDR-FILE-DATE
                       " MODE '" HDR-FILE-MODE "' IS OLD-FORMAT - "
                       "CHECK CDIN CAME THROUGH EXPPROG35 AND EXPPROG12"
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF
           .

      *A REFUSED RECOMBINE LEAVES NO USABLE CDOUT BEHIND.
       E100-REFUSE-RECOMBINE  SECTION.
           OPEN OUTPUT ACC-FILEOUT
           CLOSE ACC-FILEOUT
           MOVE 0 TO WS-WRITTEN-COUNT
           DISPLAY "ERROR - RECOMBINE REFUSED, CDOUT LEFT EMPTY - "
                   "NOTHING DOWNSTREAM OF " WS-MERGE-JOB " MAY RUN"
           MOVE 'E' TO WS-ALERT-SEVERITY
           MOVE "PARTITION RECOMBINE REFUSED" TO WS-ALERT-MESSAGE
           MOVE WS-MERGE-JOB TO WS-ALERT-KEY
           CALL 'ALRTMOD' USING WS-ALERT-JOB WS-BUSINESS-DATE
                                WS-ALERT-SEVERITY WS-ALERT-MESSAGE
                                WS-ALERT-KEY
           .

      *WRITE ONE SUMMARY RECORD TO THE SHARED CROSS-SUITE RUN LOG,
      *AND ONCE THE PARTITIONS HAVE BEEN RECONCILED THE MERGE'S OWN
      *RECORD FOR THE WHOLE RUN.
       Z100-WRITE-RUN-LOG     SECTION.
           MOVE "EXPPRG95" TO RL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE WS-READ-COUNT TO RL-INPUT-COUNT
           MOVE WS-WRITTEN-COUNT TO RL-OUTPUT-COUNT
           MOVE WS-PT-COUNT TO RL-OUTPUT-COUNT-2
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES TO RL-FILLER
           MOVE WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           WRITE RUN-LOG-RECORD
           IF RECON-DONE
               MOVE WS-MERGE-JOB TO RL-JOB-NAME
               MOVE WS-TOT-IN-PAIRS TO RL-INPUT-COUNT
               MOVE WS-WRITTEN-COUNT TO RL-OUTPUT-COUNT
               MOVE WS-TOT-EXCEPTIONS TO RL-OUTPUT-COUNT-2
               IF WS-RUN-RC >= 8
                   MOVE WS-RUN-RC TO RL-RETURN-CODE
               ELSE
                   MOVE 0 TO RL-RETURN-CODE
               END-IF
               WRITE RUN-LOG-RECORD
           END-IF
           CLOSE RUN-LOG-FILE
           .
