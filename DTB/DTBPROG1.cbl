           FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT CKD-CTRL-FILE ASSIGN TO CHKDCTL
           FILE STATUS IS WS-CKDCTL-STATUS.
           SELECT PREV-FILEOUT ASSIGN TO CDPREV
           FILE STATUS IS WS-PREV-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
       01 ACC-RECORDB.
           COPY CDRECB.

      *--- SECONDARY HOLDER OF A JOINT ACCOUNT - AT MOST ONE,
      *    FOLLOWING ITS A/B PAIR.
       01 ACC-RECORDC.
           COPY CDRECC.

      *--- BATCH CONTROL HEADER - FIRST RECORD OF EVERY CDIN,
      *    CARRYING THE CREATION DATE AND THE NUMBER OF DATA RECORDS
      *    THAT SHOULD FOLLOW, SO A STALE GENERATION OR A TRUNCATED
           03 CHK-INPUT-COUNT        PIC 9(8).
           03 CHK-OUTPUT-COUNT       PIC 9(8).
           03 CHK-EXCEPTION-COUNT    PIC 9(8).
      *TYPE-C RECORDS READ SO FAR, FOR THE HEADER RECONCILIATION.
           03 CHK-SECONDARY-COUNT    PIC 9(8).
           03 CHK-FILLER             PIC X(40).
      *--- OWNER STAMP WRITTEN AS THE FIRST RECORD WHENEVER THE
      *    CHECKPOINT FILE IS STARTED FRESH - EVERY CHECKPOINTING
      *    JOB SHARES THE CDCHKPT NAME, SO A RESTART MUST PROVE THE
           03 CKD-WEIGHTS            PIC 9(8).
           03 FILLER                 PIC X(62).

      *--- PRIOR CDOUT GENERATION - ONLY READ AT START-UP, FOR THE
      *    BALANCES OF ACCOUNTS UNDER A LEGAL HOLD (FRZMOD).
       FD PREV-FILEOUT BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 PREV-RECORDOUT.
           03 PRV-ACCOUNT-NUM        PIC X(8).
           03 PRV-REST               PIC X(72).

       WORKING-STORAGE SECTION.
      *--- business processing date (DATECTL card via DATEMOD,
      *    machine date when the card is absent)
       01 WS-BUSINESS-DATE           PIC X(8) VALUE SPACES.
      *--- job start on the machine clock, for the run log
       01 WS-JOB-START-STAMP         PIC X(16) VALUE SPACES.
      *--- THE CDOUT RECORD IS BUILT HERE RATHER THAN IN THE FD
      *    AREA - A TRIAL RUN NEVER OPENS ACC-FILEOUT, AND AN
      *    UNOPENED FILE'S RECORD AREA MUST NOT BE TOUCHED.
       01 WS-HDR-TODAY               PIC 9(8).
       01 WS-RECORDS-EXPECTED        PIC 9(8) VALUE 0.
       01 WS-CDOUT-PRECOUNT          PIC 9(8) VALUE 0.
      *--- JOINT HOLDERS - A TYPE-C RECORD AFTER AN A/B PAIR NAMES
      *    THE SECOND HOLDER, KEPT ON CDJOINT THROUGH IOMOD'S
      *    FILEKEY2 SLOT, THE SAME MASTER THE EXPPROG1/EXPPROG3
      *    MERGES MAINTAIN. WS-PAIR-STATE SAYS WHAT BECAME OF THE
      *    PAIR A C RECORD HAS TO BELONG TO.
       01 WS-SECONDARY-COUNT         PIC 9(8) VALUE 0.
       01 WS-JOINT-WRITTEN-COUNT     PIC 9(6) VALUE 0.
       01 WS-JOINT-REMOVED-COUNT     PIC 9(6) VALUE 0.
       01 WS-PAIR-STATE              PIC X VALUE 'N'.
           88 PAIR-ACCEPTED          VALUE 'A'.
           88 PAIR-REJECTED          VALUE 'R'.
           88 NO-OPEN-PAIR           VALUE 'N'.
       01 WS-JOINT-FILLER.
           03 WS-OPEN-KEYED2         PIC X(4) VALUE 'OK2 '.
           03 WS-READ-KEYED2         PIC X(4) VALUE 'RK2 '.
           03 WS-WRITE-KEYED2        PIC X(4) VALUE 'WK2 '.
           03 WS-REWRITE-KEYED2      PIC X(4) VALUE 'RW2 '.
           03 WS-DELETE-KEYED2       PIC X(4) VALUE 'DK2 '.
           03 WS-CLOSE               PIC X(4) VALUE 'C   '.
           03 WS-FILE-KEY2           PIC X(8) VALUE 'FILEKEY2'.
           03 WS-JOINT-FILENAME      PIC X(8) VALUE 'CDJOINT'.
       01 WS-IO-STATUS               PIC X(2).
           88 IO-OK                  VALUE "00".
       01 JNT-RECORD.
           COPY CDJNT.
      *--- LEGAL HOLD (FRZMOD) - A FROZEN ACCOUNT KEEPS THE BALANCE
      *    IT HAD ON THE PRIOR CDOUT GENERATION WHATEVER CDIN SAYS.
      *    THE PRIOR BALANCES OF FROZEN ACCOUNTS ARE PICKED OFF
      *    CDPREV AT START-UP.
       01 WS-PREV-STATUS             PIC X(2).
           88 PREV-OK                VALUE "00".
       01 WS-PREV-EOF-FLAG           PIC X VALUE 'N'.
           88 PREV-EOF               VALUE 'Y'.
       01 WS-FRZ-PARMS.
           COPY FRZPRM.
       01 WS-FRZ-PREV-IMAGE.
           03 FILLER                 PIC X(18).
           03 WS-FRZ-PREV-BALANCE    PIC S9(10).
           03 FILLER                 PIC X(52).
       01 WS-FRZ-BAL-TABLE.
           03 WS-FRZ-BAL-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-FRZ-IDX.
               05 WS-FRZ-BAL-ACCOUNT PIC X(8).
               05 WS-FRZ-BAL-AMOUNT  PIC S9(10).
       01 WS-FRZ-BAL-COUNT           PIC 9(4) VALUE 0.
       01 WS-FRZ-STATE               PIC X VALUE 'N'.
           88 FRZ-NOT-FROZEN         VALUE 'N'.
           88 FRZ-HOLD-BALANCE       VALUE 'H'.
           88 FRZ-REFUSE-PAIR        VALUE 'R'.
       01 WS-FRZ-HELD-COUNT          PIC 9(8) VALUE 0.
       01 WS-FRZ-REFUSED-COUNT       PIC 9(8) VALUE 0.

      *
       LINKAGE SECTION.
       ACTIONS
       01  CALL     'DATEMOD'                      X - -
             USING  WS-BUSINESS-DATE
           MOVE     FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           IF PARM-REVERSE-MODE
               PERFORMX A170-REVERSE-MERGE
               PERFORMX Z100-WRITE-RUN-LOG
           ELSE
               PERFORMX C100-READ-DATA
           END-IF
           PERFORMX B250-SECONDARY-HOLDERS
       03  PERFORMX B100-MOVE-DATA                 - - X
           PERFORMX C100-READ-DATA
           PERFORMX B250-SECONDARY-HOLDERS
           IF NOT TRIAL-MODE
               PERFORMX B300-WRITE-CHECKPOINT
           END-IF
           REPEAT
       04  PERFORMX T100-TERMINATE                 - X -
           PERFORMX Z100-WRITE-RUN-LOG
                    CHECKPOINT-FILE
                   PERFORMX A158-WRITE-CHECKPOINT-HEADER
               END-IF
               CALL 'IOMOD'
                 USING WS-OPEN-KEYED2
                       WS-FILE-KEY2
                       JNT-RECORD
                       WS-IO-STATUS
                       WS-JOINT-FILENAME
               IF NOT IO-OK
                   DISPLAY "ERROR - COULD NOT OPEN CDJOINT, STATUS "
                           WS-IO-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORMX Z100-WRITE-RUN-LOG
                   GOBACK
               END-IF
           END-IF
           PERFORMX A180-LOAD-CHECKDIGIT-SCHEME
           PERFORMX A185-LOAD-FROZEN-BALANCES
           DISPLAY  "STATUS - FILES OPEN"

      *--- PICK THE PRIOR BALANCE OF EVERY FROZEN ACCOUNT OFF THE
      *    LAST CDOUT GENERATION. WITHOUT CDPREV NOTHING CAN BE HELD
      *    AT ITS OLD BALANCE, SO A FROZEN ACCOUNT'S PAIR IS REFUSED.
       DT  A185-LOAD-FROZEN-BALANCES
       ACTIONS
       01  MOVE     0 TO WS-FRZ-BAL-COUNT
           MOVE     'C' TO FZP-SCOPE
           MOVE     "DTBPROG1" TO FZP-JOB-NAME
           MOVE     WS-BUSINESS-DATE TO FZP-RUN-DATE
           OPEN INPUT
                    PREV-FILEOUT
           IF NOT PREV-OK
               DISPLAY "STATUS - NO CDPREV, STATUS " WS-PREV-STATUS
                       " - FROZEN ACCOUNTS WILL BE REFUSED"
           ELSE
               READ PREV-FILEOUT
                   AT END SET PREV-EOF TO TRUE
               END-READ
               PERFORM UNTIL PREV-EOF
                   PERFORMX A187-LOAD-ONE-FROZEN-BALANCE
               END-PERFORM
               CLOSE PREV-FILEOUT
           END-IF

       DT  A187-LOAD-ONE-FROZEN-BALANCE
       ACTIONS
       01  MOVE     'CHK ' TO FZP-ACTION
           MOVE     PRV-ACCOUNT-NUM TO FZP-ACCOUNT
           CALL     'FRZMOD'
             USING  WS-FRZ-PARMS
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
           END-IF
           READ     PREV-FILEOUT
               AT END SET PREV-EOF TO TRUE
           END-READ

      *--- SAME CHKDCTL IDIOM AS THE EXPPROG1/EXPPROG3 STREAMS - NO
      *    ROW FOR THIS JOB (OR NO CARD AT ALL) LEAVES THE CHECK
      *    OFF.
                   MOVE CHK-OUTPUT-COUNT TO WS-RUN-OUTPUT-COUNT
                   MOVE CHK-EXCEPTION-COUNT TO
                               WS-RUN-EXCEPTION-COUNT
                   MOVE CHK-SECONDARY-COUNT TO WS-SECONDARY-COUNT
               ELSE
                   DISPLAY "WARNING - CHECKPOINT HAS NO OWNER "
                           "STAMP - IGNORED"
           END-IF
           MOVE     HDR-RECORD-COUNT TO WS-HDR-EXPECTED-COUNT

      *--- C RECORDS MEAN CDIN NO LONGER STEPS IN TWOS, SO IT IS
      *    WALKED A RECORD AT A TIME TO THE CHECKPOINT ACCOUNT'S A
      *    RECORD, THEN PAST ITS B AND ANY SECOND HOLDER.
       DT  A160-SKIP-TO-RESTART
       ACTIONS
       01  READ     ACC-FILEIN
               AT END SET FILE-EOF TO TRUE
           END-READ
           PERFORM UNTIL FILE-EOF
                   OR (TYPE-A = 'A' AND ACCOUNT-A = WS-RESTART-ACCOUNT)
               READ  ACC-FILEIN
                   AT END SET FILE-EOF TO TRUE
               END-READ
               READ  ACC-FILEIN
                   AT END SET FILE-EOF TO TRUE
               END-READ
               PERFORM UNTIL FILE-EOF OR TYPE-C NOT = 'C'
                   READ  ACC-FILEIN
                       AT END SET FILE-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF

       DT  B300-WRITE-CHECKPOINT
               MOVE WS-RUN-INPUT-COUNT TO CHK-INPUT-COUNT
               MOVE WS-RUN-OUTPUT-COUNT TO CHK-OUTPUT-COUNT
               MOVE WS-RUN-EXCEPTION-COUNT TO CHK-EXCEPTION-COUNT
               MOVE WS-SECONDARY-COUNT TO CHK-SECONDARY-COUNT
               MOVE SPACES TO CHK-FILLER
               WRITE CHECKPOINT-RECORD
               MOVE 0 TO WS-CHECKPOINT-COUNT
       DT  T100-TERMINATE
       ACTIONS
      *--- EVERY B100-MOVE-DATA ITERATION CONSUMES ONE A AND ONE B
      *    RECORD, SO RECORDS READ = 2 X WS-RUN-INPUT-COUNT PLUS THE
      *    TYPE-C SECONDARY HOLDER RECORDS.
       01  COMPUTE  WS-RECORDS-EXPECTED = WS-RUN-INPUT-COUNT * 2
                                        + WS-SECONDARY-COUNT
           IF WS-RECORDS-EXPECTED NOT = WS-HDR-EXPECTED-COUNT
               DISPLAY "ERROR - CDIN RECORD COUNT MISMATCH, HEADER "
                       "SAYS " WS-HDR-EXPECTED-COUNT " BUT "
               OPEN OUTPUT
                    CHECKPOINT-FILE
               CLOSE CHECKPOINT-FILE
               CALL 'IOMOD'
                 USING WS-CLOSE
                       WS-FILE-KEY2
                       JNT-RECORD
                       WS-IO-STATUS
                       WS-JOINT-FILENAME
           ELSE
               DISPLAY "STATUS - TRIAL RUN: " WS-RUN-OUTPUT-COUNT
                       " PAIR(S) WOULD HAVE MERGED, "
                       WS-RUN-EXCEPTION-COUNT " EXCEPTION(S)"
           END-IF
           IF WS-SECONDARY-COUNT > 0 OR WS-JOINT-REMOVED-COUNT > 0
               DISPLAY "STATUS - SECONDARY HOLDER RECORDS: "
                       WS-SECONDARY-COUNT ", CDJOINT UPDATED: "
                       WS-JOINT-WRITTEN-COUNT ", REMOVED: "
                       WS-JOINT-REMOVED-COUNT
           END-IF
           IF WS-FRZ-HELD-COUNT > 0 OR WS-FRZ-REFUSED-COUNT > 0
               DISPLAY "STATUS - FROZEN ACCOUNTS, BALANCES HELD: "
                       WS-FRZ-HELD-COUNT ", PAIRS REFUSED: "
                       WS-FRZ-REFUSED-COUNT
           END-IF
           DISPLAY  "STATUS - FILES CLOSED"

      *--- ACC-RECORDA/ACC-RECORDB share ACC-FILEIN's one 80-byte
           MOVE     BALANCE
             TO     BALANCE-OUT
           ADD      1 TO WS-RUN-INPUT-COUNT
           MOVE     'R' TO WS-PAIR-STATE
           READ     ACC-FILEIN
           MOVE     "A/B RECORD TYPE OR ACCOUNT MISMATCH"
             TO     WS-CURRENT-EXC-REASON
           PERFORMX A190-VALIDATE-CHECK-DIGIT
           MOVE     'N' TO WS-FRZ-STATE
           IF       WS-SAVED-TYPE-A = 'A' AND TYPE-B = 'B'
                    AND WS-SAVED-ACCOUNT = ACCOUNT-B
                    AND CHECKDIGIT-VALID
               PERFORMX B220-CHECK-FROZEN-ACCOUNT
           END-IF
           IF       WS-SAVED-TYPE-A = 'A' AND TYPE-B = 'B'
                    AND WS-SAVED-ACCOUNT = ACCOUNT-B
                    AND CHECKDIGIT-VALID
                    AND NOT FRZ-REFUSE-PAIR
               MOVE COUNTY
                 TO COUNTY-OUT
               MOVE WS-SAVED-DATE-ISSUE
                       FROM ACC-RECORDOUT
               END-IF
               ADD      1 TO WS-RUN-OUTPUT-COUNT
               MOVE     'A' TO WS-PAIR-STATE
           ELSE
               IF FRZ-REFUSE-PAIR
                   MOVE "ACCOUNT FROZEN - NO PRIOR BALANCE"
                     TO WS-CURRENT-EXC-REASON
               END-IF
               PERFORMX B200-WRITE-EXCEPTION
           END-IF

      *--- A FROZEN ACCOUNT'S PAIR GOES THROUGH AT THE BALANCE ON
      *    CDPREV, AND ONLY AN ACTUAL ATTEMPT TO MOVE IT IS LOGGED;
      *    ONE WITH NO PRIOR BALANCE TO HOLD IT AT IS REFUSED.
      *    A TRIAL RUN BLOCKS NOTHING FOR REAL, SO IT LOGS NOTHING.
       DT  B220-CHECK-FROZEN-ACCOUNT
       ACTIONS
       01  MOVE     'CHK ' TO FZP-ACTION
           MOVE     WS-SAVED-ACCOUNT TO FZP-ACCOUNT
           CALL     'FRZMOD'
             USING  WS-FRZ-PARMS
           IF FZP-FROZEN
               MOVE 'R' TO WS-FRZ-STATE
               PERFORM VARYING WS-FRZ-IDX FROM 1 BY 1
                       UNTIL WS-FRZ-IDX > WS-FRZ-BAL-COUNT
                   IF WS-FRZ-BAL-ACCOUNT(WS-FRZ-IDX) = WS-SAVED-ACCOUNT
                       MOVE 'H' TO WS-FRZ-STATE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           MOVE     'LOG ' TO FZP-ACTION
           IF FRZ-HOLD-BALANCE
               IF BALANCE-OUT NOT = WS-FRZ-BAL-AMOUNT(WS-FRZ-IDX)
                   COMPUTE FZP-AMOUNT = BALANCE-OUT
                                      - WS-FRZ-BAL-AMOUNT(WS-FRZ-IDX)
                   MOVE "CDIN BALANCE CHANGE REFUSED" TO FZP-ITEM
                   IF NOT TRIAL-MODE
                       CALL 'FRZMOD' USING WS-FRZ-PARMS
                   END-IF
                   MOVE WS-FRZ-BAL-AMOUNT(WS-FRZ-IDX) TO BALANCE-OUT
                   ADD 1 TO WS-FRZ-HELD-COUNT
               END-IF
           END-IF
           IF FRZ-REFUSE-PAIR
               MOVE BALANCE-OUT TO FZP-AMOUNT
               MOVE "CDIN PAIR REFUSED - NO PRIOR BALANCE" TO FZP-ITEM
               IF NOT TRIAL-MODE
                   CALL 'FRZMOD' USING WS-FRZ-PARMS
               END-IF
               ADD 1 TO WS-FRZ-REFUSED-COUNT
           END-IF

      *--- THE RECORD AFTER A PAIR IS EITHER THE NEXT CUSTOMER'S A
      *    OR THIS ONE'S SECOND HOLDER. AN ACCEPTED PAIR WITH NO C
      *    RECORD BEHIND IT IS NOW HELD SOLELY, SO ANY SECOND HOLDER
      *    AN EARLIER RUN RECORDED IS REMOVED. ALL OF IT IS SETTLED
      *    BEFORE THE CHECKPOINT SO A RESTART NEVER SPLITS A PAIR
      *    FROM ITS C.
       DT  B250-SECONDARY-HOLDERS
       ACTIONS
       01  PERFORM UNTIL FILE-EOF OR TYPE-C NOT = 'C'
               PERFORMX B260-PROCESS-SECONDARY-HOLDER
           END-PERFORM
           IF PAIR-ACCEPTED AND NOT TRIAL-MODE
               MOVE SPACES TO JNT-RECORD
               MOVE WS-SAVED-ACCOUNT TO JNT-ACCOUNT
               CALL 'IOMOD'
                 USING WS-DELETE-KEYED2
                       WS-FILE-KEY2
                       JNT-RECORD
                       WS-IO-STATUS
                       WS-JOINT-FILENAME
               IF IO-OK
                   ADD 1 TO WS-JOINT-REMOVED-COUNT
               END-IF
           END-IF

      *--- A TYPE-C RECORD BELONGS TO THE PAIR JUST READ ONLY WHEN
      *    IT CARRIES THE SAME ACCOUNT AND NO OTHER C HAS CLAIMED
      *    THAT PAIR. ONE THAT FOLLOWS A REJECTED PAIR IS HELD BACK
      *    WITH IT; ONE THAT BELONGS TO NO PAIR AT ALL IS AN ORPHAN.
       DT  B260-PROCESS-SECONDARY-HOLDER
       ACTIONS
       01  ADD      1 TO WS-SECONDARY-COUNT
           EVALUATE TRUE
               WHEN NO-OPEN-PAIR
                 OR ACCOUNT-C NOT = WS-SAVED-ACCOUNT
                   MOVE "ORPHAN SECONDARY HOLDER RECORD"
                     TO WS-CURRENT-EXC-REASON
                   PERFORMX B270-WRITE-SECONDARY-EXCEPTION
               WHEN PAIR-REJECTED
                   MOVE "SECONDARY HOLDER OF REJECTED PAIR"
                     TO WS-CURRENT-EXC-REASON
                   PERFORMX B270-WRITE-SECONDARY-EXCEPTION
               WHEN SURNAME-C = SPACES
                   MOVE "SECONDARY HOLDER HAS NO SURNAME"
                     TO WS-CURRENT-EXC-REASON
                   PERFORMX B270-WRITE-SECONDARY-EXCEPTION
               WHEN TRIAL-MODE
                   ADD 1 TO WS-JOINT-WRITTEN-COUNT
               WHEN OTHER
                   PERFORMX B280-WRITE-JOINT-MASTER
           END-EVALUATE
           MOVE     'N' TO WS-PAIR-STATE
           PERFORMX C100-READ-DATA

      *--- THE C RECORD ITSELF IS THE EXCEPTION - ITS ACCOUNT AND
      *    TYPE GO IN THE A SLOT, THE PAIR IT FOLLOWED IN THE B SLOT.
       DT  B270-WRITE-SECONDARY-EXCEPTION
       ACTIONS
       01  MOVE     SPACES
             TO     EXC-RECORD
           MOVE     ACCOUNT-C
             TO     EXC-ACCOUNT-A
           MOVE     TYPE-C
             TO     EXC-TYPE-A
           MOVE     WS-SAVED-ACCOUNT
             TO     EXC-ACCOUNT-B
           MOVE     WS-CURRENT-EXC-REASON
             TO     EXC-REASON
           MOVE     0
             TO     EXC-BALANCE
           MOVE     FILLER-C(30:3)
             TO     EXC-SOURCE-FEED
           MOVE     WS-BUSINESS-DATE
             TO     EXC-FIRST-SEEN
           MOVE     0
             TO     EXC-CARRY-COUNT
           WRITE    EXC-RECORD
           ADD      1 TO WS-RUN-EXCEPTION-COUNT

      *--- A SECOND HOLDER ALREADY ON CDJOINT KEEPS THE DATE THEY
      *    WERE FIRST RECORDED; THE NAME IS REFRESHED.
       DT  B280-WRITE-JOINT-MASTER
       ACTIONS
       01  MOVE     SPACES TO JNT-RECORD
           MOVE     ACCOUNT-C TO JNT-ACCOUNT
           CALL 'IOMOD'
             USING WS-READ-KEYED2
                   WS-FILE-KEY2
                   JNT-RECORD
                   WS-IO-STATUS
                   WS-JOINT-FILENAME
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
           END-IF

       DT  B200-WRITE-EXCEPTION
           MOVE     WS-RUN-EXCEPTION-COUNT TO RL-OUTPUT-COUNT-2
           MOVE     RETURN-CODE TO RL-RETURN-CODE
           MOVE     SPACES TO RL-FILLER
           MOVE     WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE     FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
