       ID DIVISION.
       PROGRAM-ID. EXPPROG87.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * CONTROL-FILE MAINTENANCE RUN. THE SUPPLIER, PRICE, COUNTY,
      * DEPARTMENT, CANDIDATE, RATE, HOLIDAY, PROMOTION, ITEM-
      * SUPPLIER AND MERGE PARTITION CONTROL FILES ARE NO LONGER
      * EDITED BY HAND - CHANGES ARE CARDED ON CTLCHG AND THIS JOB
      * APPLIES THEM:
      *   ACTION  'A' ADD, 'C' CHANGE, 'D' DELETE
      *   FILE    THE CONTROL FILE'S DD NAME
      *   KEY     THE ROW'S KEY FIELDS RUN TOGETHER AS THEY SIT IN
      *           THE ROW (CANDCTRL: CONSTITUENCY, BALLOT POSITION,
      *           ELECTION; RATECTL: BAND LIMIT, EFFECTIVE-FROM;
      *           ISUPCTL: ITEM, SUPPLIER PREFIX)
      *   REQUESTER  WHO ASKED FOR IT - MANDATORY
      *   NEW ROW THE FULL 80-BYTE ROW AS IT IS TO STAND (ADD AND
      *           CHANGE); IT MUST CARRY THE REQUEST'S KEY
      *
      * REQUESTS ARE TAKEN IN CARD ORDER, FILE BY FILE. EACH ONE IS
      * TRIED ON A COPY OF THE FILE AND THE WHOLE COPY IS CHECKED BY
      * CTLVMOD - THE SAME RULES THE EXPPROG57 PRE-FLIGHT APPLIES.
      * A CHANGE THAT FAULTS ITS OWN ROW, OR ADDS A FAULT ANYWHERE
      * ELSE IN THE FILE, IS REFUSED; FAULTS THE FILE ALREADY HAD
      * DO NOT BLOCK UNRELATED CHANGES, SO A BAD FILE CAN BE MENDED
      * ONE ROW AT A TIME. AN ADD GOES IN FRONT OF THE FIRST ROW
      * WITH A HIGHER KEY, KEEPING KEYED AND BANDED FILES IN ORDER.
      *
      * A FILE WITH AN ACCEPTED CHANGE IS REWRITTEN AND EVERY CHANGE
      * TO IT WRITTEN TO THE CHANGE HISTORY (CTLHIST) WITH ITS
      * BEFORE AND AFTER IMAGES, REQUESTER AND TIME. THE CHANGE
      * REPORT (CTLCRPT) HAS ONE SECTION PER FILE, HEADED WITH THE
      * OWNING DEPARTMENT, LISTING EVERY REQUEST, APPLIED OR REFUSED
      * AND WHY, WITH THE IMAGES OF EACH APPLIED CHANGE.
      *
      * RC 4 WHEN ANY REQUEST IS REFUSED OR THERE IS NO CTLCHG;
      * RC 12 WHEN THE HISTORY OR REPORT CANNOT BE OPENED (NOTHING
      * IS CHANGED) OR A CONTROL FILE CANNOT BE REWRITTEN (ITS
      * CHANGES ARE REFUSED AND NOT LOGGED).
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT CTL-CHG-FILE ASSIGN TO CTLCHG
           FILE STATUS IS WS-CHG-STATUS.
           SELECT GEN-CTRL-FILE ASSIGN TO WS-DYN-CTRL-NAME
           FILE STATUS IS WS-CTRL-STATUS.
           SELECT CTL-HIST-FILE ASSIGN TO CTLHIST
           FILE STATUS IS WS-HIST-STATUS.
           SELECT CHG-RPT-FILE ASSIGN TO CTLCRPT
           FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD CTL-CHG-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 CTL-CHG-REC.
           03 CQ-ACTION              PIC X(1).
           03 CQ-FILE-NAME           PIC X(8).
           03 CQ-KEY                 PIC X(20).
           03 CQ-REQUESTER           PIC X(8).
           03 FILLER                 PIC X(3).
           03 CQ-NEW-ROW             PIC X(80).

      *EVERY CONTROL FILE IN THE SUITE IS AN 80-BYTE CARD FILE.
       FD GEN-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 CTRL-RECORD                PIC X(80).

       FD CTL-HIST-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 CTL-HIST-RECORD.
           COPY CTLHST.

       FD CHG-RPT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 CHG-RPT-RECORD             PIC X(100).

       FD RUN-LOG-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 RUN-LOG-RECORD.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE           PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP         PIC X(16) VALUE SPACES.

       01 WS-CHG-STATUS              PIC X(2).
           88 CHG-OK                 VALUE "00".
       01 WS-CTRL-STATUS             PIC X(2).
           88 CTRL-OK                VALUE "00".
           88 CTRL-NOTFOUND          VALUE "35".
       01 WS-HIST-STATUS             PIC X(2).
           88 HIST-OK                VALUE "00".
       01 WS-RPT-STATUS              PIC X(2).
           88 RPT-OK                 VALUE "00".
       01 WS-RUNLOG-STATUS           PIC X(2).

       01 WS-DYN-CTRL-NAME           PIC X(8) VALUE SPACES.
       01 WS-EOF-FLAG                PIC X VALUE 'N'.
           88 INPUT-DONE             VALUE 'Y'.

       01 WS-RUN-INPUT-COUNT         PIC 9(8) VALUE 0.
       01 WS-APPLIED-COUNT           PIC 9(8) VALUE 0.
       01 WS-REFUSED-COUNT           PIC 9(8) VALUE 0.

      *THE FILES THIS RUN MAINTAINS, THE DEPARTMENT THAT OWNS EACH,
      *AND WHERE EACH ROW'S KEY SITS (UP TO TWO PIECES - POSITION
      *AND LENGTH, SECOND PIECE ZERO LENGTH WHEN UNUSED).
       01 WS-MAINT-FILE-VALUES.
           03 FILLER                 PIC X(36) VALUE
              'DEPTCTRLMERCHANDISING       01010000'.
           03 FILLER                 PIC X(36) VALUE
              'CTYCTRL CUSTOMER ACCOUNTS   01040000'.
           03 FILLER                 PIC X(36) VALUE
              'SUPCTRL PURCHASE LEDGER     01010000'.
           03 FILLER                 PIC X(36) VALUE
              'PRICECTLPRICING             01030000'.
           03 FILLER                 PIC X(36) VALUE
              'CANDCTRLELECTORAL SERVICES  01052704'.
           03 FILLER                 PIC X(36) VALUE
              'RATECTL TREASURY            01106508'.
           03 FILLER                 PIC X(36) VALUE
              'HOLCTL  OPERATIONS          01080000'.
           03 FILLER                 PIC X(36) VALUE
              'PROMCTL MARKETING           01030000'.
           03 FILLER                 PIC X(36) VALUE
              'ISUPCTL BUYING              01040000'.
           03 FILLER                 PIC X(36) VALUE
              'PARTCTL OPERATIONS          01020000'.
       01 WS-MAINT-FILE-TABLE REDEFINES WS-MAINT-FILE-VALUES.
           03 WS-MF-ENTRY OCCURS 10 TIMES.
               05 WS-MF-NAME         PIC X(8).
               05 WS-MF-OWNER        PIC X(20).
               05 WS-MF-KEY1-POS     PIC 9(2).
               05 WS-MF-KEY1-LEN     PIC 9(2).
               05 WS-MF-KEY2-POS     PIC 9(2).
               05 WS-MF-KEY2-LEN     PIC 9(2).
       01 WS-MF-COUNT                PIC 9(2) VALUE 10.
       01 WS-MF-IDX                  PIC 9(2).

      *THE REQUESTS, IN CARD ORDER, AND WHAT BECAME OF EACH
       01 WS-REQ-TABLE.
           03 WS-REQ-ENTRY OCCURS 200 TIMES.
               05 WS-REQ-ACTION      PIC X(1).
               05 WS-REQ-FILE        PIC X(8).
               05 WS-REQ-KEY         PIC X(20).
               05 WS-REQ-REQUESTER   PIC X(8).
               05 WS-REQ-NEW-ROW     PIC X(80).
               05 WS-REQ-RESULT      PIC X(1).
                   88 REQ-PENDING    VALUE ' '.
                   88 REQ-APPLIED    VALUE 'A'.
                   88 REQ-REFUSED    VALUE 'R'.
               05 WS-REQ-REASON      PIC X(40).
               05 WS-REQ-BEFORE      PIC X(80).
               05 WS-REQ-AFTER       PIC X(80).
               05 WS-REQ-TIME        PIC X(6).
       01 WS-REQ-COUNT               PIC 9(3) VALUE 0.
       01 WS-REQ-IDX                 PIC 9(3).
       01 WS-REQ-DROPPED             PIC 9(6) VALUE 0.
       01 WS-FILE-REQ-COUNT          PIC 9(3) VALUE 0.
       01 WS-FILE-APPLIED            PIC 9(3) VALUE 0.

      *THE CONTROL FILE AS IT STANDS, CHANGES ACCEPTED SO FAR
      *INCLUDED
       01 WS-CUR-TABLE.
           03 WS-CUR-ROW             PIC X(80) OCCURS 500 TIMES.
       01 WS-CUR-COUNT               PIC 9(4) VALUE 0.
       01 WS-CUR-IDX                 PIC 9(4).
       01 WS-FILE-STATE              PIC X(1).
           88 FILE-USABLE            VALUE 'U'.
           88 FILE-NEW               VALUE 'N'.
           88 FILE-UNREADABLE        VALUE 'X'.
           88 FILE-TOO-BIG           VALUE 'B'.
       01 WS-BASE-FAULTS             PIC 9(4) VALUE 0.

      *THE TRIAL COPY FOR CTLVMOD, AND ITS FAULTS BACK
       01 WS-CTV-PARMS.
           COPY CTVPRM.
       01 WS-FAULT-IDX               PIC 9(4).
       01 WS-TARGET-IDX              PIC 9(4).
       01 WS-CHANGED-ROW             PIC 9(4).
       01 WS-ROW-FAULT               PIC X(40).

      *KEY OF ONE ROW, BUILT BY W100 FROM WS-KEY-ROW
       01 WS-KEY-ROW                 PIC X(80).
       01 WS-BUILT-KEY               PIC X(20).
       01 WS-NEW-KEY                 PIC X(20).
       01 WS-KEY-FOUND               PIC X(1).

      *REPORT LINES
       01 RP-TITLE-LINE.
           03 FILLER                 PIC X(40) VALUE
              'CONTROL FILE CHANGES - BUSINESS DATE '.
           03 RT-DATE                PIC X(8).
           03 FILLER                 PIC X(52) VALUE SPACES.
       01 RP-FILE-LINE.
           03 FILLER                 PIC X(12) VALUE
              'FOR THE ATTN'.
           03 FILLER                 PIC X(4) VALUE ' OF '.
           03 RF-OWNER               PIC X(20).
           03 FILLER                 PIC X(8) VALUE ' - FILE '.
           03 RF-FILE                PIC X(8).
           03 FILLER                 PIC X(48) VALUE SPACES.
       01 RP-NOTE-LINE.
           03 FILLER                 PIC X(10) VALUE SPACES.
           03 RN-TEXT                PIC X(90).
       01 RP-REQ-HEAD.
           03 FILLER                 PIC X(4) VALUE 'ACT'.
           03 FILLER                 PIC X(22) VALUE 'KEY'.
           03 FILLER                 PIC X(10) VALUE 'REQUESTER'.
           03 FILLER                 PIC X(10) VALUE 'RESULT'.
           03 FILLER                 PIC X(54) VALUE 'REASON'.
       01 RP-REQ-LINE.
           03 RR-ACTION              PIC X(1).
           03 FILLER                 PIC X(3) VALUE SPACES.
           03 RR-KEY                 PIC X(20).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 RR-REQUESTER           PIC X(8).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 RR-RESULT              PIC X(8).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 RR-REASON              PIC X(40).
           03 FILLER                 PIC X(14) VALUE SPACES.
       01 RP-IMAGE-LINE.
           03 FILLER                 PIC X(4) VALUE SPACES.
           03 RI-LABEL               PIC X(6).
           03 RI-IMAGE               PIC X(80).
           03 FILLER                 PIC X(10) VALUE SPACES.
       01 RP-TOTAL-LINE.
           03 FILLER                 PIC X(10) VALUE 'REQUESTS: '.
           03 RX-REQUESTS            PIC ZZZ9.
           03 FILLER                 PIC X(12) VALUE '   APPLIED: '.
           03 RX-APPLIED             PIC ZZZ9.
           03 FILLER                 PIC X(12) VALUE '   REFUSED: '.
           03 RX-REFUSED             PIC ZZZ9.
           03 FILLER                 PIC X(54) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING CONTROL FILE MAINTENANCE"
           PERFORM B100-OPEN-TRAIL
           PERFORM B200-LOAD-REQUESTS
           PERFORM VARYING WS-MF-IDX FROM 1 BY 1
                   UNTIL WS-MF-IDX > WS-MF-COUNT
               PERFORM C100-MAINTAIN-ONE-FILE
           END-PERFORM
           PERFORM F200-PRINT-OTHER-FILES
           MOVE SPACES TO CHG-RPT-RECORD
           WRITE CHG-RPT-RECORD
           MOVE WS-RUN-INPUT-COUNT TO RX-REQUESTS
           MOVE WS-APPLIED-COUNT TO RX-APPLIED
           MOVE WS-REFUSED-COUNT TO RX-REFUSED
           WRITE CHG-RPT-RECORD FROM RP-TOTAL-LINE
           CLOSE CHG-RPT-FILE
           CLOSE CTL-HIST-FILE
           IF (WS-REFUSED-COUNT > 0 OR WS-RUN-INPUT-COUNT = 0)
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - REQUESTS: " WS-RUN-INPUT-COUNT
                   "  APPLIED: " WS-APPLIED-COUNT
                   "  REFUSED: " WS-REFUSED-COUNT
           DISPLAY "STATUS - CONTROL FILE MAINTENANCE DONE"
           GOBACK
           .

      *NO CHANGE WITHOUT ITS AUDIT TRAIL - THE HISTORY AND THE
      *REPORT MUST BOTH OPEN BEFORE ANY CONTROL FILE IS TOUCHED.
       B100-OPEN-TRAIL        SECTION.
           OPEN EXTEND CTL-HIST-FILE
           IF NOT HIST-OK
               OPEN OUTPUT CTL-HIST-FILE
           END-IF
           IF NOT HIST-OK
               DISPLAY "ERROR - COULD NOT OPEN CTLHIST, STATUS "
                       WS-HIST-STATUS ", NOTHING CHANGED"
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN OUTPUT CHG-RPT-FILE
           IF NOT RPT-OK
               DISPLAY "ERROR - COULD NOT OPEN CTLCRPT, STATUS "
                       WS-RPT-STATUS ", NOTHING CHANGED"
               CLOSE CTL-HIST-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE WS-BUSINESS-DATE TO RT-DATE
           WRITE CHG-RPT-RECORD FROM RP-TITLE-LINE
           .

       B200-LOAD-REQUESTS     SECTION.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CTL-CHG-FILE
           IF NOT CHG-OK
               DISPLAY "WARNING - NO CTLCHG, NO CHANGES TO APPLY"
               MOVE "NO CTLCHG - NO CHANGES TO APPLY" TO RN-TEXT
               WRITE CHG-RPT-RECORD FROM RP-NOTE-LINE
               GO TO B200-EXIT
           END-IF
           PERFORM UNTIL INPUT-DONE
               READ CTL-CHG-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RUN-INPUT-COUNT
                       PERFORM B210-KEEP-REQUEST
               END-READ
           END-PERFORM
           CLOSE CTL-CHG-FILE
           IF WS-REQ-DROPPED > 0
               DISPLAY "WARNING - " WS-REQ-DROPPED " REQUEST(S) "
                       "OVER THE 200 LIMIT NOT APPLIED"
               ADD WS-REQ-DROPPED TO WS-REFUSED-COUNT
               MOVE "REQUESTS OVER THE 200 LIMIT NOT APPLIED - "
                 TO RN-TEXT
               MOVE WS-REQ-DROPPED TO RN-TEXT(44:6)
               WRITE CHG-RPT-RECORD FROM RP-NOTE-LINE
           END-IF.
       B200-EXIT.
           EXIT.

       B210-KEEP-REQUEST      SECTION.
           IF WS-REQ-COUNT NOT < 200
               ADD 1 TO WS-REQ-DROPPED
               GO TO B210-EXIT
           END-IF
           ADD 1 TO WS-REQ-COUNT
           MOVE CQ-ACTION TO WS-REQ-ACTION(WS-REQ-COUNT)
           MOVE CQ-FILE-NAME TO WS-REQ-FILE(WS-REQ-COUNT)
           MOVE CQ-KEY TO WS-REQ-KEY(WS-REQ-COUNT)
           MOVE CQ-REQUESTER TO WS-REQ-REQUESTER(WS-REQ-COUNT)
           MOVE CQ-NEW-ROW TO WS-REQ-NEW-ROW(WS-REQ-COUNT)
           MOVE SPACE TO WS-REQ-RESULT(WS-REQ-COUNT)
           MOVE SPACES TO WS-REQ-REASON(WS-REQ-COUNT)
           MOVE SPACES TO WS-REQ-BEFORE(WS-REQ-COUNT)
           MOVE SPACES TO WS-REQ-AFTER(WS-REQ-COUNT)
           MOVE SPACES TO WS-REQ-TIME(WS-REQ-COUNT).
       B210-EXIT.
           EXIT.

      *ONE MAINTAINED FILE: LOAD IT, TRY EACH OF ITS REQUESTS IN
      *CARD ORDER, REWRITE IT AND LOG THE CHANGES IF ANY WERE
      *ACCEPTED, THEN REPORT ITS SECTION.
       C100-MAINTAIN-ONE-FILE SECTION.
           MOVE 0 TO WS-FILE-REQ-COUNT
           MOVE 0 TO WS-BASE-FAULTS
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF WS-REQ-FILE(WS-REQ-IDX) = WS-MF-NAME(WS-MF-IDX)
                   ADD 1 TO WS-FILE-REQ-COUNT
               END-IF
           END-PERFORM
           IF WS-FILE-REQ-COUNT = 0
               GO TO C100-EXIT
           END-IF
           MOVE WS-MF-NAME(WS-MF-IDX) TO WS-DYN-CTRL-NAME
           PERFORM C200-LOAD-CONTROL-FILE
           IF FILE-USABLE OR FILE-NEW
               PERFORM D050-CHECK-CURRENT
           END-IF
           MOVE 0 TO WS-FILE-APPLIED
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF WS-REQ-FILE(WS-REQ-IDX) = WS-MF-NAME(WS-MF-IDX)
                   PERFORM D100-APPLY-REQUEST
               END-IF
           END-PERFORM
           IF WS-FILE-APPLIED > 0
               PERFORM C300-REWRITE-CONTROL-FILE
           END-IF
           PERFORM F100-PRINT-FILE-SECTION.
       C100-EXIT.
           EXIT.

      *AN ABSENT FILE IS TAKEN AS EMPTY - ADDS WILL CREATE IT.
       C200-LOAD-CONTROL-FILE SECTION.
           MOVE 0 TO WS-CUR-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           SET FILE-USABLE TO TRUE
           OPEN INPUT GEN-CTRL-FILE
           IF CTRL-NOTFOUND
               SET FILE-NEW TO TRUE
               GO TO C200-EXIT
           END-IF
           IF NOT CTRL-OK
               DISPLAY "ERROR - COULD NOT OPEN " WS-DYN-CTRL-NAME
                       ", STATUS " WS-CTRL-STATUS
               SET FILE-UNREADABLE TO TRUE
               GO TO C200-EXIT
           END-IF
           PERFORM UNTIL INPUT-DONE
               READ GEN-CTRL-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       IF WS-CUR-COUNT < 500
                           ADD 1 TO WS-CUR-COUNT
                           MOVE CTRL-RECORD
                             TO WS-CUR-ROW(WS-CUR-COUNT)
                       ELSE
                           SET FILE-TOO-BIG TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GEN-CTRL-FILE.
       C200-EXIT.
           EXIT.

      *THE NEW FILE REPLACES THE OLD ONE WHOLE. ONLY ONCE IT IS
      *WRITTEN ARE ITS CHANGES LOGGED; IF IT CANNOT BE WRITTEN
      *THE OLD FILE STANDS AND ITS CHANGES ARE REFUSED.
       C300-REWRITE-CONTROL-FILE SECTION.
           OPEN OUTPUT GEN-CTRL-FILE
           IF NOT CTRL-OK
               DISPLAY "ERROR - COULD NOT REWRITE " WS-DYN-CTRL-NAME
                       ", STATUS " WS-CTRL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                       UNTIL WS-REQ-IDX > WS-REQ-COUNT
                   IF WS-REQ-FILE(WS-REQ-IDX) = WS-MF-NAME(WS-MF-IDX)
                           AND REQ-APPLIED(WS-REQ-IDX)
                       SET REQ-REFUSED(WS-REQ-IDX) TO TRUE
                       MOVE "FILE COULD NOT BE REWRITTEN"
                         TO WS-REQ-REASON(WS-REQ-IDX)
                       SUBTRACT 1 FROM WS-APPLIED-COUNT
                       ADD 1 TO WS-REFUSED-COUNT
                   END-IF
               END-PERFORM
               GO TO C300-EXIT
           END-IF
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CUR-COUNT
               WRITE CTRL-RECORD FROM WS-CUR-ROW(WS-CUR-IDX)
           END-PERFORM
           CLOSE GEN-CTRL-FILE
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF WS-REQ-FILE(WS-REQ-IDX) = WS-MF-NAME(WS-MF-IDX)
                       AND REQ-APPLIED(WS-REQ-IDX)
                   PERFORM E100-WRITE-HISTORY
               END-IF
           END-PERFORM
           DISPLAY "STATUS - " WS-DYN-CTRL-NAME " REWRITTEN, "
                   WS-FILE-APPLIED " CHANGE(S)".
       C300-EXIT.
           EXIT.

      *THE FAULTS THE FILE ALREADY CARRIES - A CHANGE MAY NOT ADD
      *TO THEM.
       D050-CHECK-CURRENT     SECTION.
           MOVE 0 TO WS-TARGET-IDX
           PERFORM D300-BUILD-TRIAL
           CALL 'CTLVMOD' USING WS-CTV-PARMS
           MOVE CVP-FAULT-COUNT TO WS-BASE-FAULTS
           .

       D100-APPLY-REQUEST     SECTION.
           IF WS-REQ-REQUESTER(WS-REQ-IDX) = SPACES
               MOVE "NO REQUESTER ID" TO WS-REQ-REASON(WS-REQ-IDX)
               GO TO D100-REFUSE
           END-IF
           IF WS-REQ-ACTION(WS-REQ-IDX) NOT = 'A'
                   AND WS-REQ-ACTION(WS-REQ-IDX) NOT = 'C'
                   AND WS-REQ-ACTION(WS-REQ-IDX) NOT = 'D'
               MOVE "ACTION NOT A, C OR D" TO WS-REQ-REASON(WS-REQ-IDX)
               GO TO D100-REFUSE
           END-IF
           IF FILE-UNREADABLE
               MOVE "FILE COULD NOT BE READ"
                 TO WS-REQ-REASON(WS-REQ-IDX)
               GO TO D100-REFUSE
           END-IF
           IF FILE-TOO-BIG
               MOVE "FILE OVER 500 ROWS - MAINTAIN BY HAND"
                 TO WS-REQ-REASON(WS-REQ-IDX)
               GO TO D100-REFUSE
           END-IF
           IF WS-REQ-KEY(WS-REQ-IDX) = SPACES
               MOVE "NO KEY" TO WS-REQ-REASON(WS-REQ-IDX)
               GO TO D100-REFUSE
           END-IF
           PERFORM D200-FIND-KEY
           IF WS-REQ-ACTION(WS-REQ-IDX) = 'A'
               IF WS-KEY-FOUND = 'Y'
                   MOVE "KEY ALREADY ON FILE"
                     TO WS-REQ-REASON(WS-REQ-IDX)
                   GO TO D100-REFUSE
               END-IF
               IF WS-CUR-COUNT NOT < 500
                   MOVE "FILE FULL AT 500 ROWS"
                     TO WS-REQ-REASON(WS-REQ-IDX)
                   GO TO D100-REFUSE
               END-IF
           ELSE
               IF WS-KEY-FOUND = 'N'
                   MOVE "KEY NOT ON FILE"
                     TO WS-REQ-REASON(WS-REQ-IDX)
                   GO TO D100-REFUSE
               END-IF
           END-IF
           IF WS-REQ-ACTION(WS-REQ-IDX) NOT = 'D'
               MOVE WS-REQ-NEW-ROW(WS-REQ-IDX) TO WS-KEY-ROW
               PERFORM W100-BUILD-KEY
               IF WS-BUILT-KEY NOT = WS-REQ-KEY(WS-REQ-IDX)
                   MOVE "NEW ROW DOES NOT CARRY THE KEY"
                     TO WS-REQ-REASON(WS-REQ-IDX)
                   GO TO D100-REFUSE
               END-IF
           END-IF
           IF WS-REQ-ACTION(WS-REQ-IDX) = 'C'
               IF WS-CUR-ROW(WS-TARGET-IDX)
                       = WS-REQ-NEW-ROW(WS-REQ-IDX)
                   MOVE "ROW ALREADY STANDS AS REQUESTED"
                     TO WS-REQ-REASON(WS-REQ-IDX)
                   GO TO D100-REFUSE
               END-IF
           END-IF
           PERFORM D300-BUILD-TRIAL
           PERFORM D400-CHECK-TRIAL
           IF WS-ROW-FAULT NOT = SPACES
               MOVE WS-ROW-FAULT TO WS-REQ-REASON(WS-REQ-IDX)
               GO TO D100-REFUSE
           END-IF
           PERFORM D500-ACCEPT-TRIAL
           GO TO D100-EXIT.
       D100-REFUSE.
           SET REQ-REFUSED(WS-REQ-IDX) TO TRUE
           ADD 1 TO WS-REFUSED-COUNT.
       D100-EXIT.
           EXIT.

      *FIND THE REQUEST'S KEY ON THE FILE. FOR A CHANGE OR DELETE
      *THE TARGET IS THE MATCHING ROW; FOR AN ADD IT IS THE FIRST
      *ROW WITH A HIGHER KEY (ONE PAST THE END WHEN THERE IS NONE).
       D200-FIND-KEY          SECTION.
           MOVE 'N' TO WS-KEY-FOUND
           COMPUTE WS-TARGET-IDX = WS-CUR-COUNT + 1
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CUR-COUNT
                      OR WS-KEY-FOUND = 'Y'
               MOVE WS-CUR-ROW(WS-CUR-IDX) TO WS-KEY-ROW
               PERFORM W100-BUILD-KEY
               IF WS-BUILT-KEY = WS-REQ-KEY(WS-REQ-IDX)
                   MOVE 'Y' TO WS-KEY-FOUND
                   MOVE WS-CUR-IDX TO WS-TARGET-IDX
               END-IF
           END-PERFORM
           IF WS-KEY-FOUND = 'Y'
                   OR WS-REQ-ACTION(WS-REQ-IDX) NOT = 'A'
               GO TO D200-EXIT
           END-IF
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CUR-COUNT
               MOVE WS-CUR-ROW(WS-CUR-IDX) TO WS-KEY-ROW
               PERFORM W100-BUILD-KEY
               IF WS-BUILT-KEY > WS-REQ-KEY(WS-REQ-IDX)
                   MOVE WS-CUR-IDX TO WS-TARGET-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       D200-EXIT.
           EXIT.

      *THE FILE AS IT WOULD STAND WITH THE CHANGE MADE, INTO THE
      *CTLVMOD PARAMETERS. WS-CHANGED-ROW IS WHERE THE ADDED OR
      *CHANGED ROW LANDS (ZERO FOR A DELETE). WITH NO TARGET THE
      *FILE IS COPIED AS IT STANDS.
       D300-BUILD-TRIAL       SECTION.
           MOVE WS-MF-NAME(WS-MF-IDX) TO CVP-FILE-NAME
           MOVE WS-BUSINESS-DATE TO CVP-BUS-DATE
           MOVE 0 TO CVP-ROW-COUNT
           MOVE 0 TO WS-CHANGED-ROW
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CUR-COUNT
               IF WS-CUR-IDX = WS-TARGET-IDX
                   EVALUATE WS-REQ-ACTION(WS-REQ-IDX)
                       WHEN 'A'
                           ADD 1 TO CVP-ROW-COUNT
                           MOVE CVP-ROW-COUNT TO WS-CHANGED-ROW
                           MOVE WS-REQ-NEW-ROW(WS-REQ-IDX)
                             TO CVP-ROW(CVP-ROW-COUNT)
                           ADD 1 TO CVP-ROW-COUNT
                           MOVE WS-CUR-ROW(WS-CUR-IDX)
                             TO CVP-ROW(CVP-ROW-COUNT)
                       WHEN 'C'
                           ADD 1 TO CVP-ROW-COUNT
                           MOVE CVP-ROW-COUNT TO WS-CHANGED-ROW
                           MOVE WS-REQ-NEW-ROW(WS-REQ-IDX)
                             TO CVP-ROW(CVP-ROW-COUNT)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               ELSE
                   ADD 1 TO CVP-ROW-COUNT
                   MOVE WS-CUR-ROW(WS-CUR-IDX)
                     TO CVP-ROW(CVP-ROW-COUNT)
               END-IF
           END-PERFORM
           IF WS-TARGET-IDX > WS-CUR-COUNT
               IF WS-REQ-ACTION(WS-REQ-IDX) = 'A'
                   ADD 1 TO CVP-ROW-COUNT
                   MOVE CVP-ROW-COUNT TO WS-CHANGED-ROW
                   MOVE WS-REQ-NEW-ROW(WS-REQ-IDX)
                     TO CVP-ROW(CVP-ROW-COUNT)
               END-IF
           END-IF
           .

      *RUN THE FILE'S OWN RULES OVER THE TRIAL COPY. A FAULT ON THE
      *CHANGED ROW REFUSES THE CHANGE WITH THAT FAULT AS THE
      *REASON; MORE FAULTS THAN THE FILE HAD BEFORE MEANS THE
      *CHANGE HAS BROKEN SOME OTHER ROW.
       D400-CHECK-TRIAL       SECTION.
           MOVE SPACES TO WS-ROW-FAULT
           CALL 'CTLVMOD' USING WS-CTV-PARMS
           IF CVP-CLEAN
               GO TO D400-EXIT
           END-IF
           PERFORM VARYING WS-FAULT-IDX FROM 1 BY 1
                   UNTIL WS-FAULT-IDX > CVP-FAULT-COUNT
                      OR WS-FAULT-IDX > 100
                      OR WS-ROW-FAULT NOT = SPACES
               IF CVP-FAULT-ROW(WS-FAULT-IDX) = WS-CHANGED-ROW
                       AND WS-CHANGED-ROW > 0
                   MOVE CVP-FAULT-TEXT(WS-FAULT-IDX) TO WS-ROW-FAULT
               END-IF
           END-PERFORM
           IF WS-ROW-FAULT = SPACES
                   AND CVP-FAULT-COUNT > WS-BASE-FAULTS
               MOVE "WOULD PUT A FAULT ON ANOTHER ROW"
                 TO WS-ROW-FAULT
           END-IF.
       D400-EXIT.
           EXIT.

      *THE TRIAL COPY BECOMES THE FILE.
       D500-ACCEPT-TRIAL      SECTION.
           EVALUATE WS-REQ-ACTION(WS-REQ-IDX)
               WHEN 'A'
                   MOVE WS-REQ-NEW-ROW(WS-REQ-IDX)
                     TO WS-REQ-AFTER(WS-REQ-IDX)
               WHEN 'C'
                   MOVE WS-CUR-ROW(WS-TARGET-IDX)
                     TO WS-REQ-BEFORE(WS-REQ-IDX)
                   MOVE WS-REQ-NEW-ROW(WS-REQ-IDX)
                     TO WS-REQ-AFTER(WS-REQ-IDX)
               WHEN 'D'
                   MOVE WS-CUR-ROW(WS-TARGET-IDX)
                     TO WS-REQ-BEFORE(WS-REQ-IDX)
           END-EVALUATE
           MOVE CVP-ROW-COUNT TO WS-CUR-COUNT
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CUR-COUNT
               MOVE CVP-ROW(WS-CUR-IDX) TO WS-CUR-ROW(WS-CUR-IDX)
           END-PERFORM
           MOVE CVP-FAULT-COUNT TO WS-BASE-FAULTS
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-REQ-TIME(WS-REQ-IDX)
           SET REQ-APPLIED(WS-REQ-IDX) TO TRUE
           MOVE "APPLIED" TO WS-REQ-REASON(WS-REQ-IDX)
           ADD 1 TO WS-FILE-APPLIED
           ADD 1 TO WS-APPLIED-COUNT
           .

       E100-WRITE-HISTORY     SECTION.
           MOVE SPACES TO CTL-HIST-RECORD
           MOVE WS-BUSINESS-DATE TO CH-BUS-DATE
           MOVE WS-REQ-TIME(WS-REQ-IDX) TO CH-CHANGE-TIME
           MOVE WS-REQ-FILE(WS-REQ-IDX) TO CH-FILE-NAME
           MOVE WS-REQ-ACTION(WS-REQ-IDX) TO CH-ACTION
           MOVE WS-REQ-KEY(WS-REQ-IDX) TO CH-KEY
           MOVE WS-REQ-REQUESTER(WS-REQ-IDX) TO CH-REQUESTER
           MOVE "EXPPRG87" TO CH-JOB-NAME
           MOVE WS-MF-OWNER(WS-MF-IDX) TO CH-OWNER
           MOVE WS-REQ-BEFORE(WS-REQ-IDX) TO CH-BEFORE-IMAGE
           MOVE WS-REQ-AFTER(WS-REQ-IDX) TO CH-AFTER-IMAGE
           WRITE CTL-HIST-RECORD
           .

      *ONE SECTION PER FILE FOR ITS OWNING DEPARTMENT.
       F100-PRINT-FILE-SECTION SECTION.
           MOVE SPACES TO CHG-RPT-RECORD
           WRITE CHG-RPT-RECORD
           MOVE WS-MF-OWNER(WS-MF-IDX) TO RF-OWNER
           MOVE WS-MF-NAME(WS-MF-IDX) TO RF-FILE
           WRITE CHG-RPT-RECORD FROM RP-FILE-LINE
           IF FILE-NEW
               MOVE "FILE DID NOT EXIST - STARTED FROM EMPTY"
                 TO RN-TEXT
               WRITE CHG-RPT-RECORD FROM RP-NOTE-LINE
           END-IF
           IF WS-BASE-FAULTS > 0
                   AND (FILE-USABLE OR FILE-NEW)
               MOVE SPACES TO RN-TEXT
               STRING "FILE STILL CARRIES " DELIMITED BY SIZE
                      WS-BASE-FAULTS DELIMITED BY SIZE
                      " FAULT(S) - SEE THE PRE-FLIGHT REPORT"
                      DELIMITED BY SIZE
                   INTO RN-TEXT
               WRITE CHG-RPT-RECORD FROM RP-NOTE-LINE
           END-IF
           WRITE CHG-RPT-RECORD FROM RP-REQ-HEAD
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF WS-REQ-FILE(WS-REQ-IDX) = WS-MF-NAME(WS-MF-IDX)
                   PERFORM F110-PRINT-REQUEST
               END-IF
           END-PERFORM
           .

       F110-PRINT-REQUEST     SECTION.
           MOVE WS-REQ-ACTION(WS-REQ-IDX) TO RR-ACTION
           MOVE WS-REQ-KEY(WS-REQ-IDX) TO RR-KEY
           MOVE WS-REQ-REQUESTER(WS-REQ-IDX) TO RR-REQUESTER
           IF REQ-APPLIED(WS-REQ-IDX)
               MOVE "APPLIED" TO RR-RESULT
               MOVE SPACES TO RR-REASON
           ELSE
               MOVE "REFUSED" TO RR-RESULT
               MOVE WS-REQ-REASON(WS-REQ-IDX) TO RR-REASON
           END-IF
           WRITE CHG-RPT-RECORD FROM RP-REQ-LINE
           IF NOT REQ-APPLIED(WS-REQ-IDX)
               GO TO F110-EXIT
           END-IF
           IF WS-REQ-ACTION(WS-REQ-IDX) NOT = 'A'
               MOVE "WAS" TO RI-LABEL
               MOVE WS-REQ-BEFORE(WS-REQ-IDX) TO RI-IMAGE
               WRITE CHG-RPT-RECORD FROM RP-IMAGE-LINE
           END-IF
           IF WS-REQ-ACTION(WS-REQ-IDX) NOT = 'D'
               MOVE "NOW" TO RI-LABEL
               MOVE WS-REQ-AFTER(WS-REQ-IDX) TO RI-IMAGE
               WRITE CHG-RPT-RECORD FROM RP-IMAGE-LINE
           END-IF.
       F110-EXIT.
           EXIT.

      *REQUESTS NAMING A FILE THIS RUN DOES NOT MAINTAIN.
       F200-PRINT-OTHER-FILES SECTION.
           MOVE 'N' TO WS-KEY-FOUND
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF REQ-PENDING(WS-REQ-IDX)
                   IF WS-KEY-FOUND = 'N'
                       MOVE 'Y' TO WS-KEY-FOUND
                       MOVE SPACES TO CHG-RPT-RECORD
                       WRITE CHG-RPT-RECORD
                       MOVE "REQUESTS FOR FILES NOT MAINTAINED HERE"
                         TO CHG-RPT-RECORD
                       WRITE CHG-RPT-RECORD
                       WRITE CHG-RPT-RECORD FROM RP-REQ-HEAD
                   END-IF
                   SET REQ-REFUSED(WS-REQ-IDX) TO TRUE
                   MOVE SPACES TO WS-REQ-REASON(WS-REQ-IDX)
                   STRING WS-REQ-FILE(WS-REQ-IDX) DELIMITED BY SPACE
                          " IS NOT MAINTAINED BY THIS RUN"
                          DELIMITED BY SIZE
                       INTO WS-REQ-REASON(WS-REQ-IDX)
                   ADD 1 TO WS-REFUSED-COUNT
                   PERFORM F110-PRINT-REQUEST
               END-IF
           END-PERFORM
           .

      *KEY OF THE ROW IN WS-KEY-ROW, BY THE CURRENT FILE'S KEY
      *POSITIONS.
       W100-BUILD-KEY         SECTION.
           MOVE SPACES TO WS-BUILT-KEY
           MOVE WS-KEY-ROW(WS-MF-KEY1-POS(WS-MF-IDX):
                           WS-MF-KEY1-LEN(WS-MF-IDX))
             TO WS-BUILT-KEY(1:WS-MF-KEY1-LEN(WS-MF-IDX))
           IF WS-MF-KEY2-LEN(WS-MF-IDX) > 0
               MOVE WS-KEY-ROW(WS-MF-KEY2-POS(WS-MF-IDX):
                               WS-MF-KEY2-LEN(WS-MF-IDX))
                 TO WS-BUILT-KEY(WS-MF-KEY1-LEN(WS-MF-IDX) + 1:
                                 WS-MF-KEY2-LEN(WS-MF-IDX))
           END-IF
           .

      *WRITE ONE SUMMARY RECORD TO THE SHARED CROSS-SUITE RUN LOG.
       Z100-WRITE-RUN-LOG     SECTION.
           MOVE "EXPPRG87" TO RL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE WS-RUN-INPUT-COUNT TO RL-INPUT-COUNT
           MOVE WS-APPLIED-COUNT TO RL-OUTPUT-COUNT
           MOVE WS-REFUSED-COUNT TO RL-OUTPUT-COUNT-2
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
