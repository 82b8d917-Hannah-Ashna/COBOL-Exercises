       ID DIVISION.
       PROGRAM-ID. AUTHMOD.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * SHARED ONE-TIME AUTHORISATION CHECK, CALLED BY EVERY
      * DESTRUCTIVE OR IRREVERSIBLE UTILITY (ERASURE, RUN BACKOUT,
      * PURGES, STATE-SET RESTORE, JOURNAL REVERSAL) BEFORE IT
      * ACTS. A SUPERVISOR ISSUES A CODE ON THE AUTHORISATION FILE
      * (AUTHCTL) AGAINST ONE JOB, ONE BUSINESS DATE AND ONE TARGET;
      * THE JOB STATES ITS TARGET EXACTLY AS IT IS ABOUT TO ACT ON
      * IT, SO A MISTYPED PARM FINDS NO CODE AND IS REFUSED.
      *
      * THE FIRST UNUSED MATCHING CODE IS CONSUMED - MARKED 'C'
      * WITH THE TIME - AND AUTHCTL REWRITTEN BEFORE THE CALLER IS
      * TOLD TO GO AHEAD, SO NO CODE CAN BE USED TWICE. IF AUTHCTL
      * CANNOT BE REWRITTEN THE CODE STAYS UNUSED AND THE RUN IS
      * REFUSED. EVERY CHECK, GRANTED OR REFUSED, IS APPENDED TO
      * THE AUTHORISATION LOG (AUTHLOG) FOR THE EXPPROG88 REPORT;
      * A REFUSAL IS ALSO RAISED AS AN 'E' ALERT THROUGH ALRTMOD.
      *
      * AUP-STATUS COMES BACK '00' WITH THE CODE AND ITS APPROVER,
      * OR '08' REFUSED. THE CALLER DECIDES HOW TO STOP.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT AUTH-CTRL-FILE ASSIGN TO AUTHCTL
           FILE STATUS IS WS-CTL-STATUS.
           SELECT AUTH-LOG-FILE ASSIGN TO AUTHLOG
           FILE STATUS IS WS-LOG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD AUTH-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 AUTH-CTRL-REC              PIC X(80).

       FD AUTH-LOG-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 AUTH-LOG-RECORD.
           COPY AUTLOG.

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS              PIC X(2).
           88 CTL-OK                 VALUE "00".
           88 CTL-NOTFOUND           VALUE "35".
       01 WS-LOG-STATUS              PIC X(2).
           88 LOG-OK                 VALUE "00".

       01 WS-EOF-FLAG                PIC X.
           88 INPUT-DONE             VALUE 'Y'.

      *THE WHOLE AUTHORISATION FILE, REWRITTEN WHEN A CODE IS
      *CONSUMED
       01 WS-AUTH-TABLE.
           03 WS-AUTH-ROW            PIC X(80) OCCURS 500 TIMES.
       01 WS-AUTH-COUNT              PIC 9(3) VALUE 0.
       01 WS-AUTH-IDX                PIC 9(3).
       01 WS-AUTH-OVERFLOW           PIC X VALUE 'N'.
           88 AUTH-OVERFLOW          VALUE 'Y'.
       01 WS-MATCH-IDX               PIC 9(3).
       01 WS-USED-SEEN               PIC X.

       01 WS-AUTH-WORK.
           COPY AUTCTL.

       01 WS-NOW                     PIC X(14).
       01 WS-ALERT-SEVERITY          PIC X(1) VALUE 'E'.
       01 WS-ALERT-MESSAGE           PIC X(40).
       01 WS-ALERT-KEY               PIC X(8).

       LINKAGE SECTION.
       01 LS-AUTH-PARMS.
           COPY AUTPRM.
      *
       PROCEDURE DIVISION USING LS-AUTH-PARMS.
       A100-AUTHORISE         SECTION.
           MOVE SPACES TO AUP-CODE
           MOVE SPACES TO AUP-APPROVER
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW
           MOVE SPACES TO AUTH-LOG-RECORD
           MOVE AUP-RUN-DATE TO AG-BUS-DATE
           MOVE WS-NOW(9:6) TO AG-CHECK-TIME
           MOVE AUP-JOB-NAME TO AG-JOB-NAME
           MOVE AUP-TARGET TO AG-TARGET
           PERFORM B100-LOAD-AUTHORISATIONS
           IF NOT CTL-OK
               SET AG-NO-FILE TO TRUE
               MOVE 'NO AUTHORISATION FILE' TO WS-ALERT-MESSAGE
               GO TO A100-REFUSE
           END-IF
           PERFORM B200-FIND-CODE
           IF WS-MATCH-IDX = 0
               IF WS-USED-SEEN = 'Y'
                   SET AG-USED TO TRUE
                   MOVE 'AUTHORISATION CODE ALREADY USED'
                     TO WS-ALERT-MESSAGE
               ELSE
                   SET AG-NO-MATCH TO TRUE
                   MOVE 'NO AUTHORISATION CODE FOR TARGET'
                     TO WS-ALERT-MESSAGE
               END-IF
               GO TO A100-REFUSE
           END-IF
           MOVE WS-AUTH-ROW(WS-MATCH-IDX) TO WS-AUTH-WORK
           MOVE AU-CODE TO AG-CODE
           MOVE AU-APPROVER TO AG-APPROVER
           IF AUTH-OVERFLOW
               DISPLAY "AUTHMOD - AUTHCTL OVER 500 ROWS, CANNOT "
                       "CONSUME A CODE SAFELY"
               SET AG-NOT-REWRITTEN TO TRUE
               MOVE 'AUTHORISATION FILE NOT REWRITTEN'
                 TO WS-ALERT-MESSAGE
               GO TO A100-REFUSE
           END-IF
           SET AU-CONSUMED TO TRUE
           MOVE WS-NOW(1:8) TO AU-USED-DATE
           MOVE WS-NOW(9:6) TO AU-USED-TIME
           MOVE WS-AUTH-WORK TO WS-AUTH-ROW(WS-MATCH-IDX)
           PERFORM B300-REWRITE-AUTHORISATIONS
           IF NOT CTL-OK
               DISPLAY "AUTHMOD - COULD NOT REWRITE AUTHCTL, STATUS "
                       WS-CTL-STATUS ", CODE " AU-CODE " NOT USED"
               SET AG-NOT-REWRITTEN TO TRUE
               MOVE 'AUTHORISATION FILE NOT REWRITTEN'
                 TO WS-ALERT-MESSAGE
               GO TO A100-REFUSE
           END-IF
           SET AG-GRANTED TO TRUE
           MOVE 'OK' TO AG-REASON
           PERFORM B400-APPEND-LOG
           MOVE AU-CODE TO AUP-CODE
           MOVE AU-APPROVER TO AUP-APPROVER
           SET AUP-GRANTED TO TRUE
           DISPLAY "AUTHMOD - " AUP-JOB-NAME " AUTHORISED BY CODE "
                   AUP-CODE " (APPROVER " AUP-APPROVER ")"
           GOBACK.
       A100-REFUSE.
           SET AG-REFUSED TO TRUE
           PERFORM B400-APPEND-LOG
           MOVE AUP-TARGET(1:8) TO WS-ALERT-KEY
           CALL 'ALRTMOD' USING AUP-JOB-NAME AUP-RUN-DATE
                                WS-ALERT-SEVERITY
                                WS-ALERT-MESSAGE WS-ALERT-KEY
           DISPLAY "AUTHMOD - " AUP-JOB-NAME " NOT AUTHORISED FOR "
                   AUP-TARGET " - " WS-ALERT-MESSAGE
           SET AUP-REFUSED TO TRUE
           GOBACK.

       B100-LOAD-AUTHORISATIONS SECTION.
           MOVE 0 TO WS-AUTH-COUNT
           MOVE 'N' TO WS-AUTH-OVERFLOW
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT AUTH-CTRL-FILE
           IF NOT CTL-OK
               DISPLAY "AUTHMOD - COULD NOT OPEN AUTHCTL, STATUS "
                       WS-CTL-STATUS
               GO TO B100-EXIT
           END-IF
           PERFORM UNTIL INPUT-DONE
               READ AUTH-CTRL-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       IF WS-AUTH-COUNT < 500
                           ADD 1 TO WS-AUTH-COUNT
                           MOVE AUTH-CTRL-REC
                             TO WS-AUTH-ROW(WS-AUTH-COUNT)
                       ELSE
                           SET AUTH-OVERFLOW TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUTH-CTRL-FILE.
       B100-EXIT.
           EXIT.

      *THE FIRST UNUSED CODE FOR THIS JOB, DATE AND TARGET. A
      *MATCHING CODE ALREADY CONSUMED OR CANCELLED IS NOTED SO THE
      *REFUSAL CAN SAY SO.
       B200-FIND-CODE         SECTION.
           MOVE 0 TO WS-MATCH-IDX
           MOVE 'N' TO WS-USED-SEEN
           PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                   UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
                      OR WS-MATCH-IDX > 0
               MOVE WS-AUTH-ROW(WS-AUTH-IDX) TO WS-AUTH-WORK
               IF AU-JOB-NAME = AUP-JOB-NAME
                       AND AU-BUS-DATE = AUP-RUN-DATE
                       AND AU-TARGET = AUP-TARGET
                       AND AU-CODE NOT = SPACES
                   IF AU-UNUSED
                       MOVE WS-AUTH-IDX TO WS-MATCH-IDX
                   ELSE
                       MOVE 'Y' TO WS-USED-SEEN
                   END-IF
               END-IF
           END-PERFORM
           .

       B300-REWRITE-AUTHORISATIONS SECTION.
           OPEN OUTPUT AUTH-CTRL-FILE
           IF NOT CTL-OK
               GO TO B300-EXIT
           END-IF
           PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                   UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
               WRITE AUTH-CTRL-REC FROM WS-AUTH-ROW(WS-AUTH-IDX)
           END-PERFORM
           CLOSE AUTH-CTRL-FILE.
       B300-EXIT.
           EXIT.

       B400-APPEND-LOG        SECTION.
           OPEN EXTEND AUTH-LOG-FILE
           IF NOT LOG-OK
               OPEN OUTPUT AUTH-LOG-FILE
           END-IF
           WRITE AUTH-LOG-RECORD
           CLOSE AUTH-LOG-FILE
           .
