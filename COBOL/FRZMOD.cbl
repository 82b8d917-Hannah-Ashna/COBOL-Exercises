       ID DIVISION.
       PROGRAM-ID. FRZMOD.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * SHARED ACCOUNT FREEZE (LEGAL HOLD) MODULE IN THE GATEMOD
      * STYLE. WHEN A COURT ORDER OR FRAUD INVESTIGATION FREEZES AN
      * ACCOUNT IT IS LISTED ON THE FREEZE CONTROL FILE (FRZCTL) -
      * SCOPE ('C' 8-CHARACTER MERGE-CHAIN ACCOUNT, 'M' 5-CHARACTER
      * MASTERFILE ACCOUNT), ACCOUNT, REASON CODE, START DATE AND AN
      * OPTIONAL END DATE (SPACES OR ZEROS FOR AN OPEN-ENDED HOLD).
      * FRZCTL IS LOADED ON THE FIRST CALL OF THE RUN; NO FRZCTL AT
      * ALL MEANS NOTHING IS FROZEN.
      *
      * 'CHK ' ANSWERS WHETHER THE ACCOUNT IS FROZEN ON THE RUN
      * DATE - FZP-STATUS '08' FROZEN (REASON IN FZP-REASON), '00'
      * NOT. 'LOG ' APPENDS THE ITEM THE CALLER JUST BLOCKED TO THE
      * FREEZE-ACTIVITY LOG (FRZLOG) FOR THE DAILY LEGAL-TEAM REPORT
      * (EXPPROG63). THE CALLER DECIDES WHAT BLOCKING MEANS.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT FRZ-CTRL-FILE ASSIGN TO FRZCTL
           FILE STATUS IS WS-CTL-STATUS.
           SELECT FRZ-LOG-FILE ASSIGN TO FRZLOG
           FILE STATUS IS WS-LOG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FRZ-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 FRZ-CTRL-REC.
           03 FC-SCOPE          PIC X(1).
           03 FC-ACCOUNT        PIC X(8).
           03 FC-REASON         PIC X(4).
           03 FC-START-DATE     PIC X(8).
           03 FC-END-DATE       PIC X(8).
           03 FILLER            PIC X(51).

       FD FRZ-LOG-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 FRZ-LOG-REC.
           COPY FRZACT.

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS         PIC X(2).
           88 CTL-OK            VALUE "00".
           88 CTL-NOTFOUND      VALUE "35".
       01 WS-LOG-STATUS         PIC X(2).
           88 LOG-OK            VALUE "00".

       01 WS-EOF-FLAG           PIC X.
           88 INPUT-DONE        VALUE 'Y'.
       01 WS-LOADED-FLAG        PIC X VALUE 'N'.
           88 TABLE-LOADED      VALUE 'Y'.

      *EVERY FREEZE ON FRZCTL, ACTIVE OR NOT - THE DATES ARE TESTED
      *AGAINST THE CALLER'S RUN DATE ON EACH CHECK.
       01 WS-FRZ-TABLE.
           03 WS-FRZ-ENTRY OCCURS 500 TIMES.
               05 WS-FRZ-SCOPE      PIC X(1).
               05 WS-FRZ-ACCOUNT    PIC X(8).
               05 WS-FRZ-REASON     PIC X(4).
               05 WS-FRZ-START      PIC X(8).
               05 WS-FRZ-END        PIC X(8).
       01 WS-FRZ-COUNT          PIC 9(3) VALUE 0.
       01 WS-FRZ-IDX            PIC 9(3).

       LINKAGE SECTION.
       01 LS-FRZ-PARMS.
           COPY FRZPRM.
      *
       PROCEDURE DIVISION USING LS-FRZ-PARMS.
       A100-FREEZE            SECTION.
           IF NOT TABLE-LOADED
               PERFORM B100-LOAD-FREEZES
           END-IF
           PERFORM C100-FIND-FREEZE
           IF FZP-LOG
               PERFORM D100-LOG-BLOCKED-ITEM
           END-IF
           GOBACK.

       B100-LOAD-FREEZES      SECTION.
           SET TABLE-LOADED TO TRUE
           MOVE 0 TO WS-FRZ-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT FRZ-CTRL-FILE
           IF CTL-NOTFOUND
               GO TO B100-EXIT
           END-IF
           IF NOT CTL-OK
               DISPLAY "FRZMOD - COULD NOT OPEN FRZCTL, STATUS "
                       WS-CTL-STATUS ", NO FREEZES APPLIED"
               GO TO B100-EXIT
           END-IF
           PERFORM UNTIL INPUT-DONE
               READ FRZ-CTRL-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       IF WS-FRZ-COUNT < 500
                           ADD 1 TO WS-FRZ-COUNT
                           MOVE FC-SCOPE
                             TO WS-FRZ-SCOPE(WS-FRZ-COUNT)
                           MOVE FC-ACCOUNT
                             TO WS-FRZ-ACCOUNT(WS-FRZ-COUNT)
                           MOVE FC-REASON
                             TO WS-FRZ-REASON(WS-FRZ-COUNT)
                           MOVE FC-START-DATE
                             TO WS-FRZ-START(WS-FRZ-COUNT)
                           MOVE FC-END-DATE
                             TO WS-FRZ-END(WS-FRZ-COUNT)
                       ELSE
                           DISPLAY "FRZMOD - FREEZE TABLE FULL, "
                                   FC-ACCOUNT " NOT LOADED"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FRZ-CTRL-FILE
           DISPLAY "STATUS - " WS-FRZ-COUNT " FREEZE(S) LOADED"
           .
       B100-EXIT.
           EXIT.

      *A FREEZE APPLIES FROM ITS START DATE UP TO AND INCLUDING ITS
      *END DATE; A BLANK OR ZERO END DATE NEVER LAPSES.
       C100-FIND-FREEZE       SECTION.
           MOVE '00' TO FZP-STATUS
           MOVE SPACES TO FZP-REASON
           PERFORM VARYING WS-FRZ-IDX FROM 1 BY 1
                   UNTIL WS-FRZ-IDX > WS-FRZ-COUNT
               IF WS-FRZ-SCOPE(WS-FRZ-IDX) = FZP-SCOPE
                       AND WS-FRZ-ACCOUNT(WS-FRZ-IDX) = FZP-ACCOUNT
                       AND WS-FRZ-START(WS-FRZ-IDX) <= FZP-RUN-DATE
                       AND (WS-FRZ-END(WS-FRZ-IDX) = SPACES
                         OR WS-FRZ-END(WS-FRZ-IDX) = ZEROS
                         OR WS-FRZ-END(WS-FRZ-IDX) >= FZP-RUN-DATE)
                   MOVE '08' TO FZP-STATUS
                   MOVE WS-FRZ-REASON(WS-FRZ-IDX) TO FZP-REASON
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       D100-LOG-BLOCKED-ITEM  SECTION.
           MOVE SPACES TO FRZ-LOG-REC
           MOVE FZP-RUN-DATE TO FA-RUN-DATE
           MOVE FZP-JOB-NAME TO FA-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO FA-TIMESTAMP
           MOVE FZP-SCOPE TO FA-SCOPE
           MOVE FZP-ACCOUNT TO FA-ACCOUNT
           MOVE FZP-REASON TO FA-REASON
           MOVE FZP-ITEM TO FA-ITEM
           MOVE FZP-AMOUNT TO FA-AMOUNT
           OPEN EXTEND FRZ-LOG-FILE
           IF NOT LOG-OK
               OPEN OUTPUT FRZ-LOG-FILE
           END-IF
           IF LOG-OK
               WRITE FRZ-LOG-REC
               CLOSE FRZ-LOG-FILE
           ELSE
               DISPLAY "FRZMOD - COULD NOT WRITE FRZLOG, STATUS "
                       WS-LOG-STATUS " - BLOCKED " FZP-ACCOUNT
           END-IF
           .
