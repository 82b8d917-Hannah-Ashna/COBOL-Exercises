      * FILE THAT IS SIMPLY ABSENT IS NOTED, NOT FAULTED - THE
      * JOBS ALL CARRY DOCUMENTED FALLBACKS FOR THAT.
      *
      * THE EFFECTIVE-DATED FILES (TAXCTRL, RATECTL, GLMAPCTL,
      * BVATCTL) CARRY EFFECTIVE-FROM AND EFFECTIVE-TO DATES IN
      * COLUMNS 65-80. BOTH MUST BE VALID CCYYMMDD DATES (TO MAY
      * BE 99999999, OPEN-ENDED) WITH TO NOT BEFORE FROM, AND THE
      * RANGES FOR ONE KEY MUST NEITHER OVERLAP NOR LEAVE A GAP -
      * EACH RANGE PICKS UP THE DAY AFTER ITS PREDECESSOR ENDS.
      *
      * THE RULES THEMSELVES LIVE IN CTLVMOD, SHARED WITH THE
      * EXPPROG87 MAINTENANCE RUN; THIS JOB LOADS EACH FILE AND
      * REPORTS WHAT THE MODULE FINDS.
      *
      * COVERED: DEPTCTRL, INVCTRL, TAXCTRL, CTYCTRL, BANDCTL,
      * AGECTL, RATECTL, GLMAPCTL, SCHEDCTL, DEPCTL, PRICECTL,
      * LOYCTL, BVATCTL, SUPCTRL, CANDCTRL, HOLCTL, PROMCTL,
      * ISUPCTL, PARTCTL.
      *
       ENVIRONMENT DIVISION.
      *
       FILE SECTION.
      *
      *EVERY CONTROL FILE IN THE SUITE IS AN 80-BYTE CARD FILE -
      *ONE GENERIC FD, THE LAYOUTS ARE CTLVMOD'S BUSINESS.
       FD GEN-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 CTRL-RECORD            PIC X(80).

       FD PREF-RPT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE       PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP     PIC X(16) VALUE SPACES.

       01 WS-CTRL-STATUS         PIC X(2).
           88 CTRL-OK            VALUE "00".
       01 WS-ROW-NUM             PIC 9(6) VALUE 0.
       01 WS-FILE-NUM            PIC 9(2) VALUE 0.

      *ONE FILE'S ROWS FOR CTLVMOD, AND ITS FAULTS BACK.
       01 WS-CTV-PARMS.
           COPY CTVPRM.
       01 WS-FAULT-IDX           PIC 9(4) VALUE 0.
       01 WS-ROWS-DROPPED        PIC 9(6) VALUE 0.

       01 WS-RPT-HEAD            PIC X(80) VALUE
          "CONTROL FILE PRE-FLIGHT".
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - CONTROL FILE PRE-FLIGHT STARTING"
           OPEN OUTPUT PREF-RPT-FILE
           IF NOT RPT-OK
           END-IF
           WRITE PREF-RPT-RECORD FROM WS-RPT-HEAD
           PERFORM VARYING WS-FILE-NUM FROM 1 BY 1
                   UNTIL WS-FILE-NUM > 19
               PERFORM C100-CHECK-ONE-FILE
           END-PERFORM
           CLOSE PREF-RPT-FILE
                   MOVE 'PRICECTL' TO WS-DYN-CTRL-NAME
               WHEN 12
                   MOVE 'LOYCTL  ' TO WS-DYN-CTRL-NAME
               WHEN 13
                   MOVE 'BVATCTL ' TO WS-DYN-CTRL-NAME
               WHEN 14
                   MOVE 'SUPCTRL ' TO WS-DYN-CTRL-NAME
               WHEN 15
                   MOVE 'CANDCTRL' TO WS-DYN-CTRL-NAME
               WHEN 16
                   MOVE 'HOLCTL  ' TO WS-DYN-CTRL-NAME
               WHEN 17
                   MOVE 'PROMCTL ' TO WS-DYN-CTRL-NAME
               WHEN 18
                   MOVE 'ISUPCTL ' TO WS-DYN-CTRL-NAME
               WHEN 19
                   MOVE 'PARTCTL ' TO WS-DYN-CTRL-NAME
           END-EVALUATE
           MOVE 0 TO WS-ROW-NUM
           MOVE 0 TO CVP-ROW-COUNT
           MOVE 0 TO WS-ROWS-DROPPED
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT GEN-CTRL-FILE
           IF NOT CTRL-OK
                   NOT AT END
                       ADD 1 TO WS-ROW-NUM
                       ADD 1 TO WS-RUN-INPUT-COUNT
                       IF CVP-ROW-COUNT < 500
                           ADD 1 TO CVP-ROW-COUNT
                           MOVE CTRL-RECORD TO CVP-ROW(CVP-ROW-COUNT)
                       ELSE
                           ADD 1 TO WS-ROWS-DROPPED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GEN-CTRL-FILE
           MOVE WS-DYN-CTRL-NAME TO CVP-FILE-NAME
           MOVE WS-BUSINESS-DATE TO CVP-BUS-DATE
           CALL 'CTLVMOD' USING WS-CTV-PARMS
           PERFORM VARYING WS-FAULT-IDX FROM 1 BY 1
                   UNTIL WS-FAULT-IDX > CVP-FAULT-COUNT
                      OR WS-FAULT-IDX > 100
               MOVE CVP-FAULT-ROW(WS-FAULT-IDX) TO WS-ROW-NUM
               MOVE CVP-FAULT-TEXT(WS-FAULT-IDX) TO FL-FAULT
               PERFORM W100-WRITE-FAULT
           END-PERFORM
           IF CVP-FAULT-COUNT > 100
               ADD CVP-FAULT-COUNT TO WS-FAULT-COUNT
               SUBTRACT 100 FROM WS-FAULT-COUNT
               MOVE WS-DYN-CTRL-NAME TO NL-FILE
               MOVE "FURTHER FAULTS NOT LISTED" TO NL-TEXT
               WRITE PREF-RPT-RECORD FROM WS-RPT-NOTE-LINE
           END-IF
           IF WS-ROWS-DROPPED > 0
               MOVE 501 TO WS-ROW-NUM
               MOVE "OVER 500 ROWS - THE REST NOT CHECKED"
                 TO FL-FAULT
               PERFORM W100-WRITE-FAULT
           END-IF.
       C100-EXIT.
           EXIT.

       W100-WRITE-FAULT       SECTION.
           MOVE 0 TO RL-OUTPUT-COUNT-2
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES TO RL-FILLER
           MOVE WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
