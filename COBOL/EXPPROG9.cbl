           SELECT MASTERFILE       ASSIGN TO MASTIN
           FILE STATUS IS WS-MAST-STATUS.
           SELECT RESTORE-LOG-FILE ASSIGN TO RESTOLOG.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
      *
       DATA DIVISION.
      *
            RECORDING MODE IS F.
       01 RESTORE-LOG-RECORD       PIC X(80).

       FD RUN-LOG-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 RUN-LOG-RECORD.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
      *--- business processing date (DATECTL card via DATEMOD,
      *    machine date when the card is absent)
       01 WS-BUSINESS-DATE         PIC X(8) VALUE SPACES.
      *--- job start on the machine clock, for the run log
       01 WS-JOB-START-STAMP       PIC X(16) VALUE SPACES.
       01 WS-RUNLOG-STATUS         PIC X(2).

       01 WS-RCTL-STATUS           PIC X(2).
           88 RCTL-OK              VALUE "00".
           88 RCTL-EOF             VALUE "01".
       01 WS-CD-YYYYMMDD           PIC 9(8).
       01 WS-RESTORE-COUNT         PIC 9(7) VALUE 0.

      *--- one-time authorisation code for the restore (AUTHMOD)
       01 WS-AUTH-PARMS.
           COPY AUTPRM.

      *---------------------
       PROCEDURE DIVISION.
      *  This job undoes a day's DTBPROG6 run.  Because DTBPROG6
      *  MASTIN, record for record - no need to re-derive balances
      *  from GOODFILE/ARCHIVE-FILE, since the true prior snapshot
      *  is already sitting on disk.
      *  Overwriting MASTIN cannot be undone, so the run needs a
      *  one-time authorisation code issued for this job, this
      *  business date and the generation being restored (e.g.
      *  FO261130) - without one MASTIN is never opened and the
      *  run ends RC 16.  The approver goes on the run log.
       DT  MAIN-LOGIC
       ACTIONS
       01  CALL     'DATEMOD'
             USING  WS-BUSINESS-DATE
           MOVE     FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           MOVE     SPACES TO WS-AUTH-PARMS
           DISPLAY  "STATUS - STARTING RESTORE JOB"
           PERFORMX B100-INIT-STAGE
       02  PERFORMX R100-READ-PRIOR
       03  PERFORMX C100-COPY-LOOP
       04  PERFORMX B200-WRITE-LOG
           PERFORMX T100-TERMINATE
           PERFORMX Z100-WRITE-RUN-LOG
           DISPLAY  "STATUS - RESTORE JOB DONE"
           GOBACK

               DISPLAY "ERROR - COULD NOT OPEN RESTOCTL, STATUS "
                       WS-RCTL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORMX Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           READ     RESTORE-CTL-FILE
             TO     WS-CD-YYYYMMDD
           STRING   "FO" WS-CD-YYYYMMDD(3:6) DELIMITED BY SIZE
                    INTO WS-DYN-PRIOR-NAME
           MOVE     "DTBPROG9" TO AUP-JOB-NAME
           MOVE     WS-BUSINESS-DATE TO AUP-RUN-DATE
           MOVE     WS-DYN-PRIOR-NAME TO AUP-TARGET
           CALL     'AUTHMOD'
             USING  WS-AUTH-PARMS
           IF AUP-REFUSED
               DISPLAY "ERROR - NO AUTHORISATION CODE TO RESTORE "
                       WS-DYN-PRIOR-NAME ", MASTIN NOT TOUCHED"
               MOVE 16 TO RETURN-CODE
               PERFORMX Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN     INPUT
                    PRIOR-GENERATION
           IF NOT PRIOR-OK
               DISPLAY "ERROR - COULD NOT OPEN " WS-DYN-PRIOR-NAME
                       ", STATUS " WS-PRIOR-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORMX Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN     OUTPUT
               DISPLAY "ERROR - COULD NOT OPEN MASTIN, STATUS "
                       WS-MAST-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORMX Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE     0
                    MASTERFILE
                    RESTORE-LOG-FILE
           DISPLAY  "STATUS - FILES CLOSED"

       DT  Z100-WRITE-RUN-LOG
       ACTIONS
      *  one summary record on the shared cross-suite run log,
      *  carrying the approver whose code authorised the restore
       01  MOVE     "DTBPROG9" TO RL-JOB-NAME
           MOVE     WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE     WS-RESTORE-COUNT TO RL-INPUT-COUNT
           MOVE     WS-RESTORE-COUNT TO RL-OUTPUT-COUNT
           MOVE     0 TO RL-OUTPUT-COUNT-2
           MOVE     RETURN-CODE TO RL-RETURN-CODE
           MOVE     SPACES TO RL-FILLER
           MOVE     AUP-APPROVER TO RL-APPROVER
           MOVE     WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE     FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           WRITE    RUN-LOG-RECORD
           CLOSE    RUN-LOG-FILE
