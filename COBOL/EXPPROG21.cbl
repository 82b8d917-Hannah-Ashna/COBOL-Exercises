      * IS AVAILABLE THE ARCHIVE SIDE IS FETCHED WITH KEYED READS -
      * ACCOUNT PLUS SEQUENCE 001 UPWARD UNTIL NOT FOUND - INSTEAD
      * OF SCANNING THE WHOLE SEQUENTIAL ARCHIVE.
      *
      * THE ACCOUNT'S INTERNAL TRANSFERS ARE LISTED AFTER THE
      * HISTORY FROM EXPPROG5'S TRANSFER REGISTER (TRFREG) - DATE,
      * DIRECTION, THE OTHER ACCOUNT, AMOUNT AND THE REFERENCE BOTH
      * LEGS CARRY - SO IT IS CLEAR WHERE THE MONEY WENT.
      *
       ENVIRONMENT DIVISION.
      *
           FILE STATUS IS WS-ARCH-STATUS.
           SELECT INQ-PRINT ASSIGN TO INQRPT
           FILE STATUS IS WS-PRT-STATUS.
           SELECT TRF-REG-FILE ASSIGN TO TRFREG
           FILE STATUS IS WS-TRF-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
       01 ARCHIVE-RECORD.
           COPY ARCREC.

       FD TRF-REG-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 TRF-REG-RECORD.
           COPY TRFREC.

       FD INQ-PRINT BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 PRINTLINE                PIC X(80).
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE         PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP       PIC X(16) VALUE SPACES.

       01 WS-MAST-STATUS        PIC X(2).
           88 MAST-OK           VALUE "00".
           88 ARCH-NOTFOUND     VALUE "35".
       01 WS-PRT-STATUS         PIC X(2).
           88 PRT-OK            VALUE "00".
       01 WS-TRF-STATUS         PIC X(2).
           88 TRF-OK            VALUE "00".
       01 WS-TRF-COUNT          PIC 9(5) VALUE 0.
       01 WS-TRF-FROM-X         PIC X(5).
       01 WS-TRF-TO-X           PIC X(5).
       01 WS-RUNLOG-STATUS      PIC X(2).

       01 WS-EOF-FLAG           PIC X VALUE 'N'.
           03 CL-AMOUNT         PIC -(9)9.
           03 FILLER            PIC X(46) VALUE SPACES.
       01 BLANKLINE             PIC X(80) VALUE SPACES.
       01 TRF-HEAD-LINE         PIC X(80) VALUE
          'INTERNAL TRANSFERS'.
       01 TRF-LINE.
           03 TL-DATE           PIC 9(8).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 TL-DIRECTION      PIC X(4).
           03 FILLER            PIC X(1) VALUE SPACES.
           03 TL-ACCOUNT        PIC X(5).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 TL-AMOUNT         PIC -(9)9.
           03 FILLER            PIC X(6) VALUE '  REF '.
           03 TL-REF            PIC X(12).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 TL-DETAILS        PIC X(20).
           03 FILLER            PIC X(8) VALUE SPACES.

       LINKAGE SECTION.
       01 INPUT-PARM.
       PROCEDURE DIVISION USING INPUT-PARM.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING HISTORY INQUIRY"
           IF PARM-LENGTH < 1 OR PARM-DATA = SPACES
               DISPLAY "ERROR - NO ACCOUNT NUMBER SUPPLIED"
           WRITE PRINTLINE FROM BLANKLINE
           MOVE M-BALANCE TO CL-AMOUNT
           WRITE PRINTLINE FROM CLOSE-LINE
           PERFORM C200-PRINT-TRANSFERS
           CLOSE INQ-PRINT
           DISPLAY "STATUS - " WS-HIST-COUNT " HISTORY ENTRY(S) "
                   "PRINTED"
           .

      *NO REGISTER SIMPLY MEANS NO TRANSFERS TO SHOW.
       C200-PRINT-TRANSFERS   SECTION.
           OPEN INPUT TRF-REG-FILE
           IF TRF-OK
               MOVE 'N' TO WS-EOF-FLAG
               READ TRF-REG-FILE AT END SET INPUT-DONE TO TRUE
               END-READ
               PERFORM UNTIL INPUT-DONE
                   ADD 1 TO WS-RUN-INPUT-COUNT
                   MOVE TR-FROM-ACCOUNT TO WS-TRF-FROM-X
                   MOVE TR-TO-ACCOUNT TO WS-TRF-TO-X
                   IF WS-TRF-FROM-X = WS-INQ-ACCOUNT
                           OR WS-TRF-TO-X = WS-INQ-ACCOUNT
                       IF WS-TRF-COUNT = 0
                           WRITE PRINTLINE FROM BLANKLINE
                           WRITE PRINTLINE FROM TRF-HEAD-LINE
                       END-IF
                       ADD 1 TO WS-TRF-COUNT
                       MOVE TR-TRANS-DATE TO TL-DATE
                       IF WS-TRF-FROM-X = WS-INQ-ACCOUNT
                           MOVE 'TO' TO TL-DIRECTION
                           MOVE WS-TRF-TO-X TO TL-ACCOUNT
                           COMPUTE TL-AMOUNT = 0 - TR-AMOUNT
                       ELSE
                           MOVE 'FROM' TO TL-DIRECTION
                           MOVE WS-TRF-FROM-X TO TL-ACCOUNT
                           MOVE TR-AMOUNT TO TL-AMOUNT
                       END-IF
                       MOVE TR-REFERENCE TO TL-REF
                       MOVE TR-TRANS-DETAILS TO TL-DETAILS
                       WRITE PRINTLINE FROM TRF-LINE
                       ADD 1 TO WS-LINES-WRITTEN
                   END-IF
                   READ TRF-REG-FILE AT END SET INPUT-DONE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TRF-REG-FILE
               DISPLAY "STATUS - " WS-TRF-COUNT " INTERNAL TRANSFER(S) "
                       "PRINTED"
           END-IF
           .

       Z100-WRITE-RUN-LOG     SECTION.
           MOVE "EXPPRG21" TO RL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE 0 TO RL-OUTPUT-COUNT-2
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES TO RL-FILLER
           MOVE WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
