      *
      * THE STAMP RIDES IN FILLER-A BYTES 2-4 OF A TYPE-A RECORD
      * (BYTE 1 IS THE DELTA DELETE INDICATOR) AND FILLER-B BYTES
      * 1-3 OF A TYPE-B RECORD (FILLER-C BYTES 30-32, THE SAME
      * POSITIONS, OF A TYPE-C). EACH FEED IS READ TWICE - ONCE TO
      * PROVE ITS HEADER COUNT, ONCE TO COPY - SO THE COMBINED
      * HEADER CAN GO OUT IN FRONT WITH A COUNT ALREADY PROVEN.
      * A MISSING FEED IS SKIPPED WITH A STATUS LINE; AN EMPTY RUN
      * (NO FEED AT ALL) OR ANY HEADER FAILURE ABENDS WITH RC 16.
      * DELTA FEEDS ARE REFUSED - ONLY FULL EXTRACTS CONSOLIDATE.
      * A FEED THAT PASSES ITS HEADER CHECKS IS THEN CLEARED AGAINST
      * THE INBOUND RECEIPT REGISTER (RCPTMOD); A RE-SENT FILE OR A
      * SECOND DELIVERY FOR THE BUSINESS DATE ABENDS WITH RC 16.
      * THE COMBINED HEADER ALSO CARRIES THE SUM OF THE TYPE-A
      * BALANCES ACROSS EVERY FEED, TAKEN ON THE PROVING PASS, SO A
      * PARTITIONED MERGE CAN BE RECONCILED ON VALUE AS WELL AS ON
      * RECORD COUNT WHEN ITS PARTITIONS ARE RECOMBINED (EXPPROG95).
      *
       ENVIRONMENT DIVISION.
      *
           03 SRC-ACCOUNT            PIC X(8).
           03 SRC-BODY               PIC X(71).
           03 SRC-TYPE               PIC X(1).
      *THE BALANCE OF A TYPE-A RECORD, AT ITS CDRECA POSITION.
       01 SRC-TYPE-A-VIEW REDEFINES SRC-RECORD.
           03 FILLER                 PIC X(59).
           03 SRC-A-BALANCE          PIC S9(10).
           03 FILLER                 PIC X(11).
       01 SRC-CONTROL-HEADER REDEFINES SRC-RECORD.
           03 SH-MARKER              PIC X(8).
           03 SH-FILE-DATE           PIC 9(8).
           03 OH-FILE-DATE           PIC 9(8).
           03 OH-RECORD-COUNT        PIC 9(8).
           03 OH-FILE-MODE           PIC X(5).
           03 OH-BALANCE-TOTAL       PIC S9(13) SIGN LEADING SEPARATE.
           03 OH-FILLER              PIC X(36).
           03 OH-TYPE                PIC X(1).

       FD RUN-LOG-FILE BLOCK CONTAINS 0 RECORDS
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE           PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP         PIC X(16) VALUE SPACES.

       01 WS-SRC-STATUS              PIC X(2).
           88 SRC-OK                 VALUE "00".
       01 WS-HDR-MARKER-VALUE        PIC X(8) VALUE 'CDINHDR '.
       01 WS-HDR-TODAY               PIC 9(8).

      *INBOUND RECEIPT CHECK - EACH FEED IS REGISTERED UNDER ITS
      *OWN DD NAME, HEADER LEFT OUT OF THE CONTENT HASH.
       01 WS-RCPT-FEED-ID            PIC X(8).
       01 WS-RCPT-JOB                PIC X(8) VALUE 'EXPPRG35'.
       01 WS-RCPT-LEN                PIC 9(3) VALUE 80.
       01 WS-RCPT-STATUS             PIC X(2).
           88 RCPT-REFUSED           VALUE '08'.

      *ONE ROW PER REGIONAL FEED - DD NAME, STAMP CODE, WHETHER THE
      *FEED WAS PRESENT, AND ITS PROVEN RECORD COUNT.
       01 WS-FEED-TABLE.
       01 WS-FEEDS-PRESENT           PIC 9(1) VALUE 0.
       01 WS-THIS-COUNT              PIC 9(8) VALUE 0.
       01 WS-TOTAL-COUNT             PIC 9(8) VALUE 0.
       01 WS-TOTAL-BALANCE           PIC S9(13) VALUE 0.
       01 WS-WRITTEN-COUNT           PIC 9(8) VALUE 0.
       01 WS-RUN-INPUT-COUNT         PIC 9(8) VALUE 0.
      *
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING CDIN CONSOLIDATION"
           MOVE WS-FEED-INIT TO WS-FEED-TABLE
           MOVE WS-BUSINESS-DATE TO WS-HDR-TODAY
           MOVE WS-HDR-TODAY TO OH-FILE-DATE
           MOVE WS-TOTAL-COUNT TO OH-RECORD-COUNT
           MOVE 'FULL ' TO OH-FILE-MODE
           MOVE WS-TOTAL-BALANCE TO OH-BALANCE-TOTAL
           MOVE 'H' TO OH-TYPE
           WRITE OUT-RECORD
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
               PERFORM UNTIL SRC-FILE-DONE
                   ADD 1 TO WS-THIS-COUNT
                   ADD 1 TO WS-RUN-INPUT-COUNT
                   IF SRC-TYPE = 'A' AND SRC-A-BALANCE NUMERIC
                       ADD SRC-A-BALANCE TO WS-TOTAL-BALANCE
                   END-IF
                   READ SOURCE-FEED-FILE
                       AT END SET SRC-FILE-DONE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FEED-FILE
               PERFORM D100-RECHECK-HEADER-COUNT
               PERFORM D200-CHECK-RECEIPT
               MOVE 'Y' TO WS-FEED-PRESENT(WS-FEED-IDX)
               MOVE WS-THIS-COUNT TO WS-FEED-COUNT(WS-FEED-IDX)
               ADD WS-THIS-COUNT TO WS-TOTAL-COUNT
           CLOSE SOURCE-FEED-FILE
           .

       D200-CHECK-RECEIPT     SECTION.
           MOVE WS-DYN-SRC-NAME TO WS-RCPT-FEED-ID
           CALL 'RCPTMOD' USING WS-RCPT-FEED-ID WS-DYN-SRC-NAME
                                WS-RCPT-LEN WS-HDR-MARKER-VALUE
                                WS-RCPT-JOB WS-BUSINESS-DATE
                                WS-RCPT-STATUS
           IF RCPT-REFUSED
               DISPLAY "ERROR - " WS-DYN-SRC-NAME " REFUSED BY THE "
                       "RECEIPT REGISTER - SEE RCPTMOD MESSAGES"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           .

       C100-COPY-ONE-FEED     SECTION.
           MOVE WS-FEED-DD(WS-FEED-IDX) TO WS-DYN-SRC-NAME
           OPEN INPUT SOURCE-FEED-FILE

      *TYPE-A FILLER RUNS FROM POSITION 70 (BYTE 1 IS THE DELTA
      *DELETE INDICATOR, SO THE STAMP TAKES BYTES 71-73); TYPE-B
      *FILLER RUNS FROM POSITION 73; A TYPE-C SECONDARY HOLDER TAKES
      *THE SAME BYTES 73-75 AS A B. ANY OTHER TYPE IS LEFT FOR THE
      *MERGE'S PAIRING CHECK TO REJECT, UNSTAMPED.
       W100-STAMP-SOURCE-CODE SECTION.
           EVALUATE OUT-TYPE
                   MOVE WS-FEED-CODE(WS-FEED-IDX)
                     TO OUT-RECORD(71:3)
               WHEN 'B'
               WHEN 'C'
                   MOVE WS-FEED-CODE(WS-FEED-IDX)
                     TO OUT-RECORD(73:3)
               WHEN OTHER
           MOVE WS-FEEDS-PRESENT TO RL-OUTPUT-COUNT-2
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES TO RL-FILLER
           MOVE WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
