      * AND HASH OVER EVERY DETAIL, MAPPABLE OR NOT), THE SECOND
      * CONVERTS. SIGN BYTE '-' BECOMES MARKER 'D' AND '+' BECOMES
      * 'C'; YYMMDD CENTURIES WINDOW AT 50 (00-49 = 2000S).
      *
      * A PROVEN FILE IS THEN CLEARED AGAINST THE INBOUND RECEIPT
      * REGISTER (RCPTMOD) BEFORE ANYTHING IS CONVERTED; A RE-SENT
      * FILE OR A SECOND DELIVERY FOR THE BUSINESS DATE IS REFUSED
      * THE SAME WAY (RC 16, NOTHING CONVERTED).
      *
       ENVIRONMENT DIVISION.
      *
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE           PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP         PIC X(16) VALUE SPACES.

       01 WS-ICIN-STATUS             PIC X(2).
           88 ICIN-OK                VALUE "00".
       01 WS-REJECT-FLAG             PIC X VALUE 'N'.
           88 DETAIL-REJECTED        VALUE 'Y'.
       01 WS-AMOUNT-WORK             PIC 9(11) VALUE 0.

      *INBOUND RECEIPT CHECK - THE 'HDR' RECORD IS LEFT OUT OF THE
      *CONTENT HASH.
       01 WS-RCPT-FEED-ID            PIC X(8) VALUE 'ICIN'.
       01 WS-RCPT-DD-NAME            PIC X(8) VALUE 'ICIN'.
       01 WS-RCPT-LEN                PIC 9(3) VALUE 80.
       01 WS-RCPT-MARKER             PIC X(8) VALUE 'HDR'.
       01 WS-RCPT-JOB                PIC X(8) VALUE 'EXPPRG45'.
       01 WS-RCPT-STATUS             PIC X(2).
           88 RCPT-REFUSED           VALUE '08'.
      *
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING INTERCHANGE CONVERSION"
           PERFORM B100-PROVE-ENVELOPE
           IF ENVELOPE-BAD
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           CALL 'RCPTMOD' USING WS-RCPT-FEED-ID WS-RCPT-DD-NAME
                                WS-RCPT-LEN WS-RCPT-MARKER
                                WS-RCPT-JOB WS-BUSINESS-DATE
                                WS-RCPT-STATUS
           IF RCPT-REFUSED
               DISPLAY "ERROR - ICIN REFUSED BY THE RECEIPT "
                       "REGISTER, NOTHING CONVERTED"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM C100-CONVERT-PASS
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - DETAILS CONVERTED: " WS-CONVERTED-COUNT
           MOVE WS-RETURNED-COUNT TO RL-OUTPUT-COUNT-2
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES TO RL-FILLER
           MOVE WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
