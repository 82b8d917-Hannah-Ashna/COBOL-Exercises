       01 PRICE-CTRL-REC.
           03 PC-ITEM-CODE     PIC X(3).
           03 PC-ITEM-PRICE    PIC 9(3).
      *VAT RATE CLASS AND PACK SIZE CARRIED FOR THE PRICING RUN AND
      *THE SHELF-EDGE LABELS - NOT USED ON THE RECEIPT, PRESENT TO
      *KEEP THE LAYOUT IN STEP.
           03 PC-VAT-CLASS     PIC X(1).
           03 PC-PACK-SIZE     PIC 9(4)V999.
           03 PC-PACK-UNIT     PIC X(2).
           03 FILLER           PIC X(64).

       FD RECEIPT-PRINT BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE      PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP    PIC X(16) VALUE SPACES.

       01 WS-IN-STATUS          PIC X(2).
           88 IN-OK             VALUE "00".
       PROCEDURE DIVISION USING INPUT-PARM.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING RECEIPT PRINT"
           IF PARM-LENGTH >= 5 AND PARM-DATA NOT = SPACES
               MOVE PARM-DATA TO WS-ACCOUNT-FILTER
           MOVE WS-PAIR-ERROR-COUNT TO RL-OUTPUT-COUNT-2
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES TO RL-FILLER
           MOVE WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
