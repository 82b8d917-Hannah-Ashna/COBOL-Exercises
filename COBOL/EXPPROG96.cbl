       ID DIVISION.
       PROGRAM-ID. EXPPROG96.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * INTRADAY DRIVER FOR THE DTBPROG6 STREAM'S ACCOUNT MASTER.
      * URGENT CORRECTIONS (A MISPOSTED PAYMENT, A FEE WAIVER) NO
      * LONGER WAIT FOR THE NIGHT: A SMALL GOODFILE BATCH (GOODINT,
      * GOODFILE LAYOUT, ANY ORDER) IS HANDED TO THE MERGE ENGINE
      * IN INTRADAY MODE, WHICH POSTS IT STRAIGHT TO THE KEYED
      * MASTER COPY (MASTKEY) UNDER THE BATCH PATH'S RULES,
      * JOURNALS EACH CHANGE (INTRAJNL) AND PRINTS THE INTRADAY
      * POSTINGS REPORT (INTRARPT) WITH BEFORE AND AFTER BALANCES.
      * THE NEXT DTBPROG6 NIGHT RUN PICKS THE JOURNAL UP.
      *
      * CLOSURES, REOPENS AND TRANSACTIONS FOR ACCOUNTS NOT ON THE
      * KEYED COPY ARE REFUSED (RC 4) AND BELONG ON THE NIGHT'S
      * GOODFILE. THE RUN IS REFUSED OUTRIGHT (RC 16) WHEN THE LAST
      * NIGHT RUN DID NOT FINISH REFRESHING THE KEYED COPY, AND
      * CANNOT START (RC 12) WHILE THE NIGHT RUN HOLDS THE COPY.
      * THE RUN-LOG RECORD IS WRITTEN BY THE ENGINE UNDER THIS
      * JOB'S NAME, SO THE NIGHT SCHEDULE NEVER MISTAKES AN
      * INTRADAY RUN FOR DTBPROG6.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *THE MRGMOD PARAMETER BLOCK - ONLY THE GOODFILE, REPORT,
      *KEYED COPY AND JOURNAL NAMES MEAN ANYTHING IN INTRADAY MODE.
       01 WS-MERGE-PARMS.
           03 WS-JOB-NAME          PIC X(8) VALUE 'EXPPRG96'.
           03 WS-GOOD-NAME         PIC X(8) VALUE 'GOODINT'.
           03 WS-MASTER-NAME       PIC X(8) VALUE SPACES.
           03 WS-OUTPUT-NAME       PIC X(8) VALUE SPACES.
           03 WS-REPORT-NAME       PIC X(8) VALUE 'INTRARPT'.
           03 WS-GL-NAME           PIC X(8) VALUE SPACES.
           03 WS-ARCHIVE-NAME      PIC X(8) VALUE SPACES.
           03 WS-CLOSED-NAME       PIC X(8) VALUE SPACES.
           03 WS-DORMANT-FLAG      PIC X(1) VALUE 'N'.
           03 WS-SUSPENSE-FLAG     PIC X(1) VALUE 'N'.
           03 WS-GOOD-IF-NAME      PIC X(8) VALUE SPACES.
           03 WS-MERGE-RC          PIC 9(4) VALUE 0.
           03 WS-OUTPUT-COUNT      PIC 9(8) VALUE 0.
           03 WS-BALANCE-TOTAL     PIC S9(11) SIGN LEADING SEPARATE
                                   VALUE 0.
           03 WS-RUN-MODE          PIC X(1) VALUE 'I'.
           03 WS-KEYED-NAME        PIC X(8) VALUE 'MASTKEY'.
           03 WS-JOURNAL-NAME      PIC X(8) VALUE 'INTRAJNL'.
      *
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
           DISPLAY "STATUS - STARTING INTRADAY POSTING"
           CALL 'MRGMOD' USING WS-MERGE-PARMS
           MOVE WS-MERGE-RC TO RETURN-CODE
           DISPLAY "STATUS - INTRADAY POSTING DONE, RC " WS-MERGE-RC
           GOBACK.
