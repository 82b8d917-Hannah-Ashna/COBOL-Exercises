           03 WS-OUTPUT-COUNT      PIC 9(8) VALUE 0.
           03 WS-BALANCE-TOTAL     PIC S9(11) SIGN LEADING SEPARATE
                                   VALUE 0.
      *NIGHT RUN WITH NO KEYED MASTER COPY - THE INTRADAY COPY
      *AND JOURNAL BELONG TO THE DTBPROG6 STREAM.
           03 WS-RUN-MODE          PIC X(1) VALUE 'B'.
           03 WS-KEYED-NAME        PIC X(8) VALUE SPACES.
           03 WS-JOURNAL-NAME      PIC X(8) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
