      * THIS STREAM OWNS THE DORMANT-ACCOUNT TRACKING (DORMCTL IS
      * A SINGLE CROSS-RUN CONTROL, SO ONLY ONE STREAM MAY DRIVE
      * IT) - THE DORMANT SWITCH IS ON HERE AND OFF IN CBLPROG6.
      *
      * IT ALSO OWNS THE KEYED MASTER COPY (MASTKEY) AND INTRADAY
      * JOURNAL (INTRAJNL) - EXPPROG96 POSTS TO THEM DURING THE DAY
      * AND THIS RUN PICKS THE POSTINGS UP AND REFRESHES THE COPY.
      *
       ENVIRONMENT DIVISION.
      *
           03 WS-OUTPUT-COUNT      PIC 9(8) VALUE 0.
           03 WS-BALANCE-TOTAL     PIC S9(11) SIGN LEADING SEPARATE
                                   VALUE 0.
      *NIGHT RUN. THIS STREAM KEEPS THE KEYED MASTER COPY THAT
      *EXPPROG96 POSTS URGENT CORRECTIONS TO DURING THE DAY - THE
      *ENGINE PICKS UP THE INTRADAY JOURNAL AND REFRESHES THE COPY.
           03 WS-RUN-MODE          PIC X(1) VALUE 'B'.
           03 WS-KEYED-NAME        PIC X(8) VALUE 'MASTKEY'.
           03 WS-JOURNAL-NAME      PIC X(8) VALUE 'INTRAJNL'.
      *
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
