       ID DIVISION.
       PROGRAM-ID. EXPPROG92.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * PURCHASE ORDERS FROM THE REORDER EXTRACT. EXPPROG7'S REORDEXT
      * LISTS THE ITEMS THAT HAVE FALLEN BELOW THEIR REORDER LEVEL;
      * UNTIL NOW A BUYER RE-KEYED EACH ONE INTO AN ORDER AND A CLERK
      * KEYED THE ORDER AGAIN ONTO POCTRL FOR EXPPROG2'S INVOICE
      * MATCH. THIS JOB, RUN AFTER EXPPROG7, RAISES THE ORDERS:
      *   - EACH ITEM GOES TO ITS PREFERRED SUPPLIER ON THE ITEM-
      *     SUPPLIER MASTER (ISUPCTL) AT THE AGREED COST, FOR THE
      *     REORDER QUANTITY (CAPPED AT THE 9999 A POCTRL ROW HOLDS).
      *   - LINES ARE GROUPED INTO ONE ORDER PER SUPPLIER (99 LINES
      *     AT MOST - A LONGER ORDER IS SPLIT). ORDERS ARE NUMBERED
      *     'R' + A FIVE-DIGIT ORDER NUMBER, AND EACH LINE CARRIES
      *     THE ORDER NUMBER PLUS A TWO-DIGIT LINE NUMBER AS ITS
      *     REFERENCE (R0001201) - THE REFERENCE THE SUPPLIER QUOTES
      *     ON THE INVOICE, SO EXPPROG2 STILL MATCHES ONE INVOICE TO
      *     ONE POCTRL ROW. THE NEXT ORDER NUMBER FOLLOWS THE HIGHEST
      *     ON POCTRL OR THE ORDER HISTORY (POHIST), SO A NUMBER IS
      *     NEVER USED TWICE EVEN AFTER A CLOSED ORDER IS TAKEN OFF
      *     POCTRL.
      *   - DELIVERY IS EXPECTED THE SUPPLIER'S LEAD TIME IN BUSINESS
      *     DAYS (BDAYMOD, HOLCTL CALENDAR) AFTER THE BUSINESS DATE.
      *   - EVERY LINE IS APPENDED TO POCTRL AS AN OPEN ORDER WITH
      *     THE ITEM CODE AND THE DATE RAISED, AND TO POHIST.
      *   - THE ORDERS ARE PRINTED FOR SENDING ON POPRINT, ONE
      *     ORDER PER PAGE, FOLLOWED BY A SUMMARY PAGE LISTING EVERY
      *     ITEM NOT ORDERED AND WHY.
      *
      * AN ITEM WITH A ROW ON POCTRL IS ALREADY ON ORDER AND IS NOT
      * ORDERED AGAIN - POCTRL HOLDS OPEN ORDERS ONLY, SO A CLOSED
      * ORDER MUST BE TAKEN OFF IT BEFORE THE ITEM CAN BE REORDERED.
      * RE-RUNNING THE JOB ON THE SAME EXTRACT THEREFORE RAISES
      * NOTHING NEW. ROWS KEYED BY HAND CARRY NO ITEM CODE AND DO
      * NOT STOP AN ORDER.
      *
      * NO REORDEXT, ISUPCTL OR SUPCTRL, OR A POPRINT OR POCTRL THAT
      * CANNOT BE OPENED, RC 12 WITH NOTHING RAISED. AN ITEM WITH NO
      * PREFERRED SUPPLIER, OR ONE WHOSE SUPPLIER IS NOT ON SUPCTRL,
      * A CAPPED QUANTITY, OR MORE OPEN ORDERS ON POCTRL THAN THE
      * 100 EXPPROG2 HOLDS, RC 4.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT REORDER-EXT-FILE ASSIGN TO REORDEXT
           FILE STATUS IS WS-REORD-STATUS.
           SELECT ITEM-SUP-FILE ASSIGN TO ISUPCTL
           FILE STATUS IS WS-ISUP-STATUS.
           SELECT SUP-CTRL-FILE ASSIGN TO SUPCTRL
           FILE STATUS IS WS-SUPCTRL-STATUS.
           SELECT PO-CTRL-FILE ASSIGN TO POCTRL
           FILE STATUS IS WS-POCTRL-STATUS.
           SELECT PO-HIST-FILE ASSIGN TO POHIST
           FILE STATUS IS WS-POHIST-STATUS.
           SELECT PO-PRINT-FILE ASSIGN TO POPRINT
           FILE STATUS IS WS-PRINT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *EXPPROG7'S REORDER-EXT-REC LAYOUT - MUST BE KEPT IN STEP.
       FD REORDER-EXT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 REORDER-EXT-REC.
           03 RO-ITEM-CODE     PIC X(3).
           03 RO-DESC          PIC X(20).
           03 RO-ON-HAND       PIC S9(7) SIGN LEADING SEPARATE.
           03 RO-REORDER-QTY   PIC 9(5).
           03 FILLER           PIC X(44).

       FD ITEM-SUP-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 ITEM-SUP-REC.
           COPY ISUPCTL.

      *EXPPROG2'S SUPPLIER MASTER LAYOUT - MUST BE KEPT IN STEP.
       FD SUP-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 SUP-CTRL-REC.
           03 SUP-PREFIX       PIC X(1).
           03 SUP-CODE         PIC X(4).
           03 SUP-NAME         PIC X(20).
           03 FILLER           PIC X(55).

      *EXPPROG2'S PURCHASE-ORDER MASTER LAYOUT - MUST BE KEPT IN
      *STEP.
       FD PO-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 PO-CTRL-REC.
           03 PO-NUMBER        PIC X(8).
           03 PO-NUMBER-PARTS REDEFINES PO-NUMBER.
               05 PO-NUM-SERIES PIC X(1).
               05 PO-NUM-ORDER  PIC X(5).
               05 PO-NUM-LINE   PIC X(2).
           03 PO-PREFIX        PIC X(1).
           03 PO-DEPT          PIC 9(1).
           03 PO-EXP-QTY       PIC 9(4).
           03 PO-EXP-PRICE     PIC 9(5).
           03 PO-TOL-PCT       PIC 9(2)V99.
           03 PO-EXP-DATE      PIC 9(8).
           03 PO-ITEM-CODE     PIC X(3).
           03 PO-RAISED-DATE   PIC X(8).
           03 FILLER           PIC X(38).

      *EVERY ORDER LINE EVER RAISED, IN THE ORDER RAISED. NOTHING
      *IS TAKEN OFF IT, SO IT CARRIES THE ORDER NUMBERING FORWARD
      *AND ANSWERS "WHAT DID WE ORDER, FROM WHOM, AT WHAT COST".
       FD PO-HIST-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 PO-HIST-REC.
           03 POH-LINE-REF     PIC X(8).
           03 POH-REF-PARTS REDEFINES POH-LINE-REF.
               05 POH-SERIES   PIC X(1).
               05 POH-ORDER    PIC X(5).
               05 POH-LINE     PIC X(2).
           03 FILLER           PIC X(1).
           03 POH-RAISED-DATE  PIC X(8).
           03 FILLER           PIC X(1).
           03 POH-SUP-PREFIX   PIC X(1).
           03 POH-SUP-CODE     PIC X(4).
           03 FILLER           PIC X(1).
           03 POH-ITEM-CODE    PIC X(3).
           03 FILLER           PIC X(1).
           03 POH-QTY          PIC 9(4).
           03 POH-COST         PIC 9(5).
           03 POH-EXP-DATE     PIC 9(8).
           03 FILLER           PIC X(35).

       FD PO-PRINT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 PO-PRINT-LINE        PIC X(80).

       FD RUN-LOG-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 RUN-LOG-RECORD.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE      PIC X(8) VALUE SPACES.
       01 WS-BUSINESS-DATE-NUM REDEFINES WS-BUSINESS-DATE
                                PIC 9(8).
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP    PIC X(16) VALUE SPACES.

       01 WS-REORD-STATUS       PIC X(2).
           88 REORD-OK          VALUE "00".
       01 WS-ISUP-STATUS        PIC X(2).
           88 ISUP-OK           VALUE "00".
       01 WS-SUPCTRL-STATUS     PIC X(2).
           88 SUPCTRL-OK        VALUE "00".
       01 WS-POCTRL-STATUS      PIC X(2).
           88 POCTRL-OK         VALUE "00".
       01 WS-POHIST-STATUS      PIC X(2).
           88 POHIST-OK         VALUE "00".
       01 WS-PRINT-STATUS       PIC X(2).
           88 PRINT-OK          VALUE "00".
       01 WS-RUNLOG-STATUS      PIC X(2).

       01 WS-EOF-FLAG           PIC X VALUE 'N'.
           88 INPUT-DONE        VALUE 'Y'.

       01 WS-RUN-INPUT-COUNT    PIC 9(8) VALUE 0.
       01 WS-ORDER-COUNT        PIC 9(5) VALUE 0.
       01 WS-EXCEPT-COUNT       PIC 9(5) VALUE 0.
       01 WS-ON-ORDER-COUNT     PIC 9(5) VALUE 0.
       01 WS-CAPPED-COUNT       PIC 9(5) VALUE 0.
      *THE RUN'S RETURN CODE, HELD HERE BECAUSE EVERY CALL RESETS
      *RETURN-CODE
       01 WS-RUN-RC             PIC 9(4) VALUE 0.

      *PREFERRED SUPPLIER PER ITEM, FROM ISUPCTL
       01 WS-ISUP-TABLE.
           03 WS-IS-ENTRY OCCURS 500 TIMES.
               05 WS-IS-ITEM        PIC X(3).
               05 WS-IS-PREFIX      PIC X(1).
               05 WS-IS-DEPT        PIC 9(1).
               05 WS-IS-COST        PIC 9(5).
               05 WS-IS-LEAD-DAYS   PIC 9(3).
               05 WS-IS-TOL-PCT     PIC 9(2)V99.
               05 WS-IS-SUP-REF     PIC X(12).
       01 WS-IS-COUNT           PIC 9(3) VALUE 0.
       01 WS-IS-IDX             PIC 9(3).
       01 WS-IS-FOUND           PIC X VALUE 'N'.
           88 IS-FOUND          VALUE 'Y'.

      *SUPPLIERS, FROM SUPCTRL
       01 WS-SUP-TABLE.
           03 WS-SUP-ENTRY OCCURS 100 TIMES.
               05 WS-SUP-PREFIX     PIC X(1).
               05 WS-SUP-CODE       PIC X(4).
               05 WS-SUP-NAME       PIC X(20).
       01 WS-SUP-COUNT          PIC 9(3) VALUE 0.
       01 WS-SUP-IDX            PIC 9(3).
       01 WS-SUP-FOUND          PIC X VALUE 'N'.
           88 SUP-FOUND         VALUE 'Y'.

      *ITEMS ALREADY ON ORDER (POCTRL ROWS WITH AN ITEM CODE, PLUS
      *THE LINES RAISED BY THIS RUN), AND THE HIGHEST ORDER NUMBER
      *USED SO FAR
       01 WS-OPEN-TABLE.
           03 WS-OPEN-ENTRY OCCURS 500 TIMES.
               05 WS-OP-ITEM        PIC X(3).
               05 WS-OP-NUMBER      PIC X(8).
       01 WS-OPEN-COUNT         PIC 9(3) VALUE 0.
       01 WS-FIND-ITEM          PIC X(3).
       01 WS-OPEN-IDX           PIC 9(3).
       01 WS-OPEN-FOUND         PIC X VALUE 'N'.
           88 OPEN-FOUND        VALUE 'Y'.
       01 WS-POCTRL-ROWS        PIC 9(5) VALUE 0.
       01 WS-LAST-ORDER         PIC 9(5) VALUE 0.

      *THE LINES TO RAISE, SORTED INTO SUPPLIER THEN ITEM ORDER
       01 WS-LINE-TABLE.
           03 WS-LINE-ENTRY OCCURS 200 TIMES.
               05 WS-LN-PREFIX      PIC X(1).
               05 WS-LN-ITEM        PIC X(3).
               05 WS-LN-DESC        PIC X(20).
               05 WS-LN-QTY         PIC 9(4).
               05 WS-LN-COST        PIC 9(5).
               05 WS-LN-DEPT        PIC 9(1).
               05 WS-LN-TOL-PCT     PIC 9(2)V99.
               05 WS-LN-LEAD-DAYS   PIC 9(3).
               05 WS-LN-SUP-REF     PIC X(12).
               05 WS-LN-REF         PIC X(8).
               05 WS-LN-DUE-DATE    PIC 9(8).
       01 WS-LINE-COUNT         PIC 9(3) VALUE 0.
       01 WS-LN-IDX             PIC 9(3).
       01 WS-SORT-IDX           PIC 9(3).
       01 WS-SORT-JDX           PIC 9(3).
       01 WS-SWAP-ENTRY         PIC X(69).

      *ORDER NUMBERING
       01 WS-CUR-PREFIX         PIC X(1).
       01 WS-CUR-LINE           PIC 9(2) VALUE 0.
       01 WS-NEW-REF.
           03 WS-NR-SERIES      PIC X(1) VALUE 'R'.
           03 WS-NR-ORDER       PIC 9(5).
           03 WS-NR-LINE        PIC 9(2).
       01 WS-ORDER-VALUE        PIC 9(11) VALUE 0.
       01 WS-LINE-VALUE         PIC 9(9).

      *ITEMS NOT ORDERED, FOR THE SUMMARY PAGE
       01 WS-EXCEPT-TABLE.
           03 WS-EXCEPT-ENTRY OCCURS 200 TIMES.
               05 WS-EX-ITEM        PIC X(3).
               05 WS-EX-DESC        PIC X(20).
               05 WS-EX-REASON      PIC X(30).
               05 WS-EX-NUMBER      PIC X(8).
       01 WS-EX-IDX             PIC 9(3).
       01 WS-EX-REASON-WORK     PIC X(30).
       01 WS-EX-NUMBER-WORK     PIC X(8).

      *DELIVERY DATES ARE COUNTED ON THE SHARED CALENDAR.
       01 WS-BDAY-PARMS.
           COPY BDYPRM.

      *ORDER PRINT LINES
       01 PRT-HEAD-LINE.
           03 FILLER            PIC X(15) VALUE 'PURCHASE ORDER '.
           03 PH-ORDER          PIC X(6).
           03 FILLER            PIC X(36) VALUE SPACES.
           03 FILLER            PIC X(15) VALUE 'DATE OF ORDER  '.
           03 PH-DATE           PIC X(8).
       01 PRT-SUP-LINE.
           03 FILLER            PIC X(10) VALUE 'SUPPLIER  '.
           03 PS-CODE           PIC X(4).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 PS-NAME           PIC X(20).
           03 FILLER            PIC X(19) VALUE
              '   INVOICE PREFIX  '.
           03 PS-PREFIX         PIC X(1).
           03 FILLER            PIC X(24) VALUE SPACES.
       01 PRT-QUOTE-LINE        PIC X(80) VALUE
           'PLEASE QUOTE THE LINE REFERENCE ON EACH INVOICE'.
       01 PRT-COL-LINE.
           03 FILLER            PIC X(40) VALUE
              'LINE REF ITEM YOUR REF     DESCRIPTION  '.
           03 FILLER            PIC X(40) VALUE
              '         QTY  COST     VALUE DUE BY     '.
       01 PRT-DETAIL-LINE.
           03 PD-REF            PIC X(8).
           03 FILLER            PIC X(1) VALUE SPACES.
           03 PD-ITEM           PIC X(3).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 PD-SUP-REF        PIC X(12).
           03 FILLER            PIC X(1) VALUE SPACES.
           03 PD-DESC           PIC X(20).
           03 FILLER            PIC X(1) VALUE SPACES.
           03 PD-QTY            PIC ZZZ9.
           03 FILLER            PIC X(1) VALUE SPACES.
           03 PD-COST           PIC ZZZZ9.
           03 FILLER            PIC X(1) VALUE SPACES.
           03 PD-VALUE          PIC ZZZZZZZZ9.
           03 FILLER            PIC X(1) VALUE SPACES.
           03 PD-DUE            PIC 9(8).
           03 FILLER            PIC X(3) VALUE SPACES.
       01 PRT-TOTAL-LINE.
           03 FILLER            PIC X(45) VALUE SPACES.
           03 FILLER            PIC X(12) VALUE 'ORDER TOTAL '.
           03 PT-VALUE          PIC ZZZZZZZZZZ9.
           03 FILLER            PIC X(12) VALUE SPACES.
       01 PRT-SUMM-HEAD-LINE.
           03 FILLER            PIC X(32) VALUE
              'PURCHASE ORDERS RAISED ON       '.
           03 SH-DATE           PIC X(8).
           03 FILLER            PIC X(40) VALUE SPACES.
       01 PRT-SUMM-COUNT-LINE.
           03 FILLER            PIC X(8) VALUE 'ORDERS  '.
           03 SC-ORDERS         PIC ZZZZ9.
           03 FILLER            PIC X(10) VALUE '   LINES  '.
           03 SC-LINES          PIC ZZZZ9.
           03 FILLER            PIC X(20) VALUE
              '   ALREADY ON ORDER '.
           03 SC-ON-ORDER       PIC ZZZZ9.
           03 FILLER            PIC X(16) VALUE
              '   NOT ORDERED  '.
           03 SC-NOT-ORDERED    PIC ZZZZ9.
           03 FILLER            PIC X(6) VALUE SPACES.
       01 PRT-EX-COL-LINE.
           03 FILLER            PIC X(40) VALUE
              'ITEM DESCRIPTION           REASON       '.
           03 FILLER            PIC X(40) VALUE
              '                      OPEN PO           '.
       01 PRT-EX-LINE.
           03 PE-ITEM           PIC X(3).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 PE-DESC           PIC X(20).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 PE-REASON         PIC X(30).
           03 FILLER            PIC X(5) VALUE SPACES.
           03 PE-NUMBER         PIC X(8).
           03 FILLER            PIC X(10) VALUE SPACES.
       01 PRT-NONE-LINE         PIC X(80) VALUE
           'NO ITEMS ON THE REORDER EXTRACT NEED AN ORDER'.
       01 BLANKLINE             PIC X(80) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING PURCHASE ORDERS FROM REORDEXT"
           PERFORM B100-LOAD-ITEM-SUPPLIERS
           PERFORM B200-LOAD-SUPPLIERS
           PERFORM B300-LOAD-OPEN-ORDERS
           PERFORM B400-LOAD-ORDER-HISTORY
           PERFORM C100-READ-REORDERS
           PERFORM C200-SORT-LINES
           PERFORM C300-NUMBER-ORDERS
           OPEN OUTPUT PO-PRINT-FILE
           IF NOT PRINT-OK
               DISPLAY "ERROR - COULD NOT OPEN POPRINT, STATUS "
                       WS-PRINT-STATUS " - NOTHING RAISED"
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM E100-APPEND-OPEN-ORDERS
           PERFORM D100-PRINT-ORDERS
           PERFORM D200-PRINT-SUMMARY
           CLOSE PO-PRINT-FILE
           PERFORM E200-WRITE-HISTORY
           IF WS-POCTRL-ROWS > 100
               DISPLAY "WARNING - POCTRL NOW HOLDS " WS-POCTRL-ROWS
                       " OPEN ORDERS, EXPPROG2 MATCHES THE FIRST 100"
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF
           MOVE WS-RUN-RC TO RETURN-CODE
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - " WS-ORDER-COUNT " ORDER(S), "
                   WS-LINE-COUNT " LINE(S) RAISED, "
                   WS-ON-ORDER-COUNT " ALREADY ON ORDER"
           DISPLAY "STATUS - PURCHASE ORDERS DONE"
           GOBACK
           .

      *------------------------------------------
      *ONLY THE PREFERRED ROW FOR EACH ITEM IS KEPT - IT IS THE
      *ONE ORDERED FROM. CTLVMOD ALLOWS ONE PREFERRED ROW PER ITEM;
      *SHOULD THERE BE TWO, THE FIRST STANDS.
       B100-LOAD-ITEM-SUPPLIERS SECTION.
           OPEN INPUT ITEM-SUP-FILE
           IF NOT ISUP-OK
               DISPLAY "ERROR - COULD NOT OPEN ISUPCTL, STATUS "
                       WS-ISUP-STATUS " - NOTHING RAISED"
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ ITEM-SUP-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       IF IS-PREFERRED-SUP
                           MOVE IS-ITEM-CODE TO WS-FIND-ITEM
                           PERFORM W100-FIND-ITEM-SUPPLIER
                           IF NOT IS-FOUND
                               PERFORM B110-HOLD-PREFERRED-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ITEM-SUP-FILE
           .

       B110-HOLD-PREFERRED-ROW SECTION.
           IF WS-IS-COUNT >= 500
               DISPLAY "WARNING - ISUPCTL TABLE FULL, NO PREFERRED "
                       "SUPPLIER KEPT FOR " IS-ITEM-CODE
               GO TO B110-EXIT
           END-IF
           ADD 1 TO WS-IS-COUNT
           MOVE IS-ITEM-CODE TO WS-IS-ITEM(WS-IS-COUNT)
           MOVE IS-SUP-PREFIX TO WS-IS-PREFIX(WS-IS-COUNT)
           MOVE IS-DEPT TO WS-IS-DEPT(WS-IS-COUNT)
           MOVE IS-AGREED-COST TO WS-IS-COST(WS-IS-COUNT)
           MOVE IS-LEAD-DAYS TO WS-IS-LEAD-DAYS(WS-IS-COUNT)
           MOVE IS-TOL-PCT TO WS-IS-TOL-PCT(WS-IS-COUNT)
           MOVE IS-SUP-ITEM-REF TO WS-IS-SUP-REF(WS-IS-COUNT).
       B110-EXIT.
           EXIT.

       B200-LOAD-SUPPLIERS    SECTION.
           OPEN INPUT SUP-CTRL-FILE
           IF NOT SUPCTRL-OK
               DISPLAY "ERROR - COULD NOT OPEN SUPCTRL, STATUS "
                       WS-SUPCTRL-STATUS " - NOTHING RAISED"
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ SUP-CTRL-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       IF WS-SUP-COUNT < 100
                           ADD 1 TO WS-SUP-COUNT
                           MOVE SUP-PREFIX
                             TO WS-SUP-PREFIX(WS-SUP-COUNT)
                           MOVE SUP-CODE TO WS-SUP-CODE(WS-SUP-COUNT)
                           MOVE SUP-NAME TO WS-SUP-NAME(WS-SUP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUP-CTRL-FILE
           .

      *POCTRL IS THE OPEN-ORDER BOOK. NO POCTRL IS A FIRST RUN -
      *NOTHING IS ON ORDER.
       B300-LOAD-OPEN-ORDERS  SECTION.
           OPEN INPUT PO-CTRL-FILE
           IF NOT POCTRL-OK
               DISPLAY "STATUS - NO POCTRL, NOTHING IS ON ORDER"
               GO TO B300-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ PO-CTRL-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-POCTRL-ROWS
                       IF PO-NUM-SERIES = 'R'
                               AND PO-NUM-ORDER NUMERIC
                               AND PO-NUM-ORDER > WS-LAST-ORDER
                           MOVE PO-NUM-ORDER TO WS-LAST-ORDER
                       END-IF
                       IF PO-ITEM-CODE NOT = SPACES
                           MOVE PO-ITEM-CODE TO WS-FIND-ITEM
                           MOVE PO-NUMBER TO WS-NEW-REF
                           PERFORM W300-NOTE-ON-ORDER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PO-CTRL-FILE.
       B300-EXIT.
           EXIT.

       B400-LOAD-ORDER-HISTORY SECTION.
           OPEN INPUT PO-HIST-FILE
           IF NOT POHIST-OK
               DISPLAY "STATUS - NO POHIST, ORDER HISTORY STARTS "
                       "TODAY"
               GO TO B400-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ PO-HIST-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       IF POH-SERIES = 'R'
                               AND POH-ORDER NUMERIC
                               AND POH-ORDER > WS-LAST-ORDER
                           MOVE POH-ORDER TO WS-LAST-ORDER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PO-HIST-FILE.
       B400-EXIT.
           EXIT.

      *------------------------------------------
      *EVERY REORDER LINE EITHER BECOMES AN ORDER LINE OR IS LISTED
      *ON THE SUMMARY PAGE WITH THE REASON IT WAS NOT ORDERED.
       C100-READ-REORDERS     SECTION.
           OPEN INPUT REORDER-EXT-FILE
           IF NOT REORD-OK
               DISPLAY "ERROR - COULD NOT OPEN REORDEXT, STATUS "
                       WS-REORD-STATUS " - NOTHING RAISED"
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ REORDER-EXT-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RUN-INPUT-COUNT
                       PERFORM C110-TAKE-REORDER
               END-READ
           END-PERFORM
           CLOSE REORDER-EXT-FILE
           .

       C110-TAKE-REORDER      SECTION.
           IF RO-REORDER-QTY NOT NUMERIC OR RO-REORDER-QTY = 0
               GO TO C110-EXIT
           END-IF
           MOVE RO-ITEM-CODE TO WS-FIND-ITEM
           PERFORM W200-FIND-ON-ORDER
           IF OPEN-FOUND
               ADD 1 TO WS-ON-ORDER-COUNT
               MOVE 'ALREADY ON ORDER' TO WS-EX-REASON-WORK
               MOVE WS-OP-NUMBER(WS-OPEN-IDX) TO WS-EX-NUMBER-WORK
               PERFORM C120-LIST-NOT-ORDERED
               GO TO C110-EXIT
           END-IF
           MOVE SPACES TO WS-EX-NUMBER-WORK
           PERFORM W100-FIND-ITEM-SUPPLIER
           IF NOT IS-FOUND
               MOVE 'NO PREFERRED SUPPLIER' TO WS-EX-REASON-WORK
               PERFORM C120-LIST-NOT-ORDERED
               GO TO C110-EXIT
           END-IF
           MOVE WS-IS-PREFIX(WS-IS-IDX) TO WS-CUR-PREFIX
           PERFORM W400-FIND-SUPPLIER
           IF NOT SUP-FOUND
               MOVE 'SUPPLIER NOT ON SUPCTRL' TO WS-EX-REASON-WORK
               PERFORM C120-LIST-NOT-ORDERED
               GO TO C110-EXIT
           END-IF
           IF WS-LINE-COUNT >= 200
               MOVE 'TOO MANY LINES FOR ONE RUN' TO WS-EX-REASON-WORK
               PERFORM C120-LIST-NOT-ORDERED
               GO TO C110-EXIT
           END-IF
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-LINE-COUNT TO WS-LN-IDX
           MOVE WS-IS-PREFIX(WS-IS-IDX) TO WS-LN-PREFIX(WS-LN-IDX)
           MOVE RO-ITEM-CODE TO WS-LN-ITEM(WS-LN-IDX)
           MOVE RO-DESC TO WS-LN-DESC(WS-LN-IDX)
           IF RO-REORDER-QTY > 9999
               DISPLAY "WARNING - " RO-ITEM-CODE " REORDER QUANTITY "
                       RO-REORDER-QTY " CAPPED AT 9999"
               ADD 1 TO WS-CAPPED-COUNT
               MOVE 9999 TO WS-LN-QTY(WS-LN-IDX)
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           ELSE
               MOVE RO-REORDER-QTY TO WS-LN-QTY(WS-LN-IDX)
           END-IF
           MOVE WS-IS-COST(WS-IS-IDX) TO WS-LN-COST(WS-LN-IDX)
           MOVE WS-IS-DEPT(WS-IS-IDX) TO WS-LN-DEPT(WS-LN-IDX)
           MOVE WS-IS-TOL-PCT(WS-IS-IDX) TO WS-LN-TOL-PCT(WS-LN-IDX)
           MOVE WS-IS-LEAD-DAYS(WS-IS-IDX)
             TO WS-LN-LEAD-DAYS(WS-LN-IDX)
           MOVE WS-IS-SUP-REF(WS-IS-IDX) TO WS-LN-SUP-REF(WS-LN-IDX)
           MOVE SPACES TO WS-LN-REF(WS-LN-IDX)
           MOVE 0 TO WS-LN-DUE-DATE(WS-LN-IDX)
      *    A SECOND REORDER LINE FOR THE SAME ITEM IS NOW ON ORDER
           MOVE SPACES TO WS-NEW-REF
           PERFORM W300-NOTE-ON-ORDER.
       C110-EXIT.
           EXIT.

       C120-LIST-NOT-ORDERED  SECTION.
           IF WS-EX-REASON-WORK NOT = 'ALREADY ON ORDER'
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
               DISPLAY "WARNING - " RO-ITEM-CODE " NOT ORDERED - "
                       WS-EX-REASON-WORK
           END-IF
           IF WS-EXCEPT-COUNT < 200
               ADD 1 TO WS-EXCEPT-COUNT
               MOVE RO-ITEM-CODE TO WS-EX-ITEM(WS-EXCEPT-COUNT)
               MOVE RO-DESC TO WS-EX-DESC(WS-EXCEPT-COUNT)
               MOVE WS-EX-REASON-WORK TO WS-EX-REASON(WS-EXCEPT-COUNT)
               MOVE WS-EX-NUMBER-WORK TO WS-EX-NUMBER(WS-EXCEPT-COUNT)
           END-IF
           .

      *SUPPLIER, THEN ITEM - THE ORDER THE LINES ARE PRINTED AND
      *NUMBERED IN.
       C200-SORT-LINES        SECTION.
           PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                   UNTIL WS-SORT-IDX >= WS-LINE-COUNT
               PERFORM VARYING WS-SORT-JDX FROM WS-SORT-IDX BY 1
                       UNTIL WS-SORT-JDX > WS-LINE-COUNT
                   IF WS-LINE-ENTRY(WS-SORT-JDX)(1:4) <
                      WS-LINE-ENTRY(WS-SORT-IDX)(1:4)
                       MOVE WS-LINE-ENTRY(WS-SORT-IDX)
                         TO WS-SWAP-ENTRY
                       MOVE WS-LINE-ENTRY(WS-SORT-JDX)
                         TO WS-LINE-ENTRY(WS-SORT-IDX)
                       MOVE WS-SWAP-ENTRY
                         TO WS-LINE-ENTRY(WS-SORT-JDX)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      *A NEW ORDER FOR EACH SUPPLIER, AND AGAIN AFTER 99 LINES.
      *EACH LINE'S DUE DATE IS ITS OWN LEAD TIME FROM TODAY - A
      *DATE THE CALENDAR CANNOT READ LEAVES THE DUE DATE AT ZERO,
      *WHICH EXPPROG2 TREATS AS NO EXPECTED DATE.
       C300-NUMBER-ORDERS     SECTION.
           MOVE SPACES TO WS-CUR-PREFIX
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LINE-COUNT
               IF WS-LN-PREFIX(WS-LN-IDX) NOT = WS-CUR-PREFIX
                       OR WS-CUR-LINE = 99
                   ADD 1 TO WS-LAST-ORDER
                   ADD 1 TO WS-ORDER-COUNT
                   MOVE WS-LN-PREFIX(WS-LN-IDX) TO WS-CUR-PREFIX
                   MOVE 0 TO WS-CUR-LINE
               END-IF
               ADD 1 TO WS-CUR-LINE
               MOVE 'R' TO WS-NR-SERIES
               MOVE WS-LAST-ORDER TO WS-NR-ORDER
               MOVE WS-CUR-LINE TO WS-NR-LINE
               MOVE WS-NEW-REF TO WS-LN-REF(WS-LN-IDX)
               MOVE 'ADDB' TO BDP-ACTION
               MOVE WS-BUSINESS-DATE-NUM TO BDP-DATE-1
               MOVE WS-LN-LEAD-DAYS(WS-LN-IDX) TO BDP-DAYS
               CALL 'BDAYMOD' USING WS-BDAY-PARMS
               IF BDP-BAD-DATE
                   MOVE 0 TO WS-LN-DUE-DATE(WS-LN-IDX)
               ELSE
                   MOVE BDP-RESULT-DATE TO WS-LN-DUE-DATE(WS-LN-IDX)
               END-IF
           END-PERFORM
           .

      *------------------------------------------
      *ONE PAGE PER ORDER
       D100-PRINT-ORDERS      SECTION.
           MOVE SPACES TO WS-CUR-PREFIX
           MOVE SPACES TO WS-NEW-REF
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LINE-COUNT
               IF WS-LN-REF(WS-LN-IDX)(1:6) NOT = WS-NEW-REF(1:6)
                   IF WS-LN-IDX > 1
                       PERFORM D120-PRINT-ORDER-TOTAL
                   END-IF
                   PERFORM D110-PRINT-ORDER-HEAD
               END-IF
               MOVE SPACES TO PRT-DETAIL-LINE
               MOVE WS-LN-REF(WS-LN-IDX) TO PD-REF
               MOVE WS-LN-ITEM(WS-LN-IDX) TO PD-ITEM
               MOVE WS-LN-SUP-REF(WS-LN-IDX) TO PD-SUP-REF
               MOVE WS-LN-DESC(WS-LN-IDX) TO PD-DESC
               MOVE WS-LN-QTY(WS-LN-IDX) TO PD-QTY
               MOVE WS-LN-COST(WS-LN-IDX) TO PD-COST
               COMPUTE WS-LINE-VALUE = WS-LN-QTY(WS-LN-IDX)
                                     * WS-LN-COST(WS-LN-IDX)
               MOVE WS-LINE-VALUE TO PD-VALUE
               ADD WS-LINE-VALUE TO WS-ORDER-VALUE
               MOVE WS-LN-DUE-DATE(WS-LN-IDX) TO PD-DUE
               WRITE PO-PRINT-LINE FROM PRT-DETAIL-LINE
           END-PERFORM
           IF WS-LINE-COUNT > 0
               PERFORM D120-PRINT-ORDER-TOTAL
           END-IF
           .

       D110-PRINT-ORDER-HEAD  SECTION.
           MOVE WS-LN-REF(WS-LN-IDX) TO WS-NEW-REF
           MOVE WS-NEW-REF(1:6) TO PH-ORDER
           MOVE WS-BUSINESS-DATE TO PH-DATE
           IF WS-LN-IDX = 1
               WRITE PO-PRINT-LINE FROM PRT-HEAD-LINE
           ELSE
               WRITE PO-PRINT-LINE FROM PRT-HEAD-LINE
                   AFTER ADVANCING PAGE
           END-IF
           MOVE WS-LN-PREFIX(WS-LN-IDX) TO WS-CUR-PREFIX
           PERFORM W400-FIND-SUPPLIER
           MOVE WS-SUP-CODE(WS-SUP-IDX) TO PS-CODE
           MOVE WS-SUP-NAME(WS-SUP-IDX) TO PS-NAME
           MOVE WS-CUR-PREFIX TO PS-PREFIX
           WRITE PO-PRINT-LINE FROM BLANKLINE
           WRITE PO-PRINT-LINE FROM PRT-SUP-LINE
           WRITE PO-PRINT-LINE FROM BLANKLINE
           WRITE PO-PRINT-LINE FROM PRT-QUOTE-LINE
           WRITE PO-PRINT-LINE FROM BLANKLINE
           WRITE PO-PRINT-LINE FROM PRT-COL-LINE
           MOVE 0 TO WS-ORDER-VALUE
           .

       D120-PRINT-ORDER-TOTAL SECTION.
           MOVE WS-ORDER-VALUE TO PT-VALUE
           WRITE PO-PRINT-LINE FROM BLANKLINE
           WRITE PO-PRINT-LINE FROM PRT-TOTAL-LINE
           .

      *THE LAST PAGE: COUNTS, AND EVERY ITEM NOT ORDERED
       D200-PRINT-SUMMARY     SECTION.
           MOVE WS-BUSINESS-DATE TO SH-DATE
           IF WS-LINE-COUNT = 0
               WRITE PO-PRINT-LINE FROM PRT-SUMM-HEAD-LINE
           ELSE
               WRITE PO-PRINT-LINE FROM PRT-SUMM-HEAD-LINE
                   AFTER ADVANCING PAGE
           END-IF
           WRITE PO-PRINT-LINE FROM BLANKLINE
           MOVE WS-ORDER-COUNT TO SC-ORDERS
           MOVE WS-LINE-COUNT TO SC-LINES
           MOVE WS-ON-ORDER-COUNT TO SC-ON-ORDER
           COMPUTE SC-NOT-ORDERED = WS-EXCEPT-COUNT - WS-ON-ORDER-COUNT
           WRITE PO-PRINT-LINE FROM PRT-SUMM-COUNT-LINE
           WRITE PO-PRINT-LINE FROM BLANKLINE
           IF WS-LINE-COUNT = 0
               WRITE PO-PRINT-LINE FROM PRT-NONE-LINE
               WRITE PO-PRINT-LINE FROM BLANKLINE
           END-IF
           IF WS-EXCEPT-COUNT = 0
               GO TO D200-EXIT
           END-IF
           WRITE PO-PRINT-LINE FROM PRT-EX-COL-LINE
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-EXCEPT-COUNT
               MOVE WS-EX-ITEM(WS-EX-IDX) TO PE-ITEM
               MOVE WS-EX-DESC(WS-EX-IDX) TO PE-DESC
               MOVE WS-EX-REASON(WS-EX-IDX) TO PE-REASON
               MOVE WS-EX-NUMBER(WS-EX-IDX) TO PE-NUMBER
               WRITE PO-PRINT-LINE FROM PRT-EX-LINE
           END-PERFORM.
       D200-EXIT.
           EXIT.

      *------------------------------------------
      *THE NEW LINES ONTO THE OPEN-ORDER BOOK. THIS HAPPENS BEFORE
      *ANYTHING IS PRINTED: AN ORDER THAT IS NOT ON POCTRL MUST
      *NEVER BE SENT, OR ITS INVOICE WOULD FAIL EXPPROG2'S MATCH.
       E100-APPEND-OPEN-ORDERS SECTION.
           IF WS-LINE-COUNT = 0
               GO TO E100-EXIT
           END-IF
           OPEN EXTEND PO-CTRL-FILE
           IF NOT POCTRL-OK
               OPEN OUTPUT PO-CTRL-FILE
           END-IF
           IF NOT POCTRL-OK
               DISPLAY "ERROR - COULD NOT OPEN POCTRL, STATUS "
                       WS-POCTRL-STATUS " - NOTHING RAISED"
               MOVE 12 TO RETURN-CODE
               CLOSE PO-PRINT-FILE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LINE-COUNT
               MOVE SPACES TO PO-CTRL-REC
               MOVE WS-LN-REF(WS-LN-IDX) TO PO-NUMBER
               MOVE WS-LN-PREFIX(WS-LN-IDX) TO PO-PREFIX
               MOVE WS-LN-DEPT(WS-LN-IDX) TO PO-DEPT
               MOVE WS-LN-QTY(WS-LN-IDX) TO PO-EXP-QTY
               MOVE WS-LN-COST(WS-LN-IDX) TO PO-EXP-PRICE
               MOVE WS-LN-TOL-PCT(WS-LN-IDX) TO PO-TOL-PCT
               MOVE WS-LN-DUE-DATE(WS-LN-IDX) TO PO-EXP-DATE
               MOVE WS-LN-ITEM(WS-LN-IDX) TO PO-ITEM-CODE
               MOVE WS-BUSINESS-DATE TO PO-RAISED-DATE
               WRITE PO-CTRL-REC
               ADD 1 TO WS-POCTRL-ROWS
           END-PERFORM
           CLOSE PO-CTRL-FILE.
       E100-EXIT.
           EXIT.

       E200-WRITE-HISTORY     SECTION.
           IF WS-LINE-COUNT = 0
               GO TO E200-EXIT
           END-IF
           OPEN EXTEND PO-HIST-FILE
           IF NOT POHIST-OK
               OPEN OUTPUT PO-HIST-FILE
           END-IF
           IF NOT POHIST-OK
               DISPLAY "ERROR - COULD NOT OPEN POHIST, STATUS "
                       WS-POHIST-STATUS " - ORDER HISTORY NOT KEPT"
               MOVE 12 TO WS-RUN-RC
               GO TO E200-EXIT
           END-IF
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LINE-COUNT
               MOVE SPACES TO PO-HIST-REC
               MOVE WS-LN-REF(WS-LN-IDX) TO POH-LINE-REF
               MOVE WS-BUSINESS-DATE TO POH-RAISED-DATE
               MOVE WS-LN-PREFIX(WS-LN-IDX) TO POH-SUP-PREFIX
               MOVE WS-LN-PREFIX(WS-LN-IDX) TO WS-CUR-PREFIX
               PERFORM W400-FIND-SUPPLIER
               MOVE WS-SUP-CODE(WS-SUP-IDX) TO POH-SUP-CODE
               MOVE WS-LN-ITEM(WS-LN-IDX) TO POH-ITEM-CODE
               MOVE WS-LN-QTY(WS-LN-IDX) TO POH-QTY
               MOVE WS-LN-COST(WS-LN-IDX) TO POH-COST
               MOVE WS-LN-DUE-DATE(WS-LN-IDX) TO POH-EXP-DATE
               WRITE PO-HIST-REC
           END-PERFORM
           CLOSE PO-HIST-FILE.
       E200-EXIT.
           EXIT.

      *------------------------------------------
      *PREFERRED SUPPLIER ROW FOR WS-FIND-ITEM
       W100-FIND-ITEM-SUPPLIER SECTION.
           MOVE 'N' TO WS-IS-FOUND
           PERFORM VARYING WS-IS-IDX FROM 1 BY 1
                   UNTIL WS-IS-IDX > WS-IS-COUNT
               IF WS-IS-ITEM(WS-IS-IDX) = WS-FIND-ITEM
                   SET IS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *OPEN ORDER FOR WS-FIND-ITEM
       W200-FIND-ON-ORDER     SECTION.
           MOVE 'N' TO WS-OPEN-FOUND
           PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                   UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
               IF WS-OP-ITEM(WS-OPEN-IDX) = WS-FIND-ITEM
                   SET OPEN-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *WS-FIND-ITEM IS ON ORDER UNDER WS-NEW-REF (SPACES WHEN THE
      *LINE IS BEING RAISED BY THIS RUN AND HAS NO NUMBER YET)
       W300-NOTE-ON-ORDER     SECTION.
           IF WS-OPEN-COUNT < 500
               ADD 1 TO WS-OPEN-COUNT
               MOVE WS-FIND-ITEM TO WS-OP-ITEM(WS-OPEN-COUNT)
               MOVE WS-NEW-REF TO WS-OP-NUMBER(WS-OPEN-COUNT)
           END-IF
           .

      *SUPCTRL ROW FOR WS-CUR-PREFIX
       W400-FIND-SUPPLIER     SECTION.
           MOVE 'N' TO WS-SUP-FOUND
           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUP-COUNT
               IF WS-SUP-PREFIX(WS-SUP-IDX) = WS-CUR-PREFIX
                   SET SUP-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *WRITE ONE SUMMARY RECORD TO THE SHARED CROSS-SUITE RUN LOG.
       Z100-WRITE-RUN-LOG     SECTION.
           MOVE "EXPPRG92" TO RL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE WS-RUN-INPUT-COUNT TO RL-INPUT-COUNT
           MOVE WS-LINE-COUNT TO RL-OUTPUT-COUNT
           MOVE WS-ORDER-COUNT TO RL-OUTPUT-COUNT-2
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES TO RL-FILLER
           MOVE WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE
           .
