       ID DIVISION.
       PROGRAM-ID. RCPTMOD.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * SHARED INBOUND RECEIPT CHECK IN THE GATEMOD STYLE. EACH JOB
      * THAT CONSUMES AN EXTERNAL FEED CALLS THIS MODULE BEFORE IT
      * OPENS THE FEED. THE MODULE READS THE FILE UNDER THE DD NAME
      * GIVEN, COUNTS ITS RECORDS AND HASHES EVERY BYTE, CHECKS THE
      * RESULT AGAINST THE RECEIPT REGISTER (RCPTREG) AND APPENDS
      * A ROW FOR THIS CHECK. A FILE'S OWN HEADER CANNOT TELL A
      * RE-SENT FILE FROM A NEW ONE; THE REGISTER CAN.
      *
      * AGAINST EARLIER ACCEPTED DELIVERIES OF THE SAME FEED:
      *   SAME CONTENT, EARLIER BUSINESS DATE   - REFUSED (DC)
      *   SAME CONTENT, SAME BUSINESS DATE      - A RERUN OF THE
      *                                           JOB, ACCEPTED (RR)
      *   OTHER CONTENT, SAME BUSINESS DATE     - REFUSED (DD)
      *   OTHERWISE                             - NEW, ACCEPTED (NW)
      * A FILE WITH NO CONTENT RECORDS IS NOT HELD TO THE CONTENT
      * RULE - EVERY EMPTY FILE HASHES ALIKE. THE CHECK IS PER
      * FEED ID, NOT PER DD NAME: EXPPROG2'S AND EXPPROG7'S FILEIN
      * ARE DIFFERENT FEEDS, AND THE TWO VOTE CAPTURES MAY
      * LEGITIMATELY BE IDENTICAL.
      *
      * LS-RCPT-STATUS COMES BACK '00' WHEN THE FEED IS ACCEPTED,
      * '04' WHEN THE FILE IS NOT THERE (NOTHING IS REGISTERED - THE
      * CALLER REPORTS ITS OWN OPEN FAILURE), AND '08' WHEN IT IS
      * REFUSED OR THE REGISTER CANNOT BE READ, WITH THE REASON ON
      * THE CONSOLE AND A CDALERT ALERT. THE CALLER DECIDES TO
      * ABEND. LS-REC-LEN IS THE FEED'S RECORD LENGTH - 80, OR 285
      * FOR THE BASKET FILE.
      *
      * LS-HDR-MARKER NAMES THE FEED'S OWN CONTROL HEADER (CDINHDR,
      * HDR) OR IS SPACES. THE HEADER IS COUNTED BUT LEFT OUT OF THE
      * HASH: A RE-SENT FILE USUALLY COMES BACK UNDER A FRESHLY
      * DATED HEADER, AND IT IS THE BUSINESS CONTENT THAT MATTERS.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT FEED-FILE ASSIGN TO WS-DYN-FEED-NAME
           FILE STATUS IS WS-FEED-STATUS.
           SELECT FEED-FILE-WIDE ASSIGN TO WS-DYN-FEED-NAME
           FILE STATUS IS WS-FEED-STATUS.
           SELECT RECEIPT-REG-FILE ASSIGN TO RCPTREG
           FILE STATUS IS WS-REG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD FEED-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 FEED-RECORD                PIC X(80).

      *THE 285-BYTE BASKET LAYOUT (EXPPROG7 INPUT-RECORD).
       FD FEED-FILE-WIDE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 FEED-RECORD-WIDE           PIC X(285).

       FD RECEIPT-REG-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 RECEIPT-REG-RECORD.
           COPY RCPREG.

       WORKING-STORAGE SECTION.
       01 WS-FEED-STATUS             PIC X(2).
           88 FEED-OK                VALUE "00".
       01 WS-REG-STATUS              PIC X(2).
           88 REG-OK                 VALUE "00".
           88 REG-NOTFOUND           VALUE "35".

       01 WS-DYN-FEED-NAME           PIC X(8) VALUE SPACES.
       01 WS-EOF-FLAG                PIC X.
           88 INPUT-DONE             VALUE 'Y'.
       01 WS-WIDE-FLAG               PIC X.
           88 FEED-IS-WIDE           VALUE 'Y'.

      *THIS DELIVERY
       01 WS-WORK-RECORD             PIC X(285).
       01 WS-WORK-LEN                PIC 9(3).
       01 WS-BYTE-IDX                PIC 9(3).
       01 WS-RECORD-COUNT            PIC 9(8).
       01 WS-HASH-1                  PIC 9(10).
       01 WS-HASH-2                  PIC 9(10).
       01 WS-MARKER-LEN              PIC 9(1).
       01 WS-HASHED-COUNT            PIC 9(8).

      *WHAT THE REGISTER SAYS ABOUT THIS FEED
       01 WS-RERUN-FLAG              PIC X.
           88 RERUN-SEEN             VALUE 'Y'.
       01 WS-TODAY-FLAG              PIC X.
           88 OTHER-DELIVERY-TODAY   VALUE 'Y'.
       01 WS-DUP-DATE                PIC X(8).
       01 WS-TODAY-DATE              PIC X(8).

      *THE ROW BUILT FOR THIS CHECK, HELD ACROSS THE REOPEN
       01 WS-RECEIPT-ROW             PIC X(80).
       01 WS-REFUSED-FLAG            PIC X.
           88 FEED-REFUSED           VALUE 'Y'.

       01 WS-ALERT-SEVERITY          PIC X(1) VALUE 'E'.
       01 WS-ALERT-MESSAGE           PIC X(40).

       LINKAGE SECTION.
       01 LS-FEED-ID                 PIC X(8).
       01 LS-DD-NAME                 PIC X(8).
       01 LS-REC-LEN                 PIC 9(3).
       01 LS-HDR-MARKER              PIC X(8).
       01 LS-JOB-NAME                PIC X(8).
       01 LS-RUN-DATE                PIC X(8).
       01 LS-RCPT-STATUS             PIC X(2).
      *
       PROCEDURE DIVISION USING LS-FEED-ID LS-DD-NAME LS-REC-LEN
                                LS-HDR-MARKER LS-JOB-NAME LS-RUN-DATE
                                LS-RCPT-STATUS.
       A100-RECEIPT-CHECK     SECTION.
           MOVE LS-DD-NAME TO WS-DYN-FEED-NAME
           MOVE 'N' TO WS-WIDE-FLAG
           MOVE 80 TO WS-WORK-LEN
           IF LS-REC-LEN = 285
               MOVE 'Y' TO WS-WIDE-FLAG
               MOVE 285 TO WS-WORK-LEN
           END-IF
           MOVE 0 TO WS-MARKER-LEN
           INSPECT LS-HDR-MARKER TALLYING WS-MARKER-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           PERFORM B100-HASH-FEED
           IF NOT FEED-OK
               MOVE '04' TO LS-RCPT-STATUS
               GOBACK
           END-IF
           PERFORM B200-SCAN-REGISTER
           IF NOT REG-OK AND NOT REG-NOTFOUND
               DISPLAY "RCPTMOD - COULD NOT READ RCPTREG, STATUS "
                       WS-REG-STATUS ", " LS-FEED-ID " NOT CLEARED"
               MOVE 'INBOUND REGISTER UNREADABLE' TO WS-ALERT-MESSAGE
               CALL 'ALRTMOD' USING LS-JOB-NAME LS-RUN-DATE
                                    WS-ALERT-SEVERITY
                                    WS-ALERT-MESSAGE LS-FEED-ID
               MOVE '08' TO LS-RCPT-STATUS
               GOBACK
           END-IF
           MOVE SPACES TO RECEIPT-REG-RECORD
           MOVE LS-FEED-ID TO RR-FEED-ID
           MOVE LS-DD-NAME TO RR-DD-NAME
           MOVE LS-JOB-NAME TO RR-JOB-NAME
           MOVE LS-RUN-DATE TO RR-BUS-DATE
           MOVE WS-RECORD-COUNT TO RR-RECORD-COUNT
           MOVE WS-HASH-1 TO RR-HASH-1
           MOVE WS-HASH-2 TO RR-HASH-2
           MOVE FUNCTION CURRENT-DATE(9:6) TO RR-CHECK-TIME
           EVALUATE TRUE
               WHEN WS-DUP-DATE NOT = SPACES
                   SET RR-REFUSED TO TRUE
                   SET RR-DUP-CONTENT TO TRUE
                   MOVE WS-DUP-DATE TO RR-MATCH-DATE
                   DISPLAY "RCPTMOD - " LS-FEED-ID " REFUSED, SAME "
                           "CONTENT AS THE DELIVERY FOR "
                           WS-DUP-DATE
                   MOVE 'INBOUND FEED REFUSED - RE-SENT FILE'
                     TO WS-ALERT-MESSAGE
               WHEN RERUN-SEEN
                   SET RR-ACCEPTED TO TRUE
                   SET RR-RERUN TO TRUE
                   MOVE LS-RUN-DATE TO RR-MATCH-DATE
                   DISPLAY "RCPTMOD - " LS-FEED-ID " ALREADY ACCEPTED "
                           "FOR " LS-RUN-DATE ", RERUN CLEARED"
               WHEN OTHER-DELIVERY-TODAY
                   SET RR-REFUSED TO TRUE
                   SET RR-DUP-DATE TO TRUE
                   MOVE LS-RUN-DATE TO RR-MATCH-DATE
                   DISPLAY "RCPTMOD - " LS-FEED-ID " REFUSED, A "
                           "DELIVERY WAS ALREADY ACCEPTED FOR "
                           LS-RUN-DATE
                   MOVE 'INBOUND FEED REFUSED - DATE ALREADY IN'
                     TO WS-ALERT-MESSAGE
               WHEN OTHER
                   SET RR-ACCEPTED TO TRUE
                   SET RR-NEW-DELIVERY TO TRUE
           END-EVALUATE
           MOVE 'N' TO WS-REFUSED-FLAG
           IF RR-REFUSED
               MOVE 'Y' TO WS-REFUSED-FLAG
           END-IF
           MOVE RECEIPT-REG-RECORD TO WS-RECEIPT-ROW
           PERFORM B300-APPEND-RECEIPT
           IF FEED-REFUSED
               CALL 'ALRTMOD' USING LS-JOB-NAME LS-RUN-DATE
                                    WS-ALERT-SEVERITY
                                    WS-ALERT-MESSAGE LS-FEED-ID
               MOVE '08' TO LS-RCPT-STATUS
           ELSE
               MOVE '00' TO LS-RCPT-STATUS
           END-IF
           GOBACK.

      *COUNT AND HASH THE WHOLE FILE. TWO RUNNING HASHES WITH
      *DIFFERENT MULTIPLIERS AND PRIME MODULI, SO A CHANCE MATCH
      *NEEDS BOTH TO COLLIDE AT ONCE.
       B100-HASH-FEED         SECTION.
           MOVE 0 TO WS-RECORD-COUNT
           MOVE 0 TO WS-HASHED-COUNT
           MOVE 0 TO WS-HASH-1
           MOVE 0 TO WS-HASH-2
           MOVE 'N' TO WS-EOF-FLAG
           IF FEED-IS-WIDE
               OPEN INPUT FEED-FILE-WIDE
           ELSE
               OPEN INPUT FEED-FILE
           END-IF
           IF NOT FEED-OK
               GO TO B100-EXIT
           END-IF
           PERFORM UNTIL INPUT-DONE
               IF FEED-IS-WIDE
                   READ FEED-FILE-WIDE INTO WS-WORK-RECORD
                       AT END SET INPUT-DONE TO TRUE
                   END-READ
               ELSE
                   READ FEED-FILE INTO WS-WORK-RECORD
                       AT END SET INPUT-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT INPUT-DONE
                   ADD 1 TO WS-RECORD-COUNT
                   IF WS-MARKER-LEN = 0
                       PERFORM B110-HASH-RECORD
                   ELSE
                       IF WS-WORK-RECORD(1:WS-MARKER-LEN) NOT =
                               LS-HDR-MARKER(1:WS-MARKER-LEN)
                           PERFORM B110-HASH-RECORD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF FEED-IS-WIDE
               CLOSE FEED-FILE-WIDE
           ELSE
               CLOSE FEED-FILE
           END-IF
           SET FEED-OK TO TRUE.
       B100-EXIT.
           EXIT.

       B110-HASH-RECORD       SECTION.
           ADD 1 TO WS-HASHED-COUNT
           PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-BYTE-IDX > WS-WORK-LEN
               COMPUTE WS-HASH-1 = FUNCTION MOD(WS-HASH-1 * 31
                       + FUNCTION ORD(WS-WORK-RECORD(WS-BYTE-IDX:1)),
                       99999989)
               COMPUTE WS-HASH-2 = FUNCTION MOD(WS-HASH-2 * 257
                       + FUNCTION ORD(WS-WORK-RECORD(WS-BYTE-IDX:1)),
                       99999971)
           END-PERFORM
           .

      *EVERY EARLIER ACCEPTED ROW FOR THIS FEED. A MISSING REGISTER
      *IS THE FIRST DELIVERY EVER.
       B200-SCAN-REGISTER     SECTION.
           MOVE 'N' TO WS-RERUN-FLAG
           MOVE 'N' TO WS-TODAY-FLAG
           MOVE SPACES TO WS-DUP-DATE
           MOVE LS-RUN-DATE TO WS-TODAY-DATE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RECEIPT-REG-FILE
           IF NOT REG-OK
               GO TO B200-EXIT
           END-IF
           PERFORM UNTIL INPUT-DONE
               READ RECEIPT-REG-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       IF RR-FEED-ID = LS-FEED-ID AND RR-ACCEPTED
                           PERFORM B210-COMPARE-DELIVERY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECEIPT-REG-FILE.
       B200-EXIT.
           EXIT.

       B210-COMPARE-DELIVERY  SECTION.
           IF RR-RECORD-COUNT = WS-RECORD-COUNT
                   AND RR-HASH-1 = WS-HASH-1
                   AND RR-HASH-2 = WS-HASH-2
               IF RR-BUS-DATE = WS-TODAY-DATE
                   MOVE 'Y' TO WS-RERUN-FLAG
               ELSE
                   IF WS-HASHED-COUNT > 0
                       MOVE RR-BUS-DATE TO WS-DUP-DATE
                   END-IF
               END-IF
           ELSE
               IF RR-BUS-DATE = WS-TODAY-DATE
                   MOVE 'Y' TO WS-TODAY-FLAG
               END-IF
           END-IF
           .

       B300-APPEND-RECEIPT    SECTION.
           OPEN EXTEND RECEIPT-REG-FILE
           IF NOT REG-OK
               OPEN OUTPUT RECEIPT-REG-FILE
           END-IF
           IF REG-OK
               WRITE RECEIPT-REG-RECORD FROM WS-RECEIPT-ROW
               CLOSE RECEIPT-REG-FILE
           ELSE
               DISPLAY "RCPTMOD - COULD NOT WRITE RCPTREG, STATUS "
                       WS-REG-STATUS
           END-IF
           .
