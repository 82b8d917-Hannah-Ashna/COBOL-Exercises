       ID DIVISION.
       PROGRAM-ID. EXPPROG74.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * ACCOUNT RENUMBERING ACROSS THE MASTERFILE POPULATION. WHEN
      * BRANCHES MERGE THE 5-CHARACTER ACCOUNT NUMBERS CHANGE, AND A
      * HAND EDIT OF MASTIN ALWAYS MISSED ONE OF THE FILES THAT
      * CARRY THE NUMBER. THIS JOB TAKES AN OLD-TO-NEW MAPPING FILE
      * (RNMAP) AND RE-KEYS, IN ONE RUN:
      *   MASTIN   THE ACCOUNT MASTER THE MERGE ENGINE READS
      *   ARCHOUT  THE OVERFLOWED-HISTORY ARCHIVE
      *   DORMCTL  THE DORMANT-ACCOUNT CONTROL
      *   BALHIST  THE NIGHTLY BALANCE SNAPSHOT HISTORY
      *   CLOSEDOU THE CLOSED-ACCOUNT STORE (CLOSURES AND TOMBSTONES)
      *   CDARCH   THE KEYED ARCHIVE INDEX (IOMOD FILEKEY SLOT)
      *   CDXREF   THE CD-TO-MASTER CROSS-REFERENCE (FILEKEY2 SLOT)
      * THE SEQUENTIAL FILES ARE REWRITTEN IN ASCENDING ACCOUNT
      * ORDER FOR MRGMOD. THE SORT IS STABLE, SO ARCHIVE ENTRIES,
      * BALANCE SNAPSHOTS AND CLOSED-STORE REPLAYS KEEP THEIR
      * CHRONOLOGICAL ORDER WITHIN AN ACCOUNT. CDARCH ENTRIES MOVE
      * TO THE NEW KEY WITH THEIR SEQUENCE UNCHANGED; CDXREF ROWS
      * HAVE THEIR MASTER ACCOUNT REWRITTEN IN PLACE.
      *
      * A SURVEY PASS READS EVERY FILE FIRST. THE RUN IS REFUSED
      * (RC 16, NOTHING WRITTEN) WHEN A MAPPING IS INVALID OR
      * DUPLICATED, WHEN A NEW NUMBER IS ALREADY IN USE ON ANY FILE
      * (UNLESS THE SAME MAPPING MOVES THAT NUMBER AWAY), OR WHEN A
      * FILE IS TOO LARGE TO RE-SORT IN STORAGE. AN OLD NUMBER NOT
      * ON MASTIN IS ALLOWED (A CLOSED ACCOUNT) BUT NOTED, RC 4.
      *
      * THE CERTIFICATE (RNCERT) LISTS EVERY RECORD RE-KEYED, FILE
      * BY FILE, WITH BEFORE AND AFTER CONTROL TOTALS - RECORDS AND
      * AMOUNT (BALANCE, ARCHIVED AMOUNT OR DORMANT COUNT) - READ
      * BACK FROM THE REWRITTEN FILE. THE TOTALS MUST AGREE, EVERY
      * EXPECTED RECORD MUST BE RE-KEYED, NO OLD NUMBER MAY REMAIN
      * AND THE FILE MUST BE IN ACCOUNT ORDER; ANYTHING ELSE IS
      * RC 16 WITH AN 'E' ALERT. ARCHOUT AND DORMCTL ARE LOCKED
      * THROUGH LOCKMOD FOR THE WHOLE RUN, AS THE MERGE ENGINE
      * LOCKS THEM.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT RN-MAP-FILE ASSIGN TO RNMAP
           FILE STATUS IS WS-MAP-STATUS.
           SELECT MASTER-FILE ASSIGN TO MASTIN
           FILE STATUS IS WS-MAST-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO ARCHOUT
           FILE STATUS IS WS-ARCH-STATUS.
           SELECT DORMANT-CTL-FILE ASSIGN TO DORMCTL
           FILE STATUS IS WS-DORM-STATUS.
           SELECT BAL-HIST-FILE ASSIGN TO BALHIST
           FILE STATUS IS WS-BALH-STATUS.
           SELECT CLOSED-FILE ASSIGN TO CLOSEDOU
           FILE STATUS IS WS-CLOSED-STATUS.
           SELECT RN-CERT-FILE ASSIGN TO RNCERT
           FILE STATUS IS WS-CERT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *ONE ROW PER ACCOUNT TO RENUMBER.
       FD RN-MAP-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 RN-MAP-RECORD.
           03 RM-OLD-ACCOUNT         PIC X(5).
           03 RM-NEW-ACCOUNT         PIC X(5).
           03 FILLER                 PIC X(70).

       FD MASTER-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 MASTER-RECORD.
           COPY MASTREC REPLACING ==:PRE:== BY ==M==.

       FD ARCHIVE-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 ARCHIVE-RECORD.
           COPY ARCREC.

      *MRGMOD'S DORMCTL AND BALHIST LAYOUTS - MUST BE KEPT IN STEP.
       FD DORMANT-CTL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 DORMANT-CTL-RECORD.
           03 DC-ACCOUNT             PIC X(5).
           03 DC-DORMANT-COUNT       PIC 9(3).

       FD BAL-HIST-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 BAL-HIST-RECORD.
           03 BH-ACCOUNT             PIC X(5).
           03 BH-RUN-DATE            PIC X(8).
           03 BH-BALANCE             PIC S9(9) SIGN LEADING SEPARATE.
           03 BH-FILLER              PIC X(57).

       FD CLOSED-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 CLOSED-RECORD.
           COPY MASTREC REPLACING ==:PRE:== BY ==CL==.

       FD RN-CERT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 RN-CERT-RECORD             PIC X(80).

       FD RUN-LOG-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 RUN-LOG-RECORD.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE           PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP         PIC X(16) VALUE SPACES.

       01 WS-MAP-STATUS              PIC X(2).
           88 MAP-OK                 VALUE "00".
       01 WS-MAST-STATUS             PIC X(2).
       01 WS-ARCH-STATUS             PIC X(2).
       01 WS-DORM-STATUS             PIC X(2).
       01 WS-BALH-STATUS             PIC X(2).
       01 WS-CLOSED-STATUS           PIC X(2).
       01 WS-CERT-STATUS             PIC X(2).
           88 CERT-OK                VALUE "00".
       01 WS-RUNLOG-STATUS           PIC X(2).
      *STATUS OF WHICHEVER SEQUENTIAL FILE WAS LAST OPENED OR READ
       01 WS-CUR-STATUS              PIC X(2).
           88 CUR-OK                 VALUE "00".
           88 CUR-NOT-FOUND          VALUE "35".

       01 WS-EOF-FLAG                PIC X VALUE 'N'.
           88 INPUT-DONE             VALUE 'Y'.

       01 WS-RUN-INPUT-COUNT         PIC 9(8) VALUE 0.
       01 WS-RUN-REKEYED-COUNT       PIC 9(8) VALUE 0.
       01 WS-REFUSE-COUNT            PIC 9(4) VALUE 0.
       01 WS-DISAGREE-COUNT          PIC 9(2) VALUE 0.
      *THE RUN'S RETURN CODE IS HELD HERE AND SET AT THE END - EVERY
      *CALL TO IOMOD OR LOCKMOD WOULD OTHERWISE OVERWRITE IT.
       01 WS-RUN-RC                  PIC 9(4) VALUE 0.

      *THE SEVEN FILES, IN PROCESSING ORDER. 1-5 ARE SEQUENTIAL AND
      *REWRITTEN WHOLE, 6-7 ARE THE IOMOD KEYED MASTERS.
       01 WS-FILE-NAME-LIST.
           03 FILLER                 PIC X(8) VALUE 'MASTIN  '.
           03 FILLER                 PIC X(8) VALUE 'ARCHOUT '.
           03 FILLER                 PIC X(8) VALUE 'DORMCTL '.
           03 FILLER                 PIC X(8) VALUE 'BALHIST '.
           03 FILLER                 PIC X(8) VALUE 'CLOSEDOU'.
           03 FILLER                 PIC X(8) VALUE 'CDARCH  '.
           03 FILLER                 PIC X(8) VALUE 'CDXREF  '.
       01 WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-LIST.
           03 WS-FILE-NAME           PIC X(8) OCCURS 7 TIMES.
       01 WS-FILE-NO                 PIC 9(1).
       01 WS-FILE-MASTIN             PIC 9(1) VALUE 1.
       01 WS-FILE-CDARCH             PIC 9(1) VALUE 6.
       01 WS-FILE-CDXREF             PIC 9(1) VALUE 7.

      *PER-FILE CONTROL TOTALS FOR THE CERTIFICATE.
       01 WS-CONTROL-TABLE.
           03 WS-CT-ENTRY OCCURS 7 TIMES.
               05 WS-CT-PRESENT      PIC X(1).
                   88 CT-PRESENT     VALUE 'Y'.
               05 WS-CT-BEFORE-COUNT PIC 9(8).
               05 WS-CT-BEFORE-TOTAL PIC S9(13).
               05 WS-CT-EXPECTED     PIC 9(8).
               05 WS-CT-REKEYED      PIC 9(8).
               05 WS-CT-AFTER-COUNT  PIC 9(8).
               05 WS-CT-AFTER-TOTAL  PIC S9(13).
               05 WS-CT-RESIDUAL     PIC 9(8).
               05 WS-CT-OUT-OF-SEQ   PIC 9(8).

      *THE MAPPING, AS READ FROM RNMAP.
       01 WS-MAP-MAX                 PIC 9(3) VALUE 500.
       01 WS-MAP-COUNT               PIC 9(3) VALUE 0.
       01 WS-MAP-TABLE.
           03 WS-MAP-ENTRY OCCURS 500 TIMES INDEXED BY WS-MAP-IDX.
               05 WS-MAP-OLD         PIC X(5).
               05 WS-MAP-NEW         PIC X(5).
               05 WS-MAP-ON-MAST     PIC X(1).
               05 WS-MAP-CLASHED     PIC X(1).
       01 WS-MAP-PICK                PIC 9(3).
       01 WS-NEW-PICK                PIC 9(3).
       01 WS-LOOK-ACCOUNT            PIC X(5).
       01 WS-PREV-ACCOUNT            PIC X(5).

      *THE SEQUENTIAL FILE BEING RE-KEYED, HELD WHOLE FOR THE
      *STABLE RE-SORT. THE SURVEY PASS REFUSES A FILE THAT WOULD
      *NOT FIT, SO NOTHING IS EVER REWRITTEN FROM A PART TABLE.
       01 WS-REC-MAX                 PIC 9(5) VALUE 5000.
       01 WS-REC-COUNT               PIC 9(5) VALUE 0.
       01 WS-REC-TABLE.
           03 WS-REC-ENTRY OCCURS 5000 TIMES.
               05 WS-REC-ACCOUNT     PIC X(5).
               05 WS-REC-REST        PIC X(75).
       01 WS-SORT-HOLD.
           03 WS-HOLD-ACCOUNT        PIC X(5).
           03 WS-HOLD-REST           PIC X(75).
       01 WS-SORT-I                  PIC 9(5).
       01 WS-SORT-J                  PIC 9(5).
       01 WS-SORT-K                  PIC 9(5).
       01 WS-SORT-FLAG               PIC X VALUE 'N'.
           88 SORT-PLACED            VALUE 'Y'.
       01 WS-WRITE-IDX               PIC 9(5).

      *THE CURRENT SEQUENTIAL RECORD, WHATEVER FILE IT CAME FROM,
      *WITH THE AMOUNT THAT FILE CONTRIBUTES TO ITS CONTROL TOTAL.
       01 WS-CUR-RECORD.
           03 WS-CUR-ACCOUNT         PIC X(5).
           03 WS-CUR-REST            PIC X(75).
       01 WS-CUR-AMOUNT              PIC S9(11).
       01 WS-CUR-NOTE                PIC X(16).
       01 WS-CUR-REC-NO              PIC 9(7).

      *CDARCH ENTRIES AND CDXREF ROWS TO MOVE, COLLECTED BY THE
      *SURVEY SCAN AND CHANGED ONLY ONCE THE RUN IS CLEARED.
       01 WS-KEY-MAX                 PIC 9(4) VALUE 2000.
       01 WS-AXK-COUNT               PIC 9(4) VALUE 0.
       01 WS-AXK-TABLE.
           03 WS-AXK-ENTRY           PIC X(80) OCCURS 2000 TIMES.
       01 WS-XRK-COUNT               PIC 9(4) VALUE 0.
       01 WS-XRK-TABLE.
           03 WS-XRK-ENTRY           PIC X(80) OCCURS 2000 TIMES.
       01 WS-KEY-IDX                 PIC 9(4).

      *IOMOD ACTION/FILE-ID CONSTANTS FOR THE TWO KEYED MASTERS.
       01 IOMOD-CONSTANTS.
           03 WS-OPEN-KEYED          PIC X(4) VALUE 'OK  '.
           03 WS-WRITE-KEYED         PIC X(4) VALUE 'WK  '.
           03 WS-DELETE-KEYED        PIC X(4) VALUE 'DK  '.
           03 WS-OPEN-KEYED2         PIC X(4) VALUE 'OK2 '.
           03 WS-REWRITE-KEYED2      PIC X(4) VALUE 'RW2 '.
           03 WS-CLOSE               PIC X(4) VALUE 'C   '.
           03 WS-FILE-KEY            PIC X(8) VALUE 'FILEKEY '.
           03 WS-FILE-KEY2           PIC X(8) VALUE 'FILEKEY2'.
           03 WS-ARCH-FILENAME       PIC X(8) VALUE 'CDARCH'.
           03 WS-XREF-FILENAME       PIC X(8) VALUE 'CDXREF'.
           03 WS-BLANK-FILENAME      PIC X(8) VALUE SPACES.
      *IOMOD HANDS 'RSEF' BACK IN THE ACTION AT THE END OF A SCAN,
      *SO THE READ-NEXT ACTION IS SET AFRESH BEFORE EVERY CALL.
       01 WS-SCAN-ACTION             PIC X(4).
           88 KEYED-SCAN-EOF         VALUE 'RSEF'.
       01 WS-IO-STATUS               PIC X(2).
           88 IO-OK                  VALUE "00".
           88 IO-NOT-FOUND           VALUE "35".

      *KEYED ARCHIVE INDEX RECORD - EXPPROG22'S LAYOUT, MUST BE KEPT
      *IN STEP.
       01 ARCH-INDEX-RECORD.
           03 AX-KEY.
               05 AX-ACCOUNT         PIC X(5).
               05 AX-SEQ             PIC 9(3).
           03 AX-MARKER              PIC X(1).
           03 AX-AMOUNT              PIC S9(9) SIGN LEADING SEPARATE.
           03 AX-RUN-DATE            PIC X(8).
           03 FILLER                 PIC X(53).

      *CROSS-REFERENCE RECORD - EXPPROG46'S LAYOUT, MUST BE KEPT IN
      *STEP.
       01 XREF-RECORD.
           03 XR-CD-ACCOUNT          PIC X(8).
           03 XR-MAST-ACCOUNT        PIC X(5).
           03 XR-LOAD-DATE           PIC X(8).
           03 XR-FILLER              PIC X(59).

      *LOCKMOD HANDSHAKE - THE SAME LOCK NAMES THE MERGE ENGINE
      *TAKES, SO A MERGE AND A RENUMBERING CAN NEVER OVERLAP.
       01 WS-LOCK-ACTION             PIC X(4).
       01 WS-LOCK-NAME               PIC X(8).
       01 WS-LOCK-RESULT             PIC X(2).
           88 LOCK-TAKEN             VALUE "00".
       01 WS-LOCK-JOB                PIC X(8) VALUE 'EXPPRG74'.
       01 WS-ARCH-LOCK-HELD          PIC X(1) VALUE 'N'.
       01 WS-DORM-LOCK-HELD          PIC X(1) VALUE 'N'.

      *STRUCTURED ALERTS (ALRTMOD) FOR A REFUSED OR DISAGREEING RUN.
       01 WS-ALERT-JOB               PIC X(8) VALUE 'EXPPRG74'.
       01 WS-ALERT-SEVERITY          PIC X(1).
       01 WS-ALERT-MESSAGE           PIC X(40).
       01 WS-ALERT-KEY               PIC X(8).

      *CERTIFICATE LINES
       01 WS-CERT-HEAD.
           03 FILLER                 PIC X(32)
                   VALUE 'ACCOUNT RENUMBERING CERTIFICATE'.
           03 FILLER                 PIC X(14)
                   VALUE 'BUSINESS DATE '.
           03 CH-DATE                PIC X(8).
           03 FILLER                 PIC X(26) VALUE SPACES.
       01 WS-CERT-MAP-LINE.
           03 FILLER                 PIC X(10) VALUE 'MAPPING  '.
           03 CM-OLD                 PIC X(5).
           03 FILLER                 PIC X(4) VALUE ' TO '.
           03 CM-NEW                 PIC X(5).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 CM-NOTE                PIC X(31).
           03 FILLER                 PIC X(23) VALUE SPACES.
       01 WS-CERT-REFUSE-LINE.
           03 FILLER                 PIC X(10) VALUE 'REFUSED - '.
           03 CR-REASON              PIC X(40).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 CR-ACCOUNT             PIC X(5).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 CR-FILE                PIC X(8).
           03 FILLER                 PIC X(15) VALUE SPACES.
       01 WS-CERT-FILE-LINE.
           03 FILLER                 PIC X(5) VALUE 'FILE '.
           03 CF-FILE                PIC X(8).
           03 FILLER                 PIC X(3) VALUE ' - '.
           03 CF-TEXT                PIC X(40).
           03 FILLER                 PIC X(24) VALUE SPACES.
       01 WS-CERT-DETAIL-LINE.
           03 FILLER                 PIC X(4) VALUE SPACES.
           03 CD-REC-NO              PIC Z(6)9.
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 CD-OLD                 PIC X(5).
           03 FILLER                 PIC X(4) VALUE ' TO '.
           03 CD-NEW                 PIC X(5).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 CD-AMOUNT              PIC -ZZ,ZZZ,ZZZ,ZZ9.
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 CD-NOTE                PIC X(16).
           03 FILLER                 PIC X(18) VALUE SPACES.
       01 WS-CERT-TOTAL-LINE.
           03 FILLER                 PIC X(4) VALUE SPACES.
           03 CT-LABEL               PIC X(7).
           03 FILLER                 PIC X(9) VALUE 'RECORDS '.
           03 CT-COUNT               PIC Z(7)9.
           03 FILLER                 PIC X(9) VALUE '  AMOUNT '.
           03 CT-TOTAL               PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
           03 FILLER                 PIC X(25) VALUE SPACES.
       01 WS-CERT-CHECK-LINE.
           03 FILLER                 PIC X(4) VALUE SPACES.
           03 FILLER                 PIC X(9) VALUE 'RE-KEYED '.
           03 CK-REKEYED             PIC Z(7)9.
           03 FILLER                 PIC X(4) VALUE ' OF '.
           03 CK-EXPECTED            PIC Z(7)9.
           03 FILLER                 PIC X(11) VALUE '  OLD LEFT '.
           03 CK-RESIDUAL            PIC Z(7)9.
           03 FILLER                 PIC X(13) VALUE '  OUT OF SEQ '.
           03 CK-OUT-OF-SEQ          PIC Z(7)9.
           03 FILLER                 PIC X(7) VALUE SPACES.
       01 WS-CERT-VERDICT-LINE.
           03 FILLER                 PIC X(4) VALUE SPACES.
           03 CV-TEXT                PIC X(76).
      *
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING ACCOUNT RENUMBERING"
           OPEN OUTPUT RN-CERT-FILE
           IF NOT CERT-OK
               DISPLAY "ERROR - COULD NOT OPEN RNCERT, STATUS "
                       WS-CERT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE WS-BUSINESS-DATE TO CH-DATE
           WRITE RN-CERT-RECORD FROM WS-CERT-HEAD
           MOVE SPACES TO RN-CERT-RECORD
           WRITE RN-CERT-RECORD
           INITIALIZE WS-CONTROL-TABLE
           PERFORM B100-LOAD-MAPPING
           IF WS-MAP-COUNT = 0 AND WS-REFUSE-COUNT = 0
               DISPLAY "WARNING - RNMAP HOLDS NO MAPPINGS, NOTHING "
                       "RE-KEYED"
               MOVE "NO MAPPINGS ON RNMAP - NOTHING RE-KEYED"
                 TO CV-TEXT
               WRITE RN-CERT-RECORD FROM WS-CERT-VERDICT-LINE
               CLOSE RN-CERT-FILE
               MOVE 4 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM B200-ACQUIRE-LOCKS
           PERFORM VARYING WS-FILE-NO FROM 1 BY 1
                   UNTIL WS-FILE-NO > 5
               PERFORM C100-SURVEY-FILE
           END-PERFORM
           PERFORM C200-SURVEY-CDARCH
           PERFORM C300-SURVEY-CDXREF
           PERFORM C400-LIST-MAPPING
           IF WS-REFUSE-COUNT > 0
               PERFORM C900-REFUSE-RUN
           END-IF
           PERFORM VARYING WS-FILE-NO FROM 1 BY 1
                   UNTIL WS-FILE-NO > 5
               IF CT-PRESENT(WS-FILE-NO)
                   PERFORM D100-REKEY-FILE
               END-IF
           END-PERFORM
           IF CT-PRESENT(WS-FILE-CDARCH)
               PERFORM D200-REKEY-CDARCH
           END-IF
           IF CT-PRESENT(WS-FILE-CDXREF)
               PERFORM D300-REKEY-CDXREF
           END-IF
           PERFORM E100-PRINT-CONTROLS
           CLOSE RN-CERT-FILE
           PERFORM B210-RELEASE-LOCKS
           MOVE WS-RUN-RC TO RETURN-CODE
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - MAPPINGS APPLIED:  " WS-MAP-COUNT
           DISPLAY "STATUS - RECORDS RE-KEYED:  " WS-RUN-REKEYED-COUNT
           DISPLAY "STATUS - ACCOUNT RENUMBERING DONE"
           GOBACK
           .

      *EVERY MAPPING ROW IS CHECKED HERE; A BAD OR DUPLICATED ROW IS
      *A REFUSAL, BUT THE WHOLE FILE IS STILL READ SO THE
      *CERTIFICATE SHOWS EVERY PROBLEM AT ONCE.
       B100-LOAD-MAPPING      SECTION.
           OPEN INPUT RN-MAP-FILE
           IF NOT MAP-OK
               DISPLAY "ERROR - COULD NOT OPEN RNMAP, STATUS "
                       WS-MAP-STATUS
               CLOSE RN-CERT-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ RN-MAP-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       PERFORM B110-TAKE-MAPPING
               END-READ
           END-PERFORM
           CLOSE RN-MAP-FILE
           .

       B110-TAKE-MAPPING      SECTION.
           MOVE SPACES TO CR-FILE
           EVALUATE TRUE
               WHEN RM-OLD-ACCOUNT NOT NUMERIC
                 OR RM-OLD-ACCOUNT = ZEROES
                   MOVE "OLD NUMBER NOT A VALID ACCOUNT"
                     TO CR-REASON
                   MOVE RM-OLD-ACCOUNT TO CR-ACCOUNT
                   PERFORM W100-WRITE-REFUSAL
               WHEN RM-NEW-ACCOUNT NOT NUMERIC
                 OR RM-NEW-ACCOUNT = ZEROES
                   MOVE "NEW NUMBER NOT A VALID ACCOUNT"
                     TO CR-REASON
                   MOVE RM-NEW-ACCOUNT TO CR-ACCOUNT
                   PERFORM W100-WRITE-REFUSAL
               WHEN RM-OLD-ACCOUNT = RM-NEW-ACCOUNT
                   MOVE "OLD AND NEW NUMBERS ARE THE SAME"
                     TO CR-REASON
                   MOVE RM-OLD-ACCOUNT TO CR-ACCOUNT
                   PERFORM W100-WRITE-REFUSAL
               WHEN OTHER
                   MOVE RM-OLD-ACCOUNT TO WS-LOOK-ACCOUNT
                   PERFORM F100-FIND-OLD
                   MOVE RM-NEW-ACCOUNT TO WS-LOOK-ACCOUNT
                   PERFORM F110-FIND-NEW
                   EVALUATE TRUE
                       WHEN WS-MAP-PICK > 0
                           MOVE "OLD NUMBER MAPPED MORE THAN ONCE"
                             TO CR-REASON
                           MOVE RM-OLD-ACCOUNT TO CR-ACCOUNT
                           PERFORM W100-WRITE-REFUSAL
                       WHEN WS-NEW-PICK > 0
                           MOVE "NEW NUMBER MAPPED MORE THAN ONCE"
                             TO CR-REASON
                           MOVE RM-NEW-ACCOUNT TO CR-ACCOUNT
                           PERFORM W100-WRITE-REFUSAL
                       WHEN WS-MAP-COUNT >= WS-MAP-MAX
                           MOVE "MORE THAN 500 MAPPINGS ON RNMAP"
                             TO CR-REASON
                           MOVE RM-OLD-ACCOUNT TO CR-ACCOUNT
                           PERFORM W100-WRITE-REFUSAL
                       WHEN OTHER
                           ADD 1 TO WS-MAP-COUNT
                           SET WS-MAP-IDX TO WS-MAP-COUNT
                           MOVE RM-OLD-ACCOUNT
                             TO WS-MAP-OLD(WS-MAP-IDX)
                           MOVE RM-NEW-ACCOUNT
                             TO WS-MAP-NEW(WS-MAP-IDX)
                           MOVE 'N' TO WS-MAP-ON-MAST(WS-MAP-IDX)
                           MOVE 'N' TO WS-MAP-CLASHED(WS-MAP-IDX)
                   END-EVALUATE
           END-EVALUATE
           .

      *TAKE THE SHARED-FILE LOCKS BEFORE ANY FILE IS READ - A HELD
      *LOCK MEANS A MERGE IS MID-WRITE AND THIS RUN MUST NOT START.
       B200-ACQUIRE-LOCKS     SECTION.
           MOVE 'ACQ ' TO WS-LOCK-ACTION
           MOVE 'ARCHOUT ' TO WS-LOCK-NAME
           CALL 'LOCKMOD' USING WS-LOCK-ACTION WS-LOCK-NAME
                                WS-LOCK-JOB WS-LOCK-RESULT
           IF NOT LOCK-TAKEN
               DISPLAY "ERROR - ARCHIVE LOCK REFUSED, STATUS "
                       WS-LOCK-RESULT
               CLOSE RN-CERT-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE 'Y' TO WS-ARCH-LOCK-HELD
           MOVE 'ACQ ' TO WS-LOCK-ACTION
           MOVE 'DORMCTL ' TO WS-LOCK-NAME
           CALL 'LOCKMOD' USING WS-LOCK-ACTION WS-LOCK-NAME
                                WS-LOCK-JOB WS-LOCK-RESULT
           IF NOT LOCK-TAKEN
               DISPLAY "ERROR - DORMCTL LOCK REFUSED, STATUS "
                       WS-LOCK-RESULT
               PERFORM B210-RELEASE-LOCKS
               CLOSE RN-CERT-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE 'Y' TO WS-DORM-LOCK-HELD
           .

       B210-RELEASE-LOCKS     SECTION.
           IF WS-ARCH-LOCK-HELD = 'Y'
               MOVE 'REL ' TO WS-LOCK-ACTION
               MOVE 'ARCHOUT ' TO WS-LOCK-NAME
               CALL 'LOCKMOD' USING WS-LOCK-ACTION WS-LOCK-NAME
                                    WS-LOCK-JOB WS-LOCK-RESULT
               MOVE 'N' TO WS-ARCH-LOCK-HELD
           END-IF
           IF WS-DORM-LOCK-HELD = 'Y'
               MOVE 'REL ' TO WS-LOCK-ACTION
               MOVE 'DORMCTL ' TO WS-LOCK-NAME
               CALL 'LOCKMOD' USING WS-LOCK-ACTION WS-LOCK-NAME
                                    WS-LOCK-JOB WS-LOCK-RESULT
               MOVE 'N' TO WS-DORM-LOCK-HELD
           END-IF
           .

      *SURVEY ONE SEQUENTIAL FILE: BEFORE TOTALS, RECORDS TO MOVE,
      *NEW NUMBERS ALREADY IN USE, AND WHETHER IT FITS THE TABLE.
      *ONLY MASTIN IS REQUIRED - THE OTHERS MAY NOT EXIST YET.
       C100-SURVEY-FILE       SECTION.
           PERFORM G100-OPEN-INPUT
           IF NOT CUR-OK
               IF WS-FILE-NO = WS-FILE-MASTIN
                   DISPLAY "ERROR - COULD NOT OPEN MASTIN, STATUS "
                           WS-CUR-STATUS
                   PERFORM B210-RELEASE-LOCKS
                   CLOSE RN-CERT-FILE
                   MOVE 12 TO RETURN-CODE
                   PERFORM Z100-WRITE-RUN-LOG
                   GOBACK
               END-IF
               DISPLAY "STATUS - NO " WS-FILE-NAME(WS-FILE-NO)
                       " PRESENT, STATUS " WS-CUR-STATUS
                       " - NOT RE-KEYED"
               GO TO C100-EXIT
           END-IF
           MOVE 'Y' TO WS-CT-PRESENT(WS-FILE-NO)
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM G110-READ-NEXT
           PERFORM UNTIL INPUT-DONE
               ADD 1 TO WS-CT-BEFORE-COUNT(WS-FILE-NO)
               ADD 1 TO WS-RUN-INPUT-COUNT
               ADD WS-CUR-AMOUNT TO WS-CT-BEFORE-TOTAL(WS-FILE-NO)
               MOVE WS-CUR-ACCOUNT TO WS-LOOK-ACCOUNT
               PERFORM C110-SURVEY-ACCOUNT
               PERFORM G110-READ-NEXT
           END-PERFORM
           PERFORM G140-CLOSE
           IF WS-CT-BEFORE-COUNT(WS-FILE-NO) > WS-REC-MAX
               MOVE "FILE TOO LARGE TO RE-SORT IN STORAGE"
                 TO CR-REASON
               MOVE SPACES TO CR-ACCOUNT
               MOVE WS-FILE-NAME(WS-FILE-NO) TO CR-FILE
               PERFORM W100-WRITE-REFUSAL
           END-IF
           .
       C100-EXIT.
           EXIT.

      *AN ACCOUNT ON AN OLD NUMBER IS TO BE MOVED; AN ACCOUNT ON A
      *NEW NUMBER THAT IS NOT ITSELF MOVING AWAY IS A CLASH.
       C110-SURVEY-ACCOUNT    SECTION.
           PERFORM F100-FIND-OLD
           IF WS-MAP-PICK > 0
               ADD 1 TO WS-CT-EXPECTED(WS-FILE-NO)
               IF WS-FILE-NO = WS-FILE-MASTIN
                   MOVE 'Y' TO WS-MAP-ON-MAST(WS-MAP-PICK)
               END-IF
           ELSE
               PERFORM F110-FIND-NEW
               IF WS-NEW-PICK > 0
                   IF WS-MAP-CLASHED(WS-NEW-PICK) = 'N'
                       MOVE 'Y' TO WS-MAP-CLASHED(WS-NEW-PICK)
                       MOVE "NEW NUMBER ALREADY IN USE"
                         TO CR-REASON
                       MOVE WS-LOOK-ACCOUNT TO CR-ACCOUNT
                       MOVE WS-FILE-NAME(WS-FILE-NO) TO CR-FILE
                       PERFORM W100-WRITE-REFUSAL
                   END-IF
               END-IF
           END-IF
           .

      *THE KEYED ARCHIVE INDEX. A MISSING INDEX IS SKIPPED; ONE
      *THAT EXISTS BUT WILL NOT OPEN REFUSES THE RUN, OR IT WOULD
      *BE LEFT ON THE OLD NUMBERS.
       C200-SURVEY-CDARCH     SECTION.
           MOVE WS-FILE-CDARCH TO WS-FILE-NO
           CALL 'IOMOD'
             USING WS-OPEN-KEYED
                   WS-FILE-KEY
                   ARCH-INDEX-RECORD
                   WS-IO-STATUS
                   WS-ARCH-FILENAME
           IF NOT IO-OK
               PERFORM C250-KEYED-NOT-OPEN
               GO TO C200-EXIT
           END-IF
           MOVE 'Y' TO WS-CT-PRESENT(WS-FILE-NO)
           MOVE 'RNK ' TO WS-SCAN-ACTION
           PERFORM UNTIL KEYED-SCAN-EOF
               MOVE 'RNK ' TO WS-SCAN-ACTION
               CALL 'IOMOD'
                 USING WS-SCAN-ACTION
                       WS-FILE-KEY
                       ARCH-INDEX-RECORD
                       WS-IO-STATUS
                       WS-BLANK-FILENAME
               IF NOT KEYED-SCAN-EOF
                   ADD 1 TO WS-CT-BEFORE-COUNT(WS-FILE-NO)
                   ADD 1 TO WS-RUN-INPUT-COUNT
                   ADD AX-AMOUNT TO WS-CT-BEFORE-TOTAL(WS-FILE-NO)
                   MOVE AX-ACCOUNT TO WS-LOOK-ACCOUNT
                   PERFORM C110-SURVEY-ACCOUNT
                   IF WS-MAP-PICK > 0
                       PERFORM C210-COLLECT-CDARCH
                   END-IF
               END-IF
           END-PERFORM
           .
       C200-EXIT.
           EXIT.

       C210-COLLECT-CDARCH    SECTION.
           IF WS-AXK-COUNT < WS-KEY-MAX
               ADD 1 TO WS-AXK-COUNT
               MOVE ARCH-INDEX-RECORD TO WS-AXK-ENTRY(WS-AXK-COUNT)
           ELSE
               IF WS-AXK-COUNT = WS-KEY-MAX
                   ADD 1 TO WS-AXK-COUNT
                   MOVE "MORE THAN 2000 KEYED ENTRIES TO MOVE"
                     TO CR-REASON
                   MOVE SPACES TO CR-ACCOUNT
                   MOVE WS-FILE-NAME(WS-FILE-NO) TO CR-FILE
                   PERFORM W100-WRITE-REFUSAL
               END-IF
           END-IF
           .

       C250-KEYED-NOT-OPEN    SECTION.
           IF IO-NOT-FOUND
               DISPLAY "STATUS - NO " WS-FILE-NAME(WS-FILE-NO)
                       " PRESENT - NOT RE-KEYED"
           ELSE
               DISPLAY "ERROR - COULD NOT OPEN "
                       WS-FILE-NAME(WS-FILE-NO) ", STATUS "
                       WS-IO-STATUS
               MOVE "KEYED FILE WILL NOT OPEN, STATUS"
                 TO CR-REASON
               MOVE WS-IO-STATUS TO CR-ACCOUNT
               MOVE WS-FILE-NAME(WS-FILE-NO) TO CR-FILE
               PERFORM W100-WRITE-REFUSAL
           END-IF
           .

      *THE CROSS-REFERENCE - KEYED ON THE CD ACCOUNT, SO ONLY THE
      *MASTER ACCOUNT IT POINTS AT CHANGES.
       C300-SURVEY-CDXREF     SECTION.
           MOVE WS-FILE-CDXREF TO WS-FILE-NO
           CALL 'IOMOD'
             USING WS-OPEN-KEYED2
                   WS-FILE-KEY2
                   XREF-RECORD
                   WS-IO-STATUS
                   WS-XREF-FILENAME
           IF NOT IO-OK
               PERFORM C250-KEYED-NOT-OPEN
               GO TO C300-EXIT
           END-IF
           MOVE 'Y' TO WS-CT-PRESENT(WS-FILE-NO)
           MOVE 'RN2 ' TO WS-SCAN-ACTION
           PERFORM UNTIL KEYED-SCAN-EOF
               MOVE 'RN2 ' TO WS-SCAN-ACTION
               CALL 'IOMOD'
                 USING WS-SCAN-ACTION
                       WS-FILE-KEY2
                       XREF-RECORD
                       WS-IO-STATUS
                       WS-BLANK-FILENAME
               IF NOT KEYED-SCAN-EOF
                   ADD 1 TO WS-CT-BEFORE-COUNT(WS-FILE-NO)
                   ADD 1 TO WS-RUN-INPUT-COUNT
                   MOVE XR-MAST-ACCOUNT TO WS-LOOK-ACCOUNT
                   PERFORM C110-SURVEY-ACCOUNT
                   IF WS-MAP-PICK > 0
                       PERFORM C310-COLLECT-CDXREF
                   END-IF
               END-IF
           END-PERFORM
           .
       C300-EXIT.
           EXIT.

       C310-COLLECT-CDXREF    SECTION.
           IF WS-XRK-COUNT < WS-KEY-MAX
               ADD 1 TO WS-XRK-COUNT
               MOVE XREF-RECORD TO WS-XRK-ENTRY(WS-XRK-COUNT)
           ELSE
               IF WS-XRK-COUNT = WS-KEY-MAX
                   ADD 1 TO WS-XRK-COUNT
                   MOVE "MORE THAN 2000 KEYED ENTRIES TO MOVE"
                     TO CR-REASON
                   MOVE SPACES TO CR-ACCOUNT
                   MOVE WS-FILE-NAME(WS-FILE-NO) TO CR-FILE
                   PERFORM W100-WRITE-REFUSAL
               END-IF
           END-IF
           .

      *THE MAPPING AS APPLIED. AN OLD NUMBER WITH NO MASTER RECORD
      *IS MOST LIKELY A CLOSED ACCOUNT - NOTED, NOT REFUSED.
       C400-LIST-MAPPING      SECTION.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               MOVE WS-MAP-OLD(WS-MAP-IDX) TO CM-OLD
               MOVE WS-MAP-NEW(WS-MAP-IDX) TO CM-NEW
               IF WS-MAP-ON-MAST(WS-MAP-IDX) = 'Y'
                   MOVE SPACES TO CM-NOTE
               ELSE
                   MOVE "NOTE - OLD NUMBER NOT ON MASTIN" TO CM-NOTE
                   DISPLAY "WARNING - OLD NUMBER "
                           WS-MAP-OLD(WS-MAP-IDX)
                           " IS NOT ON MASTIN"
                   IF WS-RUN-RC < 4
                       MOVE 4 TO WS-RUN-RC
                   END-IF
               END-IF
               WRITE RN-CERT-RECORD FROM WS-CERT-MAP-LINE
           END-PERFORM
           .

      *NOTHING HAS BEEN WRITTEN - CLOSE UP AND STOP.
       C900-REFUSE-RUN        SECTION.
           DISPLAY "ERROR - RENUMBERING REFUSED, " WS-REFUSE-COUNT
                   " REASON(S) ON RNCERT"
           MOVE SPACES TO RN-CERT-RECORD
           WRITE RN-CERT-RECORD
           MOVE SPACES TO CV-TEXT
           STRING "RENUMBERING REFUSED - " WS-REFUSE-COUNT
                  " REASON(S) ABOVE - NO FILE HAS BEEN CHANGED"
                  DELIMITED BY SIZE INTO CV-TEXT
           WRITE RN-CERT-RECORD FROM WS-CERT-VERDICT-LINE
           CLOSE RN-CERT-FILE
           PERFORM D900-CLOSE-KEYED
           PERFORM B210-RELEASE-LOCKS
           MOVE 'E' TO WS-ALERT-SEVERITY
           MOVE "ACCOUNT RENUMBERING REFUSED" TO WS-ALERT-MESSAGE
           MOVE 'RNMAP' TO WS-ALERT-KEY
           CALL 'ALRTMOD' USING WS-ALERT-JOB WS-BUSINESS-DATE
                                WS-ALERT-SEVERITY WS-ALERT-MESSAGE
                                WS-ALERT-KEY
           MOVE 16 TO RETURN-CODE
           PERFORM Z100-WRITE-RUN-LOG
           GOBACK
           .

      *LOAD THE FILE, RE-KEY AS IT LOADS (EACH RECORD CERTIFIED),
      *STABLE-SORT INTO ACCOUNT ORDER, REWRITE, THEN READ IT BACK
      *FOR THE AFTER TOTALS.
       D100-REKEY-FILE        SECTION.
           MOVE SPACES TO RN-CERT-RECORD
           WRITE RN-CERT-RECORD
           MOVE WS-FILE-NAME(WS-FILE-NO) TO CF-FILE
           MOVE "RECORDS RE-KEYED" TO CF-TEXT
           WRITE RN-CERT-RECORD FROM WS-CERT-FILE-LINE
           MOVE 0 TO WS-REC-COUNT
           MOVE 0 TO WS-CUR-REC-NO
           PERFORM G100-OPEN-INPUT
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM G110-READ-NEXT
           PERFORM UNTIL INPUT-DONE
               ADD 1 TO WS-CUR-REC-NO
               MOVE WS-CUR-ACCOUNT TO WS-LOOK-ACCOUNT
               PERFORM F100-FIND-OLD
               IF WS-MAP-PICK > 0
                   MOVE WS-MAP-NEW(WS-MAP-PICK) TO WS-CUR-ACCOUNT
                   PERFORM W200-WRITE-DETAIL
               END-IF
               ADD 1 TO WS-REC-COUNT
               MOVE WS-CUR-RECORD TO WS-REC-ENTRY(WS-REC-COUNT)
               PERFORM G110-READ-NEXT
           END-PERFORM
           PERFORM G140-CLOSE
           PERFORM D110-SORT-TABLE
           PERFORM G120-OPEN-OUTPUT
           IF NOT CUR-OK
               DISPLAY "ERROR - COULD NOT REWRITE "
                       WS-FILE-NAME(WS-FILE-NO) ", STATUS "
                       WS-CUR-STATUS
               MOVE 16 TO WS-RUN-RC
               GO TO D100-EXIT
           END-IF
           PERFORM VARYING WS-WRITE-IDX FROM 1 BY 1
                   UNTIL WS-WRITE-IDX > WS-REC-COUNT
               MOVE WS-REC-ENTRY(WS-WRITE-IDX) TO WS-CUR-RECORD
               PERFORM G130-WRITE
           END-PERFORM
           PERFORM G140-CLOSE
           PERFORM D120-READ-BACK
           .
       D100-EXIT.
           EXIT.

      *INSERTION SORT ON THE ACCOUNT - AN ENTRY ONLY MOVES PAST A
      *HIGHER ACCOUNT, SO EQUAL ACCOUNTS KEEP THEIR FILE ORDER.
       D110-SORT-TABLE        SECTION.
           PERFORM VARYING WS-SORT-I FROM 2 BY 1
                   UNTIL WS-SORT-I > WS-REC-COUNT
               MOVE WS-REC-ENTRY(WS-SORT-I) TO WS-SORT-HOLD
               MOVE WS-SORT-I TO WS-SORT-J
               MOVE 'N' TO WS-SORT-FLAG
               PERFORM UNTIL WS-SORT-J < 2 OR SORT-PLACED
                   COMPUTE WS-SORT-K = WS-SORT-J - 1
                   IF WS-REC-ACCOUNT(WS-SORT-K) > WS-HOLD-ACCOUNT
                       MOVE WS-REC-ENTRY(WS-SORT-K)
                         TO WS-REC-ENTRY(WS-SORT-J)
                       SUBTRACT 1 FROM WS-SORT-J
                   ELSE
                       SET SORT-PLACED TO TRUE
                   END-IF
               END-PERFORM
               MOVE WS-SORT-HOLD TO WS-REC-ENTRY(WS-SORT-J)
           END-PERFORM
           .

      *AFTER TOTALS COME FROM THE FILE AS WRITTEN, NOT FROM THE
      *TABLE, SO THE CERTIFICATE PROVES WHAT IS ON DISK.
       D120-READ-BACK         SECTION.
           PERFORM G100-OPEN-INPUT
           IF NOT CUR-OK
               DISPLAY "ERROR - COULD NOT READ BACK "
                       WS-FILE-NAME(WS-FILE-NO) ", STATUS "
                       WS-CUR-STATUS
               MOVE 16 TO WS-RUN-RC
               GO TO D120-EXIT
           END-IF
           MOVE LOW-VALUES TO WS-PREV-ACCOUNT
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM G110-READ-NEXT
           PERFORM UNTIL INPUT-DONE
               ADD 1 TO WS-CT-AFTER-COUNT(WS-FILE-NO)
               ADD WS-CUR-AMOUNT TO WS-CT-AFTER-TOTAL(WS-FILE-NO)
               MOVE WS-CUR-ACCOUNT TO WS-LOOK-ACCOUNT
               PERFORM D130-CHECK-AFTER-ACCOUNT
               PERFORM G110-READ-NEXT
           END-PERFORM
           PERFORM G140-CLOSE
           .
       D120-EXIT.
           EXIT.

      *AN OLD NUMBER LEFT BEHIND (ONE NOT ALSO A NEW NUMBER IN A
      *CHAIN OR SWAP) OR AN ACCOUNT OUT OF ORDER FAILS THE FILE.
       D130-CHECK-AFTER-ACCOUNT SECTION.
           PERFORM F100-FIND-OLD
           IF WS-MAP-PICK > 0
               PERFORM F110-FIND-NEW
               IF WS-NEW-PICK = 0
                   ADD 1 TO WS-CT-RESIDUAL(WS-FILE-NO)
               END-IF
           END-IF
           IF WS-LOOK-ACCOUNT < WS-PREV-ACCOUNT
               ADD 1 TO WS-CT-OUT-OF-SEQ(WS-FILE-NO)
           END-IF
           MOVE WS-LOOK-ACCOUNT TO WS-PREV-ACCOUNT
           .

      *CDARCH - ALL THE OLD KEYS GO FIRST, THEN THE NEW ONES ARE
      *WRITTEN, SO A SWAP OF TWO NUMBERS NEVER MEETS ITSELF.
       D200-REKEY-CDARCH      SECTION.
           MOVE WS-FILE-CDARCH TO WS-FILE-NO
           MOVE SPACES TO RN-CERT-RECORD
           WRITE RN-CERT-RECORD
           MOVE WS-FILE-NAME(WS-FILE-NO) TO CF-FILE
           MOVE "ENTRIES RE-KEYED (KEY ACCOUNT + SEQ)" TO CF-TEXT
           WRITE RN-CERT-RECORD FROM WS-CERT-FILE-LINE
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-AXK-COUNT
               MOVE WS-AXK-ENTRY(WS-KEY-IDX) TO ARCH-INDEX-RECORD
               CALL 'IOMOD'
                 USING WS-DELETE-KEYED
                       WS-FILE-KEY
                       ARCH-INDEX-RECORD
                       WS-IO-STATUS
                       WS-BLANK-FILENAME
               IF NOT IO-OK
                   DISPLAY "ERROR - CDARCH DELETE OF " AX-KEY
                           " FAILED, STATUS " WS-IO-STATUS
                   MOVE 16 TO WS-RUN-RC
               END-IF
           END-PERFORM
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-AXK-COUNT
               MOVE WS-AXK-ENTRY(WS-KEY-IDX) TO ARCH-INDEX-RECORD
               MOVE AX-ACCOUNT TO WS-LOOK-ACCOUNT
               PERFORM F100-FIND-OLD
               MOVE WS-MAP-NEW(WS-MAP-PICK) TO AX-ACCOUNT
               CALL 'IOMOD'
                 USING WS-WRITE-KEYED
                       WS-FILE-KEY
                       ARCH-INDEX-RECORD
                       WS-IO-STATUS
                       WS-BLANK-FILENAME
               IF IO-OK
                   MOVE WS-KEY-IDX TO WS-CUR-REC-NO
                   MOVE AX-ACCOUNT TO WS-CUR-ACCOUNT
                   MOVE AX-AMOUNT TO WS-CUR-AMOUNT
                   MOVE SPACES TO WS-CUR-NOTE
                   STRING "SEQ " AX-SEQ " " AX-RUN-DATE
                          DELIMITED BY SIZE INTO WS-CUR-NOTE
                   PERFORM W200-WRITE-DETAIL
               ELSE
                   DISPLAY "ERROR - CDARCH WRITE OF " AX-KEY
                           " FAILED, STATUS " WS-IO-STATUS
                   MOVE 16 TO WS-RUN-RC
               END-IF
           END-PERFORM
           CALL 'IOMOD'
             USING WS-CLOSE
                   WS-FILE-KEY
                   ARCH-INDEX-RECORD
                   WS-IO-STATUS
                   WS-BLANK-FILENAME
           CALL 'IOMOD'
             USING WS-OPEN-KEYED
                   WS-FILE-KEY
                   ARCH-INDEX-RECORD
                   WS-IO-STATUS
                   WS-ARCH-FILENAME
           IF NOT IO-OK
               DISPLAY "ERROR - COULD NOT READ BACK CDARCH, STATUS "
                       WS-IO-STATUS
               MOVE 16 TO WS-RUN-RC
               GO TO D200-EXIT
           END-IF
           MOVE LOW-VALUES TO WS-PREV-ACCOUNT
           MOVE 'RNK ' TO WS-SCAN-ACTION
           PERFORM UNTIL KEYED-SCAN-EOF
               MOVE 'RNK ' TO WS-SCAN-ACTION
               CALL 'IOMOD'
                 USING WS-SCAN-ACTION
                       WS-FILE-KEY
                       ARCH-INDEX-RECORD
                       WS-IO-STATUS
                       WS-BLANK-FILENAME
               IF NOT KEYED-SCAN-EOF
                   ADD 1 TO WS-CT-AFTER-COUNT(WS-FILE-NO)
                   ADD AX-AMOUNT TO WS-CT-AFTER-TOTAL(WS-FILE-NO)
                   MOVE AX-ACCOUNT TO WS-LOOK-ACCOUNT
                   PERFORM D130-CHECK-AFTER-ACCOUNT
               END-IF
           END-PERFORM
           CALL 'IOMOD'
             USING WS-CLOSE
                   WS-FILE-KEY
                   ARCH-INDEX-RECORD
                   WS-IO-STATUS
                   WS-BLANK-FILENAME
           .
       D200-EXIT.
           EXIT.

      *CDXREF - THE KEY DOES NOT CHANGE, SO EACH ROW IS REWRITTEN
      *IN PLACE WITH ITS NEW MASTER ACCOUNT.
       D300-REKEY-CDXREF      SECTION.
           MOVE WS-FILE-CDXREF TO WS-FILE-NO
           MOVE SPACES TO RN-CERT-RECORD
           WRITE RN-CERT-RECORD
           MOVE WS-FILE-NAME(WS-FILE-NO) TO CF-FILE
           MOVE "ROWS RE-POINTED (CD ACCOUNT IN NOTE)" TO CF-TEXT
           WRITE RN-CERT-RECORD FROM WS-CERT-FILE-LINE
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-XRK-COUNT
               MOVE WS-XRK-ENTRY(WS-KEY-IDX) TO XREF-RECORD
               MOVE XR-MAST-ACCOUNT TO WS-LOOK-ACCOUNT
               PERFORM F100-FIND-OLD
               MOVE WS-MAP-NEW(WS-MAP-PICK) TO XR-MAST-ACCOUNT
               CALL 'IOMOD'
                 USING WS-REWRITE-KEYED2
                       WS-FILE-KEY2
                       XREF-RECORD
                       WS-IO-STATUS
                       WS-BLANK-FILENAME
               IF IO-OK
                   MOVE WS-KEY-IDX TO WS-CUR-REC-NO
                   MOVE XR-MAST-ACCOUNT TO WS-CUR-ACCOUNT
                   MOVE 0 TO WS-CUR-AMOUNT
                   MOVE XR-CD-ACCOUNT TO WS-CUR-NOTE
                   PERFORM W200-WRITE-DETAIL
               ELSE
                   DISPLAY "ERROR - CDXREF REWRITE OF "
                           XR-CD-ACCOUNT " FAILED, STATUS "
                           WS-IO-STATUS
                   MOVE 16 TO WS-RUN-RC
               END-IF
           END-PERFORM
           CALL 'IOMOD'
             USING WS-CLOSE
                   WS-FILE-KEY2
                   XREF-RECORD
                   WS-IO-STATUS
                   WS-BLANK-FILENAME
           CALL 'IOMOD'
             USING WS-OPEN-KEYED2
                   WS-FILE-KEY2
                   XREF-RECORD
                   WS-IO-STATUS
                   WS-XREF-FILENAME
           IF NOT IO-OK
               DISPLAY "ERROR - COULD NOT READ BACK CDXREF, STATUS "
                       WS-IO-STATUS
               MOVE 16 TO WS-RUN-RC
               GO TO D300-EXIT
           END-IF
      *THE CROSS-REFERENCE RUNS IN CD-ACCOUNT ORDER, NOT MASTER
      *ORDER, SO ONLY THE OLD-NUMBER CHECK APPLIES HERE.
           MOVE 'RN2 ' TO WS-SCAN-ACTION
           PERFORM UNTIL KEYED-SCAN-EOF
               MOVE 'RN2 ' TO WS-SCAN-ACTION
               CALL 'IOMOD'
                 USING WS-SCAN-ACTION
                       WS-FILE-KEY2
                       XREF-RECORD
                       WS-IO-STATUS
                       WS-BLANK-FILENAME
               IF NOT KEYED-SCAN-EOF
                   ADD 1 TO WS-CT-AFTER-COUNT(WS-FILE-NO)
                   MOVE LOW-VALUES TO WS-PREV-ACCOUNT
                   MOVE XR-MAST-ACCOUNT TO WS-LOOK-ACCOUNT
                   PERFORM D130-CHECK-AFTER-ACCOUNT
               END-IF
           END-PERFORM
           CALL 'IOMOD'
             USING WS-CLOSE
                   WS-FILE-KEY2
                   XREF-RECORD
                   WS-IO-STATUS
                   WS-BLANK-FILENAME
           .
       D300-EXIT.
           EXIT.

      *CLOSE WHICHEVER KEYED MASTERS THE SURVEY LEFT OPEN.
       D900-CLOSE-KEYED       SECTION.
           IF CT-PRESENT(WS-FILE-CDARCH)
               CALL 'IOMOD'
                 USING WS-CLOSE
                       WS-FILE-KEY
                       ARCH-INDEX-RECORD
                       WS-IO-STATUS
                       WS-BLANK-FILENAME
           END-IF
           IF CT-PRESENT(WS-FILE-CDXREF)
               CALL 'IOMOD'
                 USING WS-CLOSE
                       WS-FILE-KEY2
                       XREF-RECORD
                       WS-IO-STATUS
                       WS-BLANK-FILENAME
           END-IF
           .

      *BEFORE/AFTER CONTROLS PER FILE, THEN THE OVERALL VERDICT.
       E100-PRINT-CONTROLS    SECTION.
           MOVE SPACES TO RN-CERT-RECORD
           WRITE RN-CERT-RECORD
           MOVE "CONTROL TOTALS" TO CV-TEXT
           WRITE RN-CERT-RECORD FROM WS-CERT-VERDICT-LINE
           PERFORM VARYING WS-FILE-NO FROM 1 BY 1
                   UNTIL WS-FILE-NO > 7
               PERFORM E110-FILE-CONTROLS
           END-PERFORM
           MOVE SPACES TO RN-CERT-RECORD
           WRITE RN-CERT-RECORD
           IF WS-DISAGREE-COUNT = 0
               MOVE "CERTIFICATE - ALL CONTROL TOTALS AGREE"
                 TO CV-TEXT
           ELSE
               MOVE SPACES TO CV-TEXT
               STRING "CERTIFICATE - CONTROL TOTALS DO NOT AGREE ON "
                      WS-DISAGREE-COUNT " FILE(S)"
                      DELIMITED BY SIZE INTO CV-TEXT
               DISPLAY "ERROR - RENUMBERING CONTROLS DISAGREE ON "
                       WS-DISAGREE-COUNT " FILE(S)"
               MOVE 'E' TO WS-ALERT-SEVERITY
               MOVE "RENUMBERING CONTROL TOTALS DISAGREE"
                 TO WS-ALERT-MESSAGE
               MOVE 'RNCERT' TO WS-ALERT-KEY
               CALL 'ALRTMOD' USING WS-ALERT-JOB WS-BUSINESS-DATE
                                    WS-ALERT-SEVERITY
                                    WS-ALERT-MESSAGE WS-ALERT-KEY
               MOVE 16 TO WS-RUN-RC
           END-IF
           WRITE RN-CERT-RECORD FROM WS-CERT-VERDICT-LINE
           .

       E110-FILE-CONTROLS     SECTION.
           MOVE SPACES TO RN-CERT-RECORD
           WRITE RN-CERT-RECORD
           MOVE WS-FILE-NAME(WS-FILE-NO) TO CF-FILE
           IF WS-CT-BEFORE-COUNT(WS-FILE-NO) = 0
                   AND WS-CT-AFTER-COUNT(WS-FILE-NO) = 0
                   AND WS-CT-EXPECTED(WS-FILE-NO) = 0
               MOVE "NOT PRESENT OR EMPTY - NOTHING TO RE-KEY"
                 TO CF-TEXT
               WRITE RN-CERT-RECORD FROM WS-CERT-FILE-LINE
               GO TO E110-EXIT
           END-IF
           MOVE "CONTROLS" TO CF-TEXT
           WRITE RN-CERT-RECORD FROM WS-CERT-FILE-LINE
           MOVE "BEFORE " TO CT-LABEL
           MOVE WS-CT-BEFORE-COUNT(WS-FILE-NO) TO CT-COUNT
           MOVE WS-CT-BEFORE-TOTAL(WS-FILE-NO) TO CT-TOTAL
           WRITE RN-CERT-RECORD FROM WS-CERT-TOTAL-LINE
           MOVE "AFTER  " TO CT-LABEL
           MOVE WS-CT-AFTER-COUNT(WS-FILE-NO) TO CT-COUNT
           MOVE WS-CT-AFTER-TOTAL(WS-FILE-NO) TO CT-TOTAL
           WRITE RN-CERT-RECORD FROM WS-CERT-TOTAL-LINE
           MOVE WS-CT-REKEYED(WS-FILE-NO) TO CK-REKEYED
           MOVE WS-CT-EXPECTED(WS-FILE-NO) TO CK-EXPECTED
           MOVE WS-CT-RESIDUAL(WS-FILE-NO) TO CK-RESIDUAL
           MOVE WS-CT-OUT-OF-SEQ(WS-FILE-NO) TO CK-OUT-OF-SEQ
           WRITE RN-CERT-RECORD FROM WS-CERT-CHECK-LINE
           IF WS-CT-BEFORE-COUNT(WS-FILE-NO)
                   = WS-CT-AFTER-COUNT(WS-FILE-NO)
               AND WS-CT-BEFORE-TOTAL(WS-FILE-NO)
                   = WS-CT-AFTER-TOTAL(WS-FILE-NO)
               AND WS-CT-REKEYED(WS-FILE-NO)
                   = WS-CT-EXPECTED(WS-FILE-NO)
               AND WS-CT-RESIDUAL(WS-FILE-NO) = 0
               AND WS-CT-OUT-OF-SEQ(WS-FILE-NO) = 0
               MOVE "CONTROLS AGREE" TO CV-TEXT
           ELSE
               MOVE "*** CONTROLS DO NOT AGREE ***" TO CV-TEXT
               ADD 1 TO WS-DISAGREE-COUNT
           END-IF
           WRITE RN-CERT-RECORD FROM WS-CERT-VERDICT-LINE
           .
       E110-EXIT.
           EXIT.

      *MAPPING LOOKUPS ON WS-LOOK-ACCOUNT.
       F100-FIND-OLD          SECTION.
           MOVE 0 TO WS-MAP-PICK
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
                      OR WS-MAP-PICK > 0
               IF WS-MAP-OLD(WS-MAP-IDX) = WS-LOOK-ACCOUNT
                   SET WS-MAP-PICK TO WS-MAP-IDX
               END-IF
           END-PERFORM
           .

       F110-FIND-NEW          SECTION.
           MOVE 0 TO WS-NEW-PICK
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
                      OR WS-NEW-PICK > 0
               IF WS-MAP-NEW(WS-MAP-IDX) = WS-LOOK-ACCOUNT
                   SET WS-NEW-PICK TO WS-MAP-IDX
               END-IF
           END-PERFORM
           .

      *SEQUENTIAL FILE ACTIONS ON FILE WS-FILE-NO (1-5).
       G100-OPEN-INPUT        SECTION.
           EVALUATE WS-FILE-NO
               WHEN 1
                   OPEN INPUT MASTER-FILE
                   MOVE WS-MAST-STATUS TO WS-CUR-STATUS
               WHEN 2
                   OPEN INPUT ARCHIVE-FILE
                   MOVE WS-ARCH-STATUS TO WS-CUR-STATUS
               WHEN 3
                   OPEN INPUT DORMANT-CTL-FILE
                   MOVE WS-DORM-STATUS TO WS-CUR-STATUS
               WHEN 4
                   OPEN INPUT BAL-HIST-FILE
                   MOVE WS-BALH-STATUS TO WS-CUR-STATUS
               WHEN 5
                   OPEN INPUT CLOSED-FILE
                   MOVE WS-CLOSED-STATUS TO WS-CUR-STATUS
           END-EVALUATE
           .

      *HANDS BACK THE RECORD IN WS-CUR-RECORD WITH ITS CONTROL
      *AMOUNT AND A SHORT NOTE FOR THE CERTIFICATE.
       G110-READ-NEXT         SECTION.
           MOVE SPACES TO WS-CUR-RECORD
           MOVE SPACES TO WS-CUR-NOTE
           MOVE 0 TO WS-CUR-AMOUNT
           EVALUATE WS-FILE-NO
               WHEN 1
                   READ MASTER-FILE
                       AT END SET INPUT-DONE TO TRUE
                       NOT AT END
                           MOVE MASTER-RECORD TO WS-CUR-RECORD
                           MOVE M-BALANCE TO WS-CUR-AMOUNT
                           MOVE M-SURNAME TO WS-CUR-NOTE
                   END-READ
               WHEN 2
                   READ ARCHIVE-FILE
                       AT END SET INPUT-DONE TO TRUE
                       NOT AT END
                           MOVE ARCHIVE-RECORD TO WS-CUR-RECORD
                           MOVE ARC-TRANS-AMOUNT TO WS-CUR-AMOUNT
                           MOVE ARC-RUN-DATE TO WS-CUR-NOTE
                   END-READ
               WHEN 3
                   READ DORMANT-CTL-FILE
                       AT END SET INPUT-DONE TO TRUE
                       NOT AT END
                           MOVE DORMANT-CTL-RECORD TO WS-CUR-RECORD
                           MOVE DC-DORMANT-COUNT TO WS-CUR-AMOUNT
                           MOVE "DORMANT RUNS" TO WS-CUR-NOTE
                   END-READ
               WHEN 4
                   READ BAL-HIST-FILE
                       AT END SET INPUT-DONE TO TRUE
                       NOT AT END
                           MOVE BAL-HIST-RECORD TO WS-CUR-RECORD
                           MOVE BH-BALANCE TO WS-CUR-AMOUNT
                           MOVE BH-RUN-DATE TO WS-CUR-NOTE
                   END-READ
               WHEN 5
                   READ CLOSED-FILE
                       AT END SET INPUT-DONE TO TRUE
                       NOT AT END
                           MOVE CLOSED-RECORD TO WS-CUR-RECORD
                           MOVE CL-BALANCE TO WS-CUR-AMOUNT
                           IF CL-FILLER(1:1) = 'R'
                               MOVE "TOMBSTONE" TO WS-CUR-NOTE
                           ELSE
                               MOVE "CLOSURE" TO WS-CUR-NOTE
                           END-IF
                   END-READ
           END-EVALUATE
           .

       G120-OPEN-OUTPUT       SECTION.
           EVALUATE WS-FILE-NO
               WHEN 1
                   OPEN OUTPUT MASTER-FILE
                   MOVE WS-MAST-STATUS TO WS-CUR-STATUS
               WHEN 2
                   OPEN OUTPUT ARCHIVE-FILE
                   MOVE WS-ARCH-STATUS TO WS-CUR-STATUS
               WHEN 3
                   OPEN OUTPUT DORMANT-CTL-FILE
                   MOVE WS-DORM-STATUS TO WS-CUR-STATUS
               WHEN 4
                   OPEN OUTPUT BAL-HIST-FILE
                   MOVE WS-BALH-STATUS TO WS-CUR-STATUS
               WHEN 5
                   OPEN OUTPUT CLOSED-FILE
                   MOVE WS-CLOSED-STATUS TO WS-CUR-STATUS
           END-EVALUATE
           .

       G130-WRITE             SECTION.
           EVALUATE WS-FILE-NO
               WHEN 1
                   MOVE WS-CUR-RECORD TO MASTER-RECORD
                   WRITE MASTER-RECORD
               WHEN 2
                   MOVE WS-CUR-RECORD TO ARCHIVE-RECORD
                   WRITE ARCHIVE-RECORD
               WHEN 3
                   MOVE WS-CUR-RECORD(1:8) TO DORMANT-CTL-RECORD
                   WRITE DORMANT-CTL-RECORD
               WHEN 4
                   MOVE WS-CUR-RECORD TO BAL-HIST-RECORD
                   WRITE BAL-HIST-RECORD
               WHEN 5
                   MOVE WS-CUR-RECORD TO CLOSED-RECORD
                   WRITE CLOSED-RECORD
           END-EVALUATE
           .

       G140-CLOSE             SECTION.
           EVALUATE WS-FILE-NO
               WHEN 1
                   CLOSE MASTER-FILE
               WHEN 2
                   CLOSE ARCHIVE-FILE
               WHEN 3
                   CLOSE DORMANT-CTL-FILE
               WHEN 4
                   CLOSE BAL-HIST-FILE
               WHEN 5
                   CLOSE CLOSED-FILE
           END-EVALUATE
           .

       W100-WRITE-REFUSAL     SECTION.
           ADD 1 TO WS-REFUSE-COUNT
           WRITE RN-CERT-RECORD FROM WS-CERT-REFUSE-LINE
           DISPLAY "ERROR - " CR-REASON " " CR-ACCOUNT " " CR-FILE
           MOVE SPACES TO CR-FILE
           .

      *ONE CERTIFICATE LINE PER RECORD RE-KEYED. WS-LOOK-ACCOUNT
      *STILL HOLDS THE OLD NUMBER, WS-CUR-ACCOUNT THE NEW ONE.
       W200-WRITE-DETAIL      SECTION.
           ADD 1 TO WS-CT-REKEYED(WS-FILE-NO)
           ADD 1 TO WS-RUN-REKEYED-COUNT
           MOVE WS-CUR-REC-NO TO CD-REC-NO
           MOVE WS-LOOK-ACCOUNT TO CD-OLD
           MOVE WS-CUR-ACCOUNT TO CD-NEW
           MOVE WS-CUR-AMOUNT TO CD-AMOUNT
           MOVE WS-CUR-NOTE TO CD-NOTE
           WRITE RN-CERT-RECORD FROM WS-CERT-DETAIL-LINE
           .

       Z100-WRITE-RUN-LOG     SECTION.
           MOVE "EXPPRG74" TO RL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE WS-RUN-INPUT-COUNT TO RL-INPUT-COUNT
           MOVE WS-RUN-REKEYED-COUNT TO RL-OUTPUT-COUNT
           MOVE WS-REFUSE-COUNT TO RL-OUTPUT-COUNT-2
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
