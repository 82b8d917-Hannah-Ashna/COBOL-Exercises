       ID DIVISION.
       PROGRAM-ID. EXPPROG85.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * DATA MASKING OF PRODUCTION COPIES FOR REHEARSAL RUNS. THE
      * EXPPROG59 GENERATOR COVERS THE AWKWARD CASES WE THOUGHT OF;
      * YEAR-END AND THE EXPPROG10 CROSS-CHECK NEED REAL VOLUMES AND
      * REAL HISTORY. THIS JOB TAKES PRODUCTION COPIES UNDER THEIR
      * USUAL NAMES AND WRITES MASKED COPIES FOR THE TEST AREA:
      *
      *   CDIN     TO MKCDIN   - A/C SURNAME + INITIALS, B STREET,
      *                          TOWN AND POSTCODE
      *   CDCUST   TO MKCUST   - SURNAME, INITIALS, STREET, TOWN,
      *                          POSTCODE (KEYED, IOMOD SLOTS)
      *   CDJOINT  TO MKJOINT  - SECOND HOLDER'S SURNAME, INITIALS
      *                          (KEYED, IOMOD SLOTS)
      *   MASTIN   TO MKMAST   - MASTERFILE SURNAME AND INITIAL
      *   FILEIN   TO MKFILEIN - EXPPROG5 INPUT SURNAME AND INITIAL
      *   CDOUT    TO MKCDOUT  - COPIED THROUGH
      *   CDEXCEP  TO MKEXCEP  - COPIED THROUGH
      *   CDEXREM  TO MKEXREM  - COPIED THROUGH
      * CDOUT AND THE EXCEPTION FILES CARRY NO NAME OR ADDRESS
      * FIELD; THEY ARE COPIED SO THE REHEARSAL SET IS ONE
      * GENERATION. BALANCES, DATES, ACCOUNT KEYS, COUNTIES, TITLES,
      * HOUSE NUMBERS AND HEADER RECORDS ARE NEVER TOUCHED, SO EVERY
      * CONTROL TOTAL STILL RECONCILES.
      *
      * CONSISTENCY: EVERY SUBSTITUTE IS COMPUTED FROM THE REAL
      * VALUE ITSELF (A KEYED HASH), NOT LOOKED UP IN A RUN TABLE,
      * SO THE SAME REAL VALUE BECOMES THE SAME SUBSTITUTE IN EVERY
      * FILE AND ON EVERY RUN WITH THE SAME KEY. THE VALUE IS FIRST
      * NORMALIZED THE WAY EXPPROG37 NORMALIZES (LEFT-JUSTIFIED,
      * TRAILING FULL STOPS DROPPED) AND CUT TO THE NARROWEST WIDTH
      * THE FIELD HAS ANYWHERE IN THE SUITE (CDCUST TRUNCATES
      * SURNAME TO 20, STREET TO 15, TOWN TO 12), SO A TRUNCATED
      * COPY MASKS TO THE SAME SUBSTITUTE AS ITS FULL ORIGINAL AND
      * JOINS AND DUPLICATE DETECTION BEHAVE AS THEY DID.
      *   SURNAME/TOWN - ROOT + ENDING FROM THE TABLES BELOW
      *   STREET       - ROOT + STREET TYPE
      *   POSTCODE     - THE OUTCODE (DISTRICT) IS KEPT SO PCDCTRL
      *                  STILL VALIDATES IT; EACH INCODE DIGIT AND
      *                  LETTER IS REPLACED BY ANOTHER OF ITS KIND,
      *                  SO A MALFORMED POSTCODE STAYS MALFORMED
      *   INITIALS     - ONE LETTER-FOR-LETTER CIPHER FOR THE RUN
      * BLANK FIELDS STAY BLANK.
      *
      * THE KEY COMES FROM THE MASKCTL CARD (8 DIGITS) AND IS HELD
      * BY OPERATIONS, NOT THE TEST AREA, SO THE SUBSTITUTION CANNOT
      * BE REPLAYED FROM A LIST OF NAMES. WITHOUT THE CARD A FIXED
      * DEFAULT KEY IS USED AND THE RUN ENDS RC 4.
      *
      * A PRODUCTION COPY THAT IS ABSENT IS NOTED AND SKIPPED. AN
      * OUTPUT THAT CANNOT BE OPENED STOPS THE RUN WITH RC 12.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT MASK-CTRL-FILE ASSIGN TO MASKCTL
           FILE STATUS IS WS-CTL-STATUS.
           SELECT CDIN-FILE ASSIGN TO CDIN
           FILE STATUS IS WS-IN-STATUS.
           SELECT MK-CDIN-FILE ASSIGN TO MKCDIN
           FILE STATUS IS WS-OUT-STATUS.
           SELECT CDOUT-FILE ASSIGN TO CDOUT
           FILE STATUS IS WS-IN-STATUS.
           SELECT MK-CDOUT-FILE ASSIGN TO MKCDOUT
           FILE STATUS IS WS-OUT-STATUS.
           SELECT MAST-FILE ASSIGN TO MASTIN
           FILE STATUS IS WS-IN-STATUS.
           SELECT MK-MAST-FILE ASSIGN TO MKMAST
           FILE STATUS IS WS-OUT-STATUS.
           SELECT FILEIN-FILE ASSIGN TO FILEIN
           FILE STATUS IS WS-IN-STATUS.
           SELECT MK-FILEIN-FILE ASSIGN TO MKFILEIN
           FILE STATUS IS WS-OUT-STATUS.
           SELECT EXCEP-FILE ASSIGN TO CDEXCEP
           FILE STATUS IS WS-IN-STATUS.
           SELECT MK-EXCEP-FILE ASSIGN TO MKEXCEP
           FILE STATUS IS WS-OUT-STATUS.
           SELECT EXREM-FILE ASSIGN TO CDEXREM
           FILE STATUS IS WS-IN-STATUS.
           SELECT MK-EXREM-FILE ASSIGN TO MKEXREM
           FILE STATUS IS WS-OUT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD MASK-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 MASK-CTRL-REC.
           03 MK-KEY             PIC X(8).
           03 FILLER             PIC X(72).

       FD CDIN-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 CDIN-REC               PIC X(80).

       FD MK-CDIN-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 MK-CDIN-REC            PIC X(80).

       FD CDOUT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 CDOUT-REC              PIC X(80).

       FD MK-CDOUT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 MK-CDOUT-REC           PIC X(80).

      *DTBPROG6'S MASTERFILE LAYOUT - MUST BE KEPT IN STEP WITH THE
      *MASTER-RECORD DECLARED THERE.
       FD MAST-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 MASTER-RECORD.
           COPY MASTREC REPLACING ==:PRE:== BY ==M==.

       FD MK-MAST-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 MK-MAST-REC            PIC X(80).

      *EXPPROG5'S INPUT-RECORD LAYOUT - MUST BE KEPT IN STEP.
       FD FILEIN-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 FILEIN-REC.
           03 FI-ACCOUNT         PIC 9(5).
           03 FI-INITIAL         PIC X(1).
           03 FI-SURNAME         PIC X(20).
           03 FILLER             PIC X(54).

       FD MK-FILEIN-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 MK-FILEIN-REC          PIC X(80).

       FD EXCEP-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 EXCEP-REC              PIC X(120).

       FD MK-EXCEP-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 MK-EXCEP-REC           PIC X(120).

       FD EXREM-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 EXREM-REC              PIC X(120).

       FD MK-EXREM-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 MK-EXREM-REC           PIC X(120).

       FD RUN-LOG-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 RUN-LOG-RECORD.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE       PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP     PIC X(16) VALUE SPACES.

       01 WS-CTL-STATUS          PIC X(2).
           88 CTL-OK             VALUE "00".
       01 WS-IN-STATUS           PIC X(2).
           88 IN-OK              VALUE "00".
       01 WS-OUT-STATUS          PIC X(2).
           88 OUT-OK             VALUE "00".
       01 WS-RUNLOG-STATUS       PIC X(2).

       01 WS-EOF-FLAG            PIC X VALUE 'N'.
           88 INPUT-DONE         VALUE 'Y'.

       01 WS-RUN-INPUT-COUNT     PIC 9(8) VALUE 0.
       01 WS-WRITTEN-COUNT       PIC 9(8) VALUE 0.
       01 WS-MASKED-COUNT        PIC 9(8) VALUE 0.
       01 WS-FILE-READ           PIC 9(8) VALUE 0.
       01 WS-FILE-MASKED         PIC 9(8) VALUE 0.

      *MASKING KEY (MASKCTL) AND THE DEFAULT USED WITHOUT IT.
       01 WS-MASK-KEY            PIC 9(8) VALUE 0.
       01 WS-DEFAULT-KEY         PIC 9(8) VALUE 52718093.
       01 WS-KEY-DEFAULTED       PIC X VALUE 'N'.
           88 KEY-DEFAULTED      VALUE 'Y'.

      *LETTER-FOR-LETTER CIPHER FOR INITIALS, SHUFFLED FROM THE KEY
      *SO THAT NO LETTER STANDS FOR ITSELF.
       01 WS-ALPHABET            PIC X(26)
                                 VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-CIPHER              PIC X(26).
       01 WS-SWAP                PIC X(1).
       01 WS-SEED                PIC 9(10) VALUE 0.
       01 WS-CI                  PIC 9(2).
       01 WS-CJ                  PIC 9(2).

      *MASKING WORK FIELDS. WS-MASK-KIND SEPARATES THE HASHES OF
      *THE FOUR FIELD KINDS; WS-MASK-WIDTH IS THE WIDTH HASHED.
       01 WS-MASK-IN             PIC X(30).
       01 WS-MASK-RESULT         PIC X(30).
       01 WS-MASK-KIND           PIC 9(1).
       01 WS-MASK-WIDTH          PIC 9(2).
       01 WS-HASH                PIC 9(10).
       01 WS-HASH-QUOT           PIC 9(10).
       01 WS-PICK-A              PIC 9(2).
       01 WS-PICK-B              PIC 9(2).

      *LEFT-JUSTIFY WORK AREA - THE SAME NORMALIZATION EXPPROG37
      *APPLIES BEFORE IT PAIRS CUSTOMERS.
       01 WS-NORM-IN             PIC X(30).
       01 WS-NORM-WORK           PIC X(30).
       01 WS-NORM-I              PIC 9(2).
       01 WS-NORM-START          PIC 9(2).
       01 WS-NORM-DONE           PIC X.

      *POSTCODE WORK FIELDS.
       01 WS-PCD-FIELD           PIC X(10).
       01 WS-PCD-START           PIC 9(2).
       01 WS-PCD-FROM            PIC 9(2).
       01 WS-PCD-I               PIC 9(2).
       01 WS-PCD-CHAR            PIC X(1).
           88 PCD-CHAR-DIGIT     VALUE '0' THRU '9'.
           88 PCD-CHAR-ALPHA     VALUE 'A' THRU 'Z'.
       01 WS-PCD-PICK            PIC 9(2).
      *INCODE LETTERS - THE ROYAL MAIL NEVER USES C I K M O V THERE.
       01 WS-INCODE-LETTERS      PIC X(20)
                                 VALUE "ABDEFGHJLNPQRSTUWXYZ".

      *SUBSTITUTE NAME ROOTS - SURNAMES, TOWNS AND STREETS.
       01 WS-ROOT-SET.
           03 FILLER             PIC X(7) VALUE 'ASH'.
           03 FILLER             PIC X(7) VALUE 'BARN'.
           03 FILLER             PIC X(7) VALUE 'BECK'.
           03 FILLER             PIC X(7) VALUE 'BIRCH'.
           03 FILLER             PIC X(7) VALUE 'BLACK'.
           03 FILLER             PIC X(7) VALUE 'BRAD'.
           03 FILLER             PIC X(7) VALUE 'BROOK'.
           03 FILLER             PIC X(7) VALUE 'BUCK'.
           03 FILLER             PIC X(7) VALUE 'BURN'.
           03 FILLER             PIC X(7) VALUE 'CALD'.
           03 FILLER             PIC X(7) VALUE 'CARR'.
           03 FILLER             PIC X(7) VALUE 'CHAD'.
           03 FILLER             PIC X(7) VALUE 'CLAY'.
           03 FILLER             PIC X(7) VALUE 'COLD'.
           03 FILLER             PIC X(7) VALUE 'CRAN'.
           03 FILLER             PIC X(7) VALUE 'DALE'.
           03 FILLER             PIC X(7) VALUE 'DEN'.
           03 FILLER             PIC X(7) VALUE 'ELM'.
           03 FILLER             PIC X(7) VALUE 'FAIR'.
           03 FILLER             PIC X(7) VALUE 'FARN'.
           03 FILLER             PIC X(7) VALUE 'FEN'.
           03 FILLER             PIC X(7) VALUE 'GOLD'.
           03 FILLER             PIC X(7) VALUE 'GREEN'.
           03 FILLER             PIC X(7) VALUE 'HAL'.
           03 FILLER             PIC X(7) VALUE 'HART'.
           03 FILLER             PIC X(7) VALUE 'HAY'.
           03 FILLER             PIC X(7) VALUE 'HOLL'.
           03 FILLER             PIC X(7) VALUE 'HORN'.
           03 FILLER             PIC X(7) VALUE 'KING'.
           03 FILLER             PIC X(7) VALUE 'LANG'.
           03 FILLER             PIC X(7) VALUE 'LEA'.
           03 FILLER             PIC X(7) VALUE 'MARSH'.
           03 FILLER             PIC X(7) VALUE 'MILL'.
           03 FILLER             PIC X(7) VALUE 'MOSS'.
           03 FILLER             PIC X(7) VALUE 'NEW'.
           03 FILLER             PIC X(7) VALUE 'NOR'.
           03 FILLER             PIC X(7) VALUE 'OAK'.
           03 FILLER             PIC X(7) VALUE 'PARK'.
           03 FILLER             PIC X(7) VALUE 'PEN'.
           03 FILLER             PIC X(7) VALUE 'RAD'.
           03 FILLER             PIC X(7) VALUE 'ROTH'.
           03 FILLER             PIC X(7) VALUE 'RUSH'.
           03 FILLER             PIC X(7) VALUE 'STAN'.
           03 FILLER             PIC X(7) VALUE 'THORN'.
           03 FILLER             PIC X(7) VALUE 'WAL'.
           03 FILLER             PIC X(7) VALUE 'WEST'.
           03 FILLER             PIC X(7) VALUE 'WHIT'.
           03 FILLER             PIC X(7) VALUE 'WIL'.
           03 FILLER             PIC X(7) VALUE 'WOOD'.
           03 FILLER             PIC X(7) VALUE 'WREN'.
       01 WS-ROOT-RED REDEFINES WS-ROOT-SET.
           03 WS-ROOT OCCURS 50 TIMES PIC X(7).

       01 WS-ENDING-SET.
           03 FILLER             PIC X(5) VALUE 'FIELD'.
           03 FILLER             PIC X(5) VALUE 'LEY'.
           03 FILLER             PIC X(5) VALUE 'TON'.
           03 FILLER             PIC X(5) VALUE 'FORD'.
           03 FILLER             PIC X(5) VALUE 'WOOD'.
           03 FILLER             PIC X(5) VALUE 'HAM'.
           03 FILLER             PIC X(5) VALUE 'BURY'.
           03 FILLER             PIC X(5) VALUE 'WELL'.
           03 FILLER             PIC X(5) VALUE 'BY'.
           03 FILLER             PIC X(5) VALUE 'COTE'.
           03 FILLER             PIC X(5) VALUE 'DEN'.
           03 FILLER             PIC X(5) VALUE 'HURST'.
           03 FILLER             PIC X(5) VALUE 'LOW'.
           03 FILLER             PIC X(5) VALUE 'MORE'.
           03 FILLER             PIC X(5) VALUE 'WICK'.
           03 FILLER             PIC X(5) VALUE 'WORTH'.
       01 WS-ENDING-RED REDEFINES WS-ENDING-SET.
           03 WS-ENDING OCCURS 16 TIMES PIC X(5).

       01 WS-STREET-TYPE-SET.
           03 FILLER             PIC X(5) VALUE 'ROAD'.
           03 FILLER             PIC X(5) VALUE 'LANE'.
           03 FILLER             PIC X(5) VALUE 'CLOSE'.
           03 FILLER             PIC X(5) VALUE 'WAY'.
           03 FILLER             PIC X(5) VALUE 'DRIVE'.
           03 FILLER             PIC X(5) VALUE 'GROVE'.
           03 FILLER             PIC X(5) VALUE 'ROW'.
           03 FILLER             PIC X(5) VALUE 'HILL'.
           03 FILLER             PIC X(5) VALUE 'PLACE'.
           03 FILLER             PIC X(5) VALUE 'COURT'.
       01 WS-STREET-TYPE-RED REDEFINES WS-STREET-TYPE-SET.
           03 WS-STREET-TYPE OCCURS 10 TIMES PIC X(5).

      *CDIN RECORD VIEWS - THE REAL COPYBOOK LAYOUTS.
       01 MK-RECORDA.
           COPY CDRECA.
       01 MK-RECORDB.
           COPY CDRECB.
       01 MK-RECORDC.
           COPY CDRECC.

      *IOMOD ACTION/FILE-ID CONSTANTS. THE PRODUCTION COPY IS WALKED
      *ON THE FILEKEY SLOT AND THE MASKED MASTER LOADED ON FILEKEY2
      *(RELOADS REFRESH KEYS IN PLACE, THE EXPPROG22 CONVENTION).
       01 WS-GENERAL-FILLER.
           03 WS-OPEN-KEYED      PIC X(4) VALUE 'OK  '.
           03 WS-READ-NEXT-KEYED PIC X(4) VALUE 'RNK '.
               88 KEYED-SCAN-EOF          VALUE 'RSEF'.
           03 WS-OPEN-KEYED2     PIC X(4) VALUE 'OK2 '.
           03 WS-WRITE-KEYED2    PIC X(4) VALUE 'WK2 '.
           03 WS-REWRITE-KEYED2  PIC X(4) VALUE 'RW2 '.
           03 WS-CLOSE           PIC X(4) VALUE 'C   '.
           03 WS-FILE-KEY        PIC X(8) VALUE 'FILEKEY '.
           03 WS-FILE-KEY2       PIC X(8) VALUE 'FILEKEY2'.
       01 WS-IO-STATUS           PIC X(2).
           88 IO-OK              VALUE "00".
           88 IO-DUP-KEY         VALUE "22".
       01 WS-KEYED-IN-NAME       PIC X(8).
       01 WS-KEYED-OUT-NAME      PIC X(8).
       01 WS-KEYED-KIND          PIC X(1).
           88 KEYED-IS-CUSTOMER  VALUE 'C'.
           88 KEYED-IS-JOINT     VALUE 'J'.
       01 WS-KEYED-RECORD        PIC X(80).

      *CDCUST LAYOUT (EXPPROG1 CUST-RECORD) - MUST BE KEPT IN STEP.
       01 CUST-RECORD.
           03 CUST-ACCOUNT       PIC X(8).
           03 CUST-TITLE         PIC X(3).
           03 CUST-INITIALS      PIC X(2).
           03 CUST-SURNAME       PIC X(20).
           03 CUST-ADDRESS-NUM   PIC 9(4).
           03 CUST-STREET        PIC X(15).
           03 CUST-TOWN          PIC X(12).
           03 CUST-POST-CODE     PIC X(10).
           03 CUST-FILLER        PIC X(6).

       01 JNT-RECORD.
           COPY CDJNT.
      *
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING PRODUCTION COPY MASKING"
           PERFORM B100-LOAD-MASK-KEY
           PERFORM B200-BUILD-CIPHER
           PERFORM C100-MASK-CDIN
           PERFORM C200-COPY-CDOUT
           PERFORM C300-MASK-MASTERFILE
           PERFORM C400-MASK-FILEIN
           PERFORM C500-COPY-EXCEPTIONS
           PERFORM C600-COPY-REMAINDERS
           MOVE 'CDCUST  ' TO WS-KEYED-IN-NAME
           MOVE 'MKCUST  ' TO WS-KEYED-OUT-NAME
           MOVE 'C' TO WS-KEYED-KIND
           PERFORM C700-MASK-KEYED-MASTER
           MOVE 'CDJOINT ' TO WS-KEYED-IN-NAME
           MOVE 'MKJOINT ' TO WS-KEYED-OUT-NAME
           MOVE 'J' TO WS-KEYED-KIND
           PERFORM C700-MASK-KEYED-MASTER
           IF KEY-DEFAULTED
               DISPLAY "WARNING - MASKED WITH THE DEFAULT KEY, NO "
                       "MASKCTL CARD"
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - RECORDS READ:    " WS-RUN-INPUT-COUNT
           DISPLAY "STATUS - RECORDS WRITTEN: " WS-WRITTEN-COUNT
           DISPLAY "STATUS - RECORDS MASKED:  " WS-MASKED-COUNT
           DISPLAY "STATUS - PRODUCTION COPY MASKING DONE"
           GOBACK
           .

       B100-LOAD-MASK-KEY     SECTION.
           MOVE WS-DEFAULT-KEY TO WS-MASK-KEY
           MOVE 'Y' TO WS-KEY-DEFAULTED
           OPEN INPUT MASK-CTRL-FILE
           IF NOT CTL-OK
               GO TO B100-EXIT
           END-IF
           READ MASK-CTRL-FILE
               AT END CONTINUE
               NOT AT END
                   IF MK-KEY NUMERIC AND MK-KEY NOT = ZEROS
                       MOVE MK-KEY TO WS-MASK-KEY
                       MOVE 'N' TO WS-KEY-DEFAULTED
                   END-IF
           END-READ
           CLOSE MASK-CTRL-FILE.
       B100-EXIT.
           EXIT.

      *SATTOLO'S SHUFFLE OF THE ALPHABET, DRIVEN BY THE SAME
      *CONGRUENTIAL SERIES AS EXPPROG59 SEEDED FROM THE KEY - EVERY
      *LETTER MOVES, AND THE SAME KEY GIVES THE SAME CIPHER.
       B200-BUILD-CIPHER      SECTION.
           MOVE WS-ALPHABET TO WS-CIPHER
           MOVE WS-MASK-KEY TO WS-SEED
           PERFORM VARYING WS-CI FROM 26 BY -1 UNTIL WS-CI < 2
               COMPUTE WS-SEED =
                       FUNCTION MOD(WS-SEED * 31421 + 6927, 99999989)
               COMPUTE WS-CJ = FUNCTION MOD(WS-SEED, WS-CI - 1) + 1
               MOVE WS-CIPHER(WS-CI:1) TO WS-SWAP
               MOVE WS-CIPHER(WS-CJ:1) TO WS-CIPHER(WS-CI:1)
               MOVE WS-SWAP TO WS-CIPHER(WS-CJ:1)
           END-PERFORM
           .

      *CDIN - HEADER AND ANY RECORD THAT IS NOT AN A, B OR C GO
      *THROUGH UNCHANGED.
       C100-MASK-CDIN         SECTION.
           MOVE 0 TO WS-FILE-READ
           MOVE 0 TO WS-FILE-MASKED
           OPEN INPUT CDIN-FILE
           IF NOT IN-OK
               DISPLAY "STATUS - CDIN NOT PRESENT, MKCDIN NOT WRITTEN"
               GO TO C100-EXIT
           END-IF
           OPEN OUTPUT MK-CDIN-FILE
           IF NOT OUT-OK
               DISPLAY "ERROR - COULD NOT OPEN MKCDIN, STATUS "
                       WS-OUT-STATUS
               CLOSE CDIN-FILE
               PERFORM W900-OUTPUT-FAILED
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ CDIN-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       MOVE CDIN-REC TO MK-CDIN-REC
                       EVALUATE CDIN-REC(80:1)
                           WHEN 'A'
                               PERFORM C110-MASK-CDIN-A
                           WHEN 'B'
                               PERFORM C120-MASK-CDIN-B
                           WHEN 'C'
                               PERFORM C130-MASK-CDIN-C
                       END-EVALUATE
                       WRITE MK-CDIN-REC
               END-READ
           END-PERFORM
           CLOSE CDIN-FILE
           CLOSE MK-CDIN-FILE
           PERFORM W100-FILE-DONE
           DISPLAY "STATUS - CDIN: " WS-FILE-READ " READ, "
                   WS-FILE-MASKED " MASKED TO MKCDIN".
       C100-EXIT.
           EXIT.

       C110-MASK-CDIN-A       SECTION.
           MOVE CDIN-REC TO MK-RECORDA
           INSPECT INITIALS CONVERTING WS-ALPHABET TO WS-CIPHER
           MOVE SURNAME TO WS-MASK-IN
           PERFORM D100-MASK-SURNAME
           MOVE WS-MASK-RESULT TO SURNAME
           MOVE MK-RECORDA TO MK-CDIN-REC
           ADD 1 TO WS-FILE-MASKED
           .

       C120-MASK-CDIN-B       SECTION.
           MOVE CDIN-REC TO MK-RECORDB
           MOVE STREET TO WS-MASK-IN
           PERFORM D200-MASK-STREET
           MOVE WS-MASK-RESULT TO STREET
           MOVE TOWN TO WS-MASK-IN
           PERFORM D300-MASK-TOWN
           MOVE WS-MASK-RESULT TO TOWN
           MOVE POST-CODE TO WS-PCD-FIELD
           PERFORM D400-MASK-POSTCODE
           MOVE WS-PCD-FIELD TO POST-CODE
           MOVE MK-RECORDB TO MK-CDIN-REC
           ADD 1 TO WS-FILE-MASKED
           .

       C130-MASK-CDIN-C       SECTION.
           MOVE CDIN-REC TO MK-RECORDC
           INSPECT INITIALS-C CONVERTING WS-ALPHABET TO WS-CIPHER
           MOVE SURNAME-C TO WS-MASK-IN
           PERFORM D100-MASK-SURNAME
           MOVE WS-MASK-RESULT TO SURNAME-C
           MOVE MK-RECORDC TO MK-CDIN-REC
           ADD 1 TO WS-FILE-MASKED
           .

       C200-COPY-CDOUT        SECTION.
           MOVE 0 TO WS-FILE-READ
           MOVE 0 TO WS-FILE-MASKED
           OPEN INPUT CDOUT-FILE
           IF NOT IN-OK
               DISPLAY "STATUS - CDOUT NOT PRESENT, MKCDOUT NOT "
                       "WRITTEN"
               GO TO C200-EXIT
           END-IF
           OPEN OUTPUT MK-CDOUT-FILE
           IF NOT OUT-OK
               DISPLAY "ERROR - COULD NOT OPEN MKCDOUT, STATUS "
                       WS-OUT-STATUS
               CLOSE CDOUT-FILE
               PERFORM W900-OUTPUT-FAILED
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ CDOUT-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       WRITE MK-CDOUT-REC FROM CDOUT-REC
               END-READ
           END-PERFORM
           CLOSE CDOUT-FILE
           CLOSE MK-CDOUT-FILE
           PERFORM W100-FILE-DONE
           DISPLAY "STATUS - CDOUT: " WS-FILE-READ " COPIED TO "
                   "MKCDOUT".
       C200-EXIT.
           EXIT.

       C300-MASK-MASTERFILE   SECTION.
           MOVE 0 TO WS-FILE-READ
           MOVE 0 TO WS-FILE-MASKED
           OPEN INPUT MAST-FILE
           IF NOT IN-OK
               DISPLAY "STATUS - MASTIN NOT PRESENT, MKMAST NOT "
                       "WRITTEN"
               GO TO C300-EXIT
           END-IF
           OPEN OUTPUT MK-MAST-FILE
           IF NOT OUT-OK
               DISPLAY "ERROR - COULD NOT OPEN MKMAST, STATUS "
                       WS-OUT-STATUS
               CLOSE MAST-FILE
               PERFORM W900-OUTPUT-FAILED
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ MAST-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       INSPECT M-INITIAL-VAL
                           CONVERTING WS-ALPHABET TO WS-CIPHER
                       MOVE M-SURNAME TO WS-MASK-IN
                       PERFORM D100-MASK-SURNAME
                       MOVE WS-MASK-RESULT TO M-SURNAME
                       ADD 1 TO WS-FILE-MASKED
                       WRITE MK-MAST-REC FROM MASTER-RECORD
               END-READ
           END-PERFORM
           CLOSE MAST-FILE
           CLOSE MK-MAST-FILE
           PERFORM W100-FILE-DONE
           DISPLAY "STATUS - MASTIN: " WS-FILE-READ " READ, "
                   WS-FILE-MASKED " MASKED TO MKMAST".
       C300-EXIT.
           EXIT.

       C400-MASK-FILEIN       SECTION.
           MOVE 0 TO WS-FILE-READ
           MOVE 0 TO WS-FILE-MASKED
           OPEN INPUT FILEIN-FILE
           IF NOT IN-OK
               DISPLAY "STATUS - FILEIN NOT PRESENT, MKFILEIN NOT "
                       "WRITTEN"
               GO TO C400-EXIT
           END-IF
           OPEN OUTPUT MK-FILEIN-FILE
           IF NOT OUT-OK
               DISPLAY "ERROR - COULD NOT OPEN MKFILEIN, STATUS "
                       WS-OUT-STATUS
               CLOSE FILEIN-FILE
               PERFORM W900-OUTPUT-FAILED
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ FILEIN-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       INSPECT FI-INITIAL
                           CONVERTING WS-ALPHABET TO WS-CIPHER
                       MOVE FI-SURNAME TO WS-MASK-IN
                       PERFORM D100-MASK-SURNAME
                       MOVE WS-MASK-RESULT TO FI-SURNAME
                       ADD 1 TO WS-FILE-MASKED
                       WRITE MK-FILEIN-REC FROM FILEIN-REC
               END-READ
           END-PERFORM
           CLOSE FILEIN-FILE
           CLOSE MK-FILEIN-FILE
           PERFORM W100-FILE-DONE
           DISPLAY "STATUS - FILEIN: " WS-FILE-READ " READ, "
                   WS-FILE-MASKED " MASKED TO MKFILEIN".
       C400-EXIT.
           EXIT.

       C500-COPY-EXCEPTIONS   SECTION.
           MOVE 0 TO WS-FILE-READ
           MOVE 0 TO WS-FILE-MASKED
           OPEN INPUT EXCEP-FILE
           IF NOT IN-OK
               DISPLAY "STATUS - CDEXCEP NOT PRESENT, MKEXCEP NOT "
                       "WRITTEN"
               GO TO C500-EXIT
           END-IF
           OPEN OUTPUT MK-EXCEP-FILE
           IF NOT OUT-OK
               DISPLAY "ERROR - COULD NOT OPEN MKEXCEP, STATUS "
                       WS-OUT-STATUS
               CLOSE EXCEP-FILE
               PERFORM W900-OUTPUT-FAILED
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ EXCEP-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       WRITE MK-EXCEP-REC FROM EXCEP-REC
               END-READ
           END-PERFORM
           CLOSE EXCEP-FILE
           CLOSE MK-EXCEP-FILE
           PERFORM W100-FILE-DONE
           DISPLAY "STATUS - CDEXCEP: " WS-FILE-READ " COPIED TO "
                   "MKEXCEP".
       C500-EXIT.
           EXIT.

       C600-COPY-REMAINDERS   SECTION.
           MOVE 0 TO WS-FILE-READ
           MOVE 0 TO WS-FILE-MASKED
           OPEN INPUT EXREM-FILE
           IF NOT IN-OK
               DISPLAY "STATUS - CDEXREM NOT PRESENT, MKEXREM NOT "
                       "WRITTEN"
               GO TO C600-EXIT
           END-IF
           OPEN OUTPUT MK-EXREM-FILE
           IF NOT OUT-OK
               DISPLAY "ERROR - COULD NOT OPEN MKEXREM, STATUS "
                       WS-OUT-STATUS
               CLOSE EXREM-FILE
               PERFORM W900-OUTPUT-FAILED
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ EXREM-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       WRITE MK-EXREM-REC FROM EXREM-REC
               END-READ
           END-PERFORM
           CLOSE EXREM-FILE
           CLOSE MK-EXREM-FILE
           PERFORM W100-FILE-DONE
           DISPLAY "STATUS - CDEXREM: " WS-FILE-READ " COPIED TO "
                   "MKEXREM".
       C600-EXIT.
           EXIT.

      *KEYED MASTERS - THE PRODUCTION COPY IS WALKED IN KEY ORDER
      *AND EACH MASKED RECORD LOADED TO THE TEST-AREA MASTER, WHICH
      *STARTS FROM A FRESHLY ALLOCATED DATASET.
       C700-MASK-KEYED-MASTER SECTION.
           MOVE 0 TO WS-FILE-READ
           MOVE 0 TO WS-FILE-MASKED
           CALL 'IOMOD'
             USING WS-OPEN-KEYED
                   WS-FILE-KEY
                   WS-KEYED-RECORD
                   WS-IO-STATUS
                   WS-KEYED-IN-NAME
           IF NOT IO-OK
               DISPLAY "STATUS - " WS-KEYED-IN-NAME " NOT PRESENT, "
                       WS-KEYED-OUT-NAME " NOT WRITTEN"
               GO TO C700-EXIT
           END-IF
           CALL 'IOMOD'
             USING WS-OPEN-KEYED2
                   WS-FILE-KEY2
                   WS-KEYED-RECORD
                   WS-IO-STATUS
                   WS-KEYED-OUT-NAME
           IF NOT IO-OK
               DISPLAY "ERROR - COULD NOT OPEN " WS-KEYED-OUT-NAME
                       ", STATUS " WS-IO-STATUS
               CALL 'IOMOD'
                 USING WS-CLOSE
                       WS-FILE-KEY
                       WS-KEYED-RECORD
                       WS-IO-STATUS
                       WS-KEYED-IN-NAME
               PERFORM W900-OUTPUT-FAILED
           END-IF
           MOVE 'RNK ' TO WS-READ-NEXT-KEYED
           PERFORM UNTIL KEYED-SCAN-EOF
               CALL 'IOMOD'
                 USING WS-READ-NEXT-KEYED
                       WS-FILE-KEY
                       WS-KEYED-RECORD
                       WS-IO-STATUS
                       WS-KEYED-IN-NAME
               IF NOT KEYED-SCAN-EOF
                   ADD 1 TO WS-FILE-READ
                   IF KEYED-IS-CUSTOMER
                       PERFORM C710-MASK-CUSTOMER
                   ELSE
                       PERFORM C720-MASK-JOINT-HOLDER
                   END-IF
                   PERFORM C730-LOAD-KEYED-RECORD
               END-IF
           END-PERFORM
           CALL 'IOMOD'
             USING WS-CLOSE
                   WS-FILE-KEY
                   WS-KEYED-RECORD
                   WS-IO-STATUS
                   WS-KEYED-IN-NAME
           CALL 'IOMOD'
             USING WS-CLOSE
                   WS-FILE-KEY2
                   WS-KEYED-RECORD
                   WS-IO-STATUS
                   WS-KEYED-OUT-NAME
           PERFORM W100-FILE-DONE
           DISPLAY "STATUS - " WS-KEYED-IN-NAME ": " WS-FILE-READ
                   " READ, " WS-FILE-MASKED " MASKED TO "
                   WS-KEYED-OUT-NAME.
       C700-EXIT.
           EXIT.

       C710-MASK-CUSTOMER     SECTION.
           MOVE WS-KEYED-RECORD TO CUST-RECORD
           INSPECT CUST-INITIALS CONVERTING WS-ALPHABET TO WS-CIPHER
           MOVE CUST-SURNAME TO WS-MASK-IN
           PERFORM D100-MASK-SURNAME
           MOVE WS-MASK-RESULT TO CUST-SURNAME
           MOVE CUST-STREET TO WS-MASK-IN
           PERFORM D200-MASK-STREET
           MOVE WS-MASK-RESULT TO CUST-STREET
           MOVE CUST-TOWN TO WS-MASK-IN
           PERFORM D300-MASK-TOWN
           MOVE WS-MASK-RESULT TO CUST-TOWN
           MOVE CUST-POST-CODE TO WS-PCD-FIELD
           PERFORM D400-MASK-POSTCODE
           MOVE WS-PCD-FIELD TO CUST-POST-CODE
           MOVE CUST-RECORD TO WS-KEYED-RECORD
           .

       C720-MASK-JOINT-HOLDER SECTION.
           MOVE WS-KEYED-RECORD TO JNT-RECORD
           INSPECT JNT-INITIALS CONVERTING WS-ALPHABET TO WS-CIPHER
           MOVE JNT-SURNAME TO WS-MASK-IN
           PERFORM D100-MASK-SURNAME
           MOVE WS-MASK-RESULT TO JNT-SURNAME
           MOVE JNT-RECORD TO WS-KEYED-RECORD
           .

       C730-LOAD-KEYED-RECORD SECTION.
           CALL 'IOMOD'
             USING WS-WRITE-KEYED2
                   WS-FILE-KEY2
                   WS-KEYED-RECORD
                   WS-IO-STATUS
                   WS-KEYED-OUT-NAME
           IF IO-DUP-KEY
               CALL 'IOMOD'
                 USING WS-REWRITE-KEYED2
                       WS-FILE-KEY2
                       WS-KEYED-RECORD
                       WS-IO-STATUS
                       WS-KEYED-OUT-NAME
           END-IF
           IF IO-OK
               ADD 1 TO WS-FILE-MASKED
           ELSE
               DISPLAY "WARNING - " WS-KEYED-OUT-NAME " LOAD FAILED "
                       "FOR " WS-KEYED-RECORD(1:8) ", STATUS "
                       WS-IO-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF
           .

      *SURNAME - HASHED ON ITS FIRST 20 NORMALIZED CHARACTERS (THE
      *CDCUST, MASTERFILE AND FILEIN WIDTH).
       D100-MASK-SURNAME      SECTION.
           MOVE 1 TO WS-MASK-KIND
           MOVE 20 TO WS-MASK-WIDTH
           PERFORM D500-HASH-VALUE
           IF WS-NORM-WORK = SPACES
               MOVE SPACES TO WS-MASK-RESULT
           ELSE
               PERFORM D510-PICK-ROOT-AND-ENDING
           END-IF
           .

      *STREET - HASHED ON 15 (THE CDCUST WIDTH), ROOT AND A STREET
      *TYPE, NEVER MORE THAN 13 CHARACTERS.
       D200-MASK-STREET       SECTION.
           MOVE 2 TO WS-MASK-KIND
           MOVE 15 TO WS-MASK-WIDTH
           PERFORM D500-HASH-VALUE
           MOVE SPACES TO WS-MASK-RESULT
           IF WS-NORM-WORK NOT = SPACES
               DIVIDE WS-HASH BY 50 GIVING WS-HASH-QUOT
                   REMAINDER WS-PICK-A
               DIVIDE WS-HASH-QUOT BY 10 GIVING WS-HASH-QUOT
                   REMAINDER WS-PICK-B
               ADD 1 TO WS-PICK-A
               ADD 1 TO WS-PICK-B
               STRING WS-ROOT(WS-PICK-A) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-STREET-TYPE(WS-PICK-B) DELIMITED BY SPACE
                   INTO WS-MASK-RESULT
           END-IF
           .

      *TOWN - HASHED ON 12 (THE CDCUST WIDTH). ROOT AND ENDING FIT
      *IN 12.
       D300-MASK-TOWN         SECTION.
           MOVE 3 TO WS-MASK-KIND
           MOVE 12 TO WS-MASK-WIDTH
           PERFORM D500-HASH-VALUE
           IF WS-NORM-WORK = SPACES
               MOVE SPACES TO WS-MASK-RESULT
           ELSE
               PERFORM D510-PICK-ROOT-AND-ENDING
           END-IF
           .

      *POSTCODE - MASKED WHERE IT STANDS. THE OUTCODE (UP TO THE
      *FIRST SPACE AFTER THE FIRST CHARACTER) IS KEPT; WITH NO SPACE
      *THE FIRST TWO CHARACTERS ARE KEPT. EVERY LATER DIGIT BECOMES
      *A DIGIT AND EVERY LATER LETTER AN INCODE LETTER, DRAWN FROM A
      *SERIES SEEDED BY THE HASH OF THE WHOLE NORMALIZED POSTCODE.
       D400-MASK-POSTCODE     SECTION.
           MOVE 4 TO WS-MASK-KIND
           MOVE 10 TO WS-MASK-WIDTH
           MOVE WS-PCD-FIELD TO WS-MASK-IN
           PERFORM D500-HASH-VALUE
           IF WS-NORM-WORK = SPACES
               GO TO D400-EXIT
           END-IF
           MOVE 0 TO WS-PCD-START
           PERFORM VARYING WS-PCD-I FROM 1 BY 1
                   UNTIL WS-PCD-I > 10 OR WS-PCD-START > 0
               IF WS-PCD-FIELD(WS-PCD-I:1) NOT = SPACE
                   MOVE WS-PCD-I TO WS-PCD-START
               END-IF
           END-PERFORM
           MOVE 0 TO WS-PCD-FROM
           PERFORM VARYING WS-PCD-I FROM WS-PCD-START BY 1
                   UNTIL WS-PCD-I > 10 OR WS-PCD-FROM > 0
               IF WS-PCD-FIELD(WS-PCD-I:1) = SPACE
                   COMPUTE WS-PCD-FROM = WS-PCD-I + 1
               END-IF
           END-PERFORM
           IF WS-PCD-FROM = 0
               COMPUTE WS-PCD-FROM = WS-PCD-START + 2
           END-IF
           MOVE WS-HASH TO WS-SEED
           PERFORM VARYING WS-PCD-I FROM WS-PCD-FROM BY 1
                   UNTIL WS-PCD-I > 10
               MOVE WS-PCD-FIELD(WS-PCD-I:1) TO WS-PCD-CHAR
               IF PCD-CHAR-DIGIT OR PCD-CHAR-ALPHA
                   COMPUTE WS-SEED =
                       FUNCTION MOD(WS-SEED * 31421 + 6927, 99999989)
                   IF PCD-CHAR-DIGIT
                       COMPUTE WS-PCD-PICK = FUNCTION MOD(WS-SEED, 10)
                       MOVE WS-PCD-PICK(2:1)
                         TO WS-PCD-FIELD(WS-PCD-I:1)
                   ELSE
                       COMPUTE WS-PCD-PICK =
                               FUNCTION MOD(WS-SEED, 20) + 1
                       MOVE WS-INCODE-LETTERS(WS-PCD-PICK:1)
                         TO WS-PCD-FIELD(WS-PCD-I:1)
                   END-IF
               END-IF
           END-PERFORM.
       D400-EXIT.
           EXIT.

      *NORMALIZE WS-MASK-IN AND HASH ITS FIRST WS-MASK-WIDTH
      *CHARACTERS, STARTING FROM THE KEY AND THE FIELD KIND.
       D500-HASH-VALUE        SECTION.
           MOVE WS-MASK-IN TO WS-NORM-IN
           PERFORM D600-NORMALIZE
           IF WS-MASK-WIDTH < 30
               MOVE SPACES TO WS-NORM-WORK(WS-MASK-WIDTH + 1:)
           END-IF
           COMPUTE WS-HASH = WS-MASK-KEY + WS-MASK-KIND * 7919
           PERFORM VARYING WS-NORM-I FROM 1 BY 1
                   UNTIL WS-NORM-I > WS-MASK-WIDTH
               COMPUTE WS-HASH = FUNCTION MOD(WS-HASH * 31
                       + FUNCTION ORD(WS-NORM-WORK(WS-NORM-I:1)),
                       99999989)
           END-PERFORM
           COMPUTE WS-HASH =
                   FUNCTION MOD(WS-HASH * 31421 + 6927, 99999989)
           .

       D510-PICK-ROOT-AND-ENDING SECTION.
           DIVIDE WS-HASH BY 50 GIVING WS-HASH-QUOT
               REMAINDER WS-PICK-A
           DIVIDE WS-HASH-QUOT BY 16 GIVING WS-HASH-QUOT
               REMAINDER WS-PICK-B
           ADD 1 TO WS-PICK-A
           ADD 1 TO WS-PICK-B
           MOVE SPACES TO WS-MASK-RESULT
           STRING WS-ROOT(WS-PICK-A) DELIMITED BY SPACE
                  WS-ENDING(WS-PICK-B) DELIMITED BY SPACE
               INTO WS-MASK-RESULT
           .

      *LEFT-JUSTIFY AND DROP TRAILING FULL STOPS - EXPPROG37'S
      *NORMALIZATION, SO "PATEL" AND "  PATEL." MASK ALIKE.
       D600-NORMALIZE         SECTION.
           MOVE SPACES TO WS-NORM-WORK
           MOVE 0 TO WS-NORM-START
           PERFORM VARYING WS-NORM-I FROM 1 BY 1
                   UNTIL WS-NORM-I > 30 OR WS-NORM-START > 0
               IF WS-NORM-IN(WS-NORM-I:1) NOT = SPACE
                   MOVE WS-NORM-I TO WS-NORM-START
               END-IF
           END-PERFORM
           IF WS-NORM-START > 0
               MOVE WS-NORM-IN(WS-NORM-START:) TO WS-NORM-WORK
           END-IF
           MOVE 'N' TO WS-NORM-DONE
           PERFORM VARYING WS-NORM-I FROM 30 BY -1
                   UNTIL WS-NORM-I < 1 OR WS-NORM-DONE = 'Y'
               EVALUATE WS-NORM-WORK(WS-NORM-I:1)
                   WHEN SPACE
                       CONTINUE
                   WHEN '.'
                       MOVE SPACE TO WS-NORM-WORK(WS-NORM-I:1)
                   WHEN OTHER
                       MOVE 'Y' TO WS-NORM-DONE
               END-EVALUATE
           END-PERFORM
           .

       W100-FILE-DONE         SECTION.
           ADD WS-FILE-READ TO WS-RUN-INPUT-COUNT
           ADD WS-FILE-READ TO WS-WRITTEN-COUNT
           ADD WS-FILE-MASKED TO WS-MASKED-COUNT
           .

       W900-OUTPUT-FAILED     SECTION.
           MOVE 12 TO RETURN-CODE
           PERFORM Z100-WRITE-RUN-LOG
           GOBACK
           .

      *WRITE ONE SUMMARY RECORD TO THE SHARED CROSS-SUITE RUN LOG.
       Z100-WRITE-RUN-LOG     SECTION.
           MOVE "EXPPRG85" TO RL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE WS-RUN-INPUT-COUNT TO RL-INPUT-COUNT
           MOVE WS-WRITTEN-COUNT TO RL-OUTPUT-COUNT
           MOVE WS-MASKED-COUNT TO RL-OUTPUT-COUNT-2
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
