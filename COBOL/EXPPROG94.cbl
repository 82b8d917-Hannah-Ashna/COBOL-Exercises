       ID DIVISION.
       PROGRAM-ID. EXPPROG94.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * SANCTIONS AND WATCH-LIST SCREENING OF CDCUST CUSTOMERS.
      * COMPLIANCE MUST BE ABLE TO SHOW THAT NO CUSTOMER MATCHES THE
      * CONSOLIDATED SANCTIONS LIST; UNTIL NOW THAT WAS A ONCE-A-YEAR
      * READ THROUGH THE NAMES. THIS JOB LOADS THE PUBLISHED LIST
      * (SANCLIST) AND COMPARES CUSTOMERS AGAINST EVERY ENTRY ON
      * NORMALIZED SURNAME AND INITIALS, TOWN AND POSTCODE. SURNAME,
      * TOWN AND POSTCODE GO THROUGH THE SAME NORMALIZATION AS THE
      * DUPLICATE-CUSTOMER DETECTION (EXPPROG37) - LEFT-JUSTIFIED,
      * TRAILING FULL STOPS DROPPED. THE LIST'S FORENAMES REDUCE TO
      * THE FIRST LETTER OF EACH OF THE FIRST TWO NAMES; THE
      * CUSTOMER'S INITIALS LOSE ANY SPACES AND STOPS.
      *
      * PARM BYTES 1-4 CHOOSE THE SCOPE:
      *   'FULL' (OR NO PARM) - EVERY CUSTOMER ON CDCUST, WALKED
      *          THROUGH IOMOD'S KEYED SCAN. RUN WEEKLY AND WHENEVER
      *          A NEW LIST IS PUBLISHED.
      *   'INCR' - ONLY THE CUSTOMERS THE MERGES ADDED OR CHANGED,
      *          FROM THEIR CDCHGHST RECORDS DATED ON OR AFTER THE
      *          DATE IN PARM BYTES 5-12 (YYYYMMDD; THE BUSINESS DATE
      *          WHEN ABSENT). RUN NIGHTLY AFTER THE MERGE. A
      *          CUSTOMER CHANGED MORE THAN ONCE IS SCREENED ON THE
      *          LATEST IMAGE.
      *
      * GRADES - THE SURNAMES MUST ALWAYS AGREE:
      *   EXACT - BOTH INITIALS AGREE, AND THE POSTCODE AGREES (OR,
      *           WHERE THE ENTRY HAS NO POSTCODE, THE TOWN DOES).
      *   CLOSE - ANY OTHER ENTRY WHERE THE POSTCODE AGREES, OR THE
      *           FIRST INITIAL AGREES (OR THE ENTRY HAS NONE) AND
      *           EITHER THE TOWN AGREES OR THE ENTRY HAS NO ADDRESS.
      *
      * EVERY HIT GOES TO THE COMPLIANCE REVIEW FILE (SCRHITS) AND
      * RAISES AN ALRTMOD ALERT - 'E' FOR EXACT, 'W' FOR CLOSE - AND
      * SETS RC 4. ONCE COMPLIANCE HAVE CONFIRMED A HIT IS A FALSE
      * POSITIVE THEY ADD THE ACCOUNT AND LIST REFERENCE TO THE
      * CLEARANCE FILE (SCRCLR); A CLEARED PAIR IS COUNTED BUT NOT
      * RAISED AGAIN. A NEW LIST ENTRY FOR THE SAME CUSTOMER CARRIES
      * A NEW REFERENCE AND IS RAISED AFRESH.
      *
      * NO SANCLIST, A LIST LONGER THAN THE TABLE, OR NO CDCUST
      * (FULL) OR CDCHGHST (INCR): RC 12 - A PARTIAL SCREEN PROVES
      * NOTHING, SO NONE IS ATTEMPTED.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT SANCTIONS-FILE ASSIGN TO SANCLIST
           FILE STATUS IS WS-SANC-STATUS.
           SELECT CLEARANCE-FILE ASSIGN TO SCRCLR
           FILE STATUS IS WS-CLR-STATUS.
           SELECT CHG-HIST-FILE ASSIGN TO CDCHGHST
           FILE STATUS IS WS-CHG-STATUS.
           SELECT HITS-FILE ASSIGN TO SCRHITS
           FILE STATUS IS WS-HITS-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *THE CONSOLIDATED LIST AS PUBLISHED, ONE ROW PER NAMED PERSON
      *OR ENTITY. ENTRIES WITH NO UK ADDRESS LEAVE TOWN AND POSTCODE
      *BLANK.
       FD SANCTIONS-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 SANCTIONS-REC.
           03 SN-LIST-REF           PIC X(8).
           03 SN-ENTRY-TYPE         PIC X(1).
           03 SN-SURNAME            PIC X(20).
           03 SN-FORENAMES          PIC X(20).
           03 SN-TOWN               PIC X(12).
           03 SN-POST-CODE          PIC X(10).
           03 SN-LISTED-DATE        PIC X(8).
           03 FILLER                PIC X(1).

      *CONFIRMED FALSE POSITIVES, KEYED BY COMPLIANCE.
       FD CLEARANCE-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 CLEARANCE-REC.
           03 CL-ACCOUNT            PIC X(8).
           03 CL-LIST-REF           PIC X(8).
           03 CL-CLEARED-DATE       PIC X(8).
           03 CL-CLEARED-BY         PIC X(8).
           03 CL-REASON             PIC X(30).
           03 FILLER                PIC X(18).

      *EXPPROG1/EXPPROG3'S CHG-HIST-RECORD LAYOUT - MUST BE KEPT IN
      *STEP.
       FD CHG-HIST-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 CHG-HIST-RECORD.
           03 CHG-ACCOUNT           PIC X(8).
           03 CHG-RUN-DATE          PIC X(8).
           03 CHG-JOB-NAME          PIC X(8).
           03 CHG-BEFORE            PIC X(72).
           03 CHG-AFTER             PIC X(72).
           03 CHG-FILLER            PIC X(12).

      *ONE ROW PER UNCLEARED HIT FOR THE COMPLIANCE REVIEW.
       FD HITS-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 HITS-REC.
           03 SH-RUN-DATE           PIC X(8).
           03 SH-SCOPE              PIC X(4).
           03 SH-GRADE              PIC X(5).
           03 SH-ACCOUNT            PIC X(8).
           03 SH-LIST-REF           PIC X(8).
           03 SH-CUST-INITIALS      PIC X(2).
           03 SH-CUST-SURNAME       PIC X(20).
           03 SH-CUST-TOWN          PIC X(12).
           03 SH-CUST-POST-CODE     PIC X(10).
           03 SH-LIST-FORENAMES     PIC X(20).
           03 FILLER                PIC X(3).

       FD RUN-LOG-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 RUN-LOG-RECORD.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE          PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP        PIC X(16) VALUE SPACES.

       01 WS-SANC-STATUS            PIC X(2).
           88 SANC-OK               VALUE "00".
       01 WS-CLR-STATUS             PIC X(2).
           88 CLR-OK                VALUE "00".
       01 WS-CHG-STATUS             PIC X(2).
           88 CHG-OK                VALUE "00".
       01 WS-HITS-STATUS            PIC X(2).
           88 HITS-OK               VALUE "00".
       01 WS-RUNLOG-STATUS          PIC X(2).

       01 WS-EOF-FLAG               PIC X VALUE 'N'.
           88 INPUT-DONE            VALUE 'Y'.

       01 WS-SCOPE                  PIC X(4) VALUE 'FULL'.
           88 SCOPE-FULL            VALUE 'FULL'.
           88 SCOPE-INCR            VALUE 'INCR'.
       01 WS-FROM-DATE              PIC X(8).

       01 WS-RUN-INPUT-COUNT        PIC 9(8) VALUE 0.
       01 WS-SCREENED-COUNT         PIC 9(8) VALUE 0.
       01 WS-HIT-COUNT              PIC 9(8) VALUE 0.
       01 WS-EXACT-COUNT            PIC 9(8) VALUE 0.
       01 WS-CLOSE-COUNT            PIC 9(8) VALUE 0.
       01 WS-CLEARED-COUNT          PIC 9(8) VALUE 0.

      *IOMOD ACTION/FILE-ID CONSTANTS FOR THE KEYED CUSTOMER MASTER.
       01 WS-GENERAL-FILLER.
           03 WS-OPEN-KEYED         PIC X(4) VALUE 'OK  '.
           03 WS-READ-NEXT-KEYED    PIC X(4) VALUE 'RNK '.
               88 KEYED-SCAN-EOF             VALUE 'RSEF'.
           03 WS-CLOSE              PIC X(4) VALUE 'C   '.
           03 WS-FILE-KEY           PIC X(8) VALUE 'FILEKEY '.
           03 WS-CUST-FILENAME      PIC X(8) VALUE 'CDCUST'.
       01 WS-IO-STATUS              PIC X(2).
           88 IO-OK                 VALUE "00".

       01 CUST-RECORD.
           03 CUST-ACCOUNT          PIC X(8).
           03 CUST-TITLE            PIC X(3).
           03 CUST-INITIALS         PIC X(2).
           03 CUST-SURNAME          PIC X(20).
           03 CUST-ADDRESS-NUM      PIC 9(4).
           03 CUST-STREET           PIC X(15).
           03 CUST-TOWN             PIC X(12).
           03 CUST-POST-CODE        PIC X(10).
           03 CUST-FILLER           PIC X(6).
      *THE CHANGE-HISTORY IMAGES ARE THE CDCUST RECORD LESS ITS
      *ACCOUNT, SO THEY DROP STRAIGHT INTO THE SAME LAYOUT.
       01 CUST-RECORD-BODY REDEFINES CUST-RECORD.
           03 FILLER                PIC X(8).
           03 CUST-IMAGE            PIC X(72).

      *THE LIST, NORMALIZED AT LOAD TIME SO THE SCREEN IS A
      *STRAIGHT COMPARE.
       01 WS-SANC-TABLE.
           03 WS-SANC-ENTRY OCCURS 5000 TIMES.
               05 WS-SN-REF             PIC X(8).
               05 WS-SN-SURNAME         PIC X(20).
               05 WS-SN-INITIALS        PIC X(2).
               05 WS-SN-TOWN            PIC X(12).
               05 WS-SN-POST-CODE       PIC X(10).
               05 WS-SN-FORENAMES       PIC X(20).
       01 WS-SANC-COUNT             PIC 9(4) VALUE 0.
       01 WS-SN-IDX                 PIC 9(4).

       01 WS-CLR-TABLE.
           03 WS-CLR-ENTRY OCCURS 2000 TIMES.
               05 WS-CLR-ACCOUNT        PIC X(8).
               05 WS-CLR-REF            PIC X(8).
       01 WS-CLR-COUNT              PIC 9(4) VALUE 0.
       01 WS-CLR-IDX                PIC 9(4).
       01 WS-CLR-FLAG               PIC X VALUE 'N'.
           88 PAIR-CLEARED          VALUE 'Y'.

      *INCR SCOPE - THE LATEST IMAGE OF EACH CUSTOMER ADDED OR
      *CHANGED SINCE THE FROM DATE
       01 WS-CHG-TABLE.
           03 WS-CHG-ENTRY OCCURS 2000 TIMES.
               05 WS-CH-ACCOUNT         PIC X(8).
               05 WS-CH-IMAGE           PIC X(72).
       01 WS-CHG-COUNT              PIC 9(4) VALUE 0.
       01 WS-CH-IDX                 PIC 9(4).
       01 WS-CHG-FLAG               PIC X VALUE 'N'.
           88 CHG-FOUND             VALUE 'Y'.

      *THE CUSTOMER BEING SCREENED, NORMALIZED
       01 WS-CU-SURNAME             PIC X(20).
       01 WS-CU-INITIALS            PIC X(2).
       01 WS-CU-TOWN                PIC X(12).
       01 WS-CU-POST-CODE           PIC X(10).
       01 WS-GRADE                  PIC X(5).

      *LEFT-JUSTIFY WORK AREA FOR THE SURNAME, TOWN AND POSTCODE.
       01 WS-NORM-WORK              PIC X(20).
       01 WS-NORM-IN                PIC X(20).
       01 WS-NORM-I                 PIC 9(2).
       01 WS-NORM-START             PIC 9(2).
       01 WS-NORM-DONE              PIC X.
      *INITIALS WORK AREA
       01 WS-INIT-IN                PIC X(20).
       01 WS-INIT-OUT               PIC X(2).
       01 WS-INIT-N                 PIC 9(1).
       01 WS-INIT-NEW-WORD          PIC X.

       01 WS-ALERT-JOB              PIC X(8) VALUE 'EXPPRG94'.
       01 WS-ALERT-SEVERITY         PIC X(1).
       01 WS-ALERT-MESSAGE          PIC X(40).
       01 WS-ALERT-KEY              PIC X(8).

      *THE RUN'S RETURN CODE, HELD HERE BECAUSE EVERY CALL RESETS
      *RETURN-CODE
       01 WS-RUN-RC                 PIC 9(4) VALUE 0.
      *
       LINKAGE SECTION.
       01 INPUT-PARM.
           03 PARM-LENGTH           PIC S9(04) COMP.
           03 PARM-SCOPE            PIC X(4).
           03 PARM-FROM-DATE        PIC X(8).
      *
       PROCEDURE DIVISION USING INPUT-PARM.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING SANCTIONS SCREENING"
           MOVE WS-BUSINESS-DATE TO WS-FROM-DATE
           IF PARM-LENGTH >= 4
               MOVE PARM-SCOPE TO WS-SCOPE
           END-IF
           IF PARM-LENGTH >= 12 AND PARM-FROM-DATE NOT = SPACES
               MOVE PARM-FROM-DATE TO WS-FROM-DATE
           END-IF
           IF NOT SCOPE-FULL AND NOT SCOPE-INCR
               DISPLAY "ERROR - SCOPE " WS-SCOPE " NOT FULL OR INCR"
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM B100-LOAD-SANCTIONS-LIST
           PERFORM B200-LOAD-CLEARANCES
           OPEN OUTPUT HITS-FILE
           IF NOT HITS-OK
               DISPLAY "ERROR - COULD NOT OPEN SCRHITS, STATUS "
                       WS-HITS-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           IF SCOPE-FULL
               PERFORM C100-SCREEN-FULL
           ELSE
               PERFORM C200-SCREEN-CHANGES
           END-IF
           CLOSE HITS-FILE
           DISPLAY "STATUS - " WS-SCOPE " SCREEN OF " WS-SCREENED-COUNT
                   " CUSTOMER(S) AGAINST " WS-SANC-COUNT
                   " LIST ENTRIES"
           DISPLAY "STATUS - HITS RAISED: " WS-HIT-COUNT
                   " (EXACT " WS-EXACT-COUNT ", CLOSE "
                   WS-CLOSE-COUNT "), ALREADY CLEARED: "
                   WS-CLEARED-COUNT
           MOVE WS-RUN-RC TO RETURN-CODE
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - SANCTIONS SCREENING DONE"
           GOBACK
           .

      *------------------------------------------
       B100-LOAD-SANCTIONS-LIST SECTION.
           OPEN INPUT SANCTIONS-FILE
           IF NOT SANC-OK
               DISPLAY "ERROR - COULD NOT OPEN SANCLIST, STATUS "
                       WS-SANC-STATUS " - NOTHING SCREENED"
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ SANCTIONS-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       IF SN-SURNAME NOT = SPACES
                           PERFORM B110-TAKE-LIST-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SANCTIONS-FILE
           IF WS-SANC-COUNT = 0
               DISPLAY "ERROR - SANCLIST HOLDS NO NAMES - NOTHING "
                       "SCREENED"
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           DISPLAY "STATUS - SANCTIONS LIST ENTRIES LOADED: "
                   WS-SANC-COUNT
           .

       B110-TAKE-LIST-ENTRY   SECTION.
           IF WS-SANC-COUNT >= 5000
               DISPLAY "ERROR - SANCLIST LONGER THAN THE 5000-ENTRY "
                       "TABLE - NOTHING SCREENED"
               CLOSE SANCTIONS-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           ADD 1 TO WS-SANC-COUNT
           MOVE SN-LIST-REF TO WS-SN-REF(WS-SANC-COUNT)
           MOVE SN-FORENAMES TO WS-SN-FORENAMES(WS-SANC-COUNT)
           MOVE SN-SURNAME TO WS-NORM-IN
           PERFORM D100-NORMALIZE
           MOVE WS-NORM-WORK TO WS-SN-SURNAME(WS-SANC-COUNT)
           MOVE SPACES TO WS-NORM-IN
           MOVE SN-TOWN TO WS-NORM-IN(1:12)
           PERFORM D100-NORMALIZE
           MOVE WS-NORM-WORK(1:12) TO WS-SN-TOWN(WS-SANC-COUNT)
           MOVE SPACES TO WS-NORM-IN
           MOVE SN-POST-CODE TO WS-NORM-IN(1:10)
           PERFORM D100-NORMALIZE
           MOVE WS-NORM-WORK(1:10) TO WS-SN-POST-CODE(WS-SANC-COUNT)
           MOVE SN-FORENAMES TO WS-INIT-IN
           PERFORM D210-LIST-INITIALS
           MOVE WS-INIT-OUT TO WS-SN-INITIALS(WS-SANC-COUNT)
           .

       B200-LOAD-CLEARANCES   SECTION.
           OPEN INPUT CLEARANCE-FILE
           IF NOT CLR-OK
               DISPLAY "STATUS - NO SCRCLR, NO HITS CLEARED YET"
               GO TO B200-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ CLEARANCE-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       IF WS-CLR-COUNT < 2000
                           ADD 1 TO WS-CLR-COUNT
                           MOVE CL-ACCOUNT
                             TO WS-CLR-ACCOUNT(WS-CLR-COUNT)
                           MOVE CL-LIST-REF
                             TO WS-CLR-REF(WS-CLR-COUNT)
                       ELSE
                           DISPLAY "WARNING - SCRCLR LONGER THAN "
                                   "2000 ROWS, REST NOT APPLIED"
                           MOVE 4 TO WS-RUN-RC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLEARANCE-FILE.
       B200-EXIT.
           EXIT.

      *------------------------------------------
       C100-SCREEN-FULL       SECTION.
           CALL 'IOMOD'
             USING WS-OPEN-KEYED
                   WS-FILE-KEY
                   CUST-RECORD
                   WS-IO-STATUS
                   WS-CUST-FILENAME
           IF NOT IO-OK
               DISPLAY "ERROR - COULD NOT OPEN CDCUST, STATUS "
                       WS-IO-STATUS " - NOTHING SCREENED"
               CLOSE HITS-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM UNTIL KEYED-SCAN-EOF
               CALL 'IOMOD'
                 USING WS-READ-NEXT-KEYED
                       WS-FILE-KEY
                       CUST-RECORD
                       WS-IO-STATUS
                       WS-CUST-FILENAME
               IF NOT KEYED-SCAN-EOF
                   ADD 1 TO WS-RUN-INPUT-COUNT
                   PERFORM D300-SCREEN-CUSTOMER
               END-IF
           END-PERFORM
           CALL 'IOMOD'
             USING WS-CLOSE
                   WS-FILE-KEY
                   CUST-RECORD
                   WS-IO-STATUS
                   WS-CUST-FILENAME
           .

      *A BLANK AFTER IMAGE IS NOT A CUSTOMER TO SCREEN; A LATER
      *RECORD FOR THE SAME ACCOUNT REPLACES AN EARLIER ONE.
       C200-SCREEN-CHANGES    SECTION.
           OPEN INPUT CHG-HIST-FILE
           IF NOT CHG-OK
               DISPLAY "ERROR - COULD NOT OPEN CDCHGHST, STATUS "
                       WS-CHG-STATUS " - NOTHING SCREENED"
               CLOSE HITS-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL INPUT-DONE
               READ CHG-HIST-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RUN-INPUT-COUNT
                       IF CHG-RUN-DATE >= WS-FROM-DATE
                               AND CHG-AFTER NOT = SPACES
                           PERFORM C210-TAKE-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHG-HIST-FILE
           DISPLAY "STATUS - CUSTOMERS ADDED OR CHANGED SINCE "
                   WS-FROM-DATE ": " WS-CHG-COUNT
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                   UNTIL WS-CH-IDX > WS-CHG-COUNT
               MOVE WS-CH-ACCOUNT(WS-CH-IDX) TO CUST-ACCOUNT
               MOVE WS-CH-IMAGE(WS-CH-IDX) TO CUST-IMAGE
               PERFORM D300-SCREEN-CUSTOMER
           END-PERFORM
           .

       C210-TAKE-CHANGE       SECTION.
           MOVE 'N' TO WS-CHG-FLAG
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                   UNTIL WS-CH-IDX > WS-CHG-COUNT
               IF WS-CH-ACCOUNT(WS-CH-IDX) = CHG-ACCOUNT
                   SET CHG-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT CHG-FOUND
               IF WS-CHG-COUNT >= 2000
                   DISPLAY "ERROR - MORE THAN 2000 CUSTOMERS CHANGED "
                           "- RUN THE FULL SCREEN INSTEAD"
                   CLOSE CHG-HIST-FILE
                   CLOSE HITS-FILE
                   MOVE 12 TO RETURN-CODE
                   PERFORM Z100-WRITE-RUN-LOG
                   GOBACK
               END-IF
               ADD 1 TO WS-CHG-COUNT
               MOVE WS-CHG-COUNT TO WS-CH-IDX
               MOVE CHG-ACCOUNT TO WS-CH-ACCOUNT(WS-CH-IDX)
           END-IF
           MOVE CHG-AFTER TO WS-CH-IMAGE(WS-CH-IDX)
           .

      *------------------------------------------
      *LEFT-JUSTIFY AND DROP TRAILING FULL STOPS - EXPPROG37'S
      *NORMALIZATION, SO "PATEL" AND "  PATEL." COMPARE EQUAL.
       D100-NORMALIZE         SECTION.
           MOVE SPACES TO WS-NORM-WORK
           MOVE 0 TO WS-NORM-START
           PERFORM VARYING WS-NORM-I FROM 1 BY 1
                   UNTIL WS-NORM-I > 20 OR WS-NORM-START > 0
               IF WS-NORM-IN(WS-NORM-I:1) NOT = SPACE
                   MOVE WS-NORM-I TO WS-NORM-START
               END-IF
           END-PERFORM
           IF WS-NORM-START > 0
               MOVE WS-NORM-IN(WS-NORM-START:) TO WS-NORM-WORK
           END-IF
           MOVE 'N' TO WS-NORM-DONE
           PERFORM VARYING WS-NORM-I FROM 20 BY -1
                   UNTIL WS-NORM-I < 1 OR WS-NORM-DONE = 'Y'
               EVALUATE WS-NORM-WORK(WS-NORM-I:1)
                   WHEN SPACE
                       CONTINUE
                   WHEN '.'
                       MOVE SPACE TO WS-NORM-WORK(WS-NORM-I:1)
                   WHEN OTHER
      *AN EMBEDDED STOP ("ST. JOHN") IS PART OF THE NAME - ONLY
      *THE TRAILING ONES COME OFF.
                       MOVE 'Y' TO WS-NORM-DONE
               END-EVALUATE
           END-PERFORM
           .

      *CUSTOMER INITIALS - THE FIRST TWO LETTERS LEFT ONCE SPACES
      *AND STOPS ARE SQUEEZED OUT (" J", "J.", "JP" ALL WORK).
       D200-CUSTOMER-INITIALS SECTION.
           MOVE SPACES TO WS-INIT-OUT
           MOVE 0 TO WS-INIT-N
           PERFORM VARYING WS-NORM-I FROM 1 BY 1
                   UNTIL WS-NORM-I > 20 OR WS-INIT-N >= 2
               IF WS-INIT-IN(WS-NORM-I:1) NOT = SPACE
                       AND WS-INIT-IN(WS-NORM-I:1) NOT = '.'
                   ADD 1 TO WS-INIT-N
                   MOVE WS-INIT-IN(WS-NORM-I:1)
                     TO WS-INIT-OUT(WS-INIT-N:1)
               END-IF
           END-PERFORM
           .

      *LIST FORENAMES - THE FIRST LETTER OF EACH OF THE FIRST TWO
      *NAMES. A STOP SEPARATES NAMES TOO, SO "J.P." GIVES "JP".
       D210-LIST-INITIALS     SECTION.
           MOVE SPACES TO WS-INIT-OUT
           MOVE 0 TO WS-INIT-N
           MOVE 'Y' TO WS-INIT-NEW-WORD
           PERFORM VARYING WS-NORM-I FROM 1 BY 1
                   UNTIL WS-NORM-I > 20 OR WS-INIT-N >= 2
               IF WS-INIT-IN(WS-NORM-I:1) = SPACE
                       OR WS-INIT-IN(WS-NORM-I:1) = '.'
                   MOVE 'Y' TO WS-INIT-NEW-WORD
               ELSE
                   IF WS-INIT-NEW-WORD = 'Y'
                       ADD 1 TO WS-INIT-N
                       MOVE WS-INIT-IN(WS-NORM-I:1)
                         TO WS-INIT-OUT(WS-INIT-N:1)
                       MOVE 'N' TO WS-INIT-NEW-WORD
                   END-IF
               END-IF
           END-PERFORM
           .

      *ONE CUSTOMER (IN CUST-RECORD) AGAINST THE WHOLE LIST. A
      *CUSTOMER WITH NO SURNAME CANNOT BE SCREENED AND IS SAID SO.
       D300-SCREEN-CUSTOMER   SECTION.
           ADD 1 TO WS-SCREENED-COUNT
           MOVE CUST-SURNAME TO WS-NORM-IN
           PERFORM D100-NORMALIZE
           MOVE WS-NORM-WORK TO WS-CU-SURNAME
           IF WS-CU-SURNAME = SPACES
               DISPLAY "WARNING - " CUST-ACCOUNT " HAS NO SURNAME, "
                       "NOT SCREENED"
               MOVE 4 TO WS-RUN-RC
               GO TO D300-EXIT
           END-IF
           MOVE SPACES TO WS-NORM-IN
           MOVE CUST-TOWN TO WS-NORM-IN(1:12)
           PERFORM D100-NORMALIZE
           MOVE WS-NORM-WORK(1:12) TO WS-CU-TOWN
           MOVE SPACES TO WS-NORM-IN
           MOVE CUST-POST-CODE TO WS-NORM-IN(1:10)
           PERFORM D100-NORMALIZE
           MOVE WS-NORM-WORK(1:10) TO WS-CU-POST-CODE
           MOVE SPACES TO WS-INIT-IN
           MOVE CUST-INITIALS TO WS-INIT-IN(1:2)
           PERFORM D200-CUSTOMER-INITIALS
           MOVE WS-INIT-OUT TO WS-CU-INITIALS
           PERFORM VARYING WS-SN-IDX FROM 1 BY 1
                   UNTIL WS-SN-IDX > WS-SANC-COUNT
               IF WS-SN-SURNAME(WS-SN-IDX) = WS-CU-SURNAME
                   PERFORM D310-GRADE-ENTRY
                   IF WS-GRADE NOT = SPACES
                       PERFORM E100-RAISE-HIT
                   END-IF
               END-IF
           END-PERFORM.
       D300-EXIT.
           EXIT.

      *SURNAMES ALREADY AGREE - SEE THE HEADER FOR THE GRADES.
      *SPACES WHEN THE ENTRY IS NOT A MATCH.
       D310-GRADE-ENTRY       SECTION.
           MOVE SPACES TO WS-GRADE
           IF WS-SN-INITIALS(WS-SN-IDX) = WS-CU-INITIALS
                   AND WS-CU-INITIALS NOT = SPACES
               IF WS-SN-POST-CODE(WS-SN-IDX) NOT = SPACES
                   IF WS-SN-POST-CODE(WS-SN-IDX) = WS-CU-POST-CODE
                       MOVE 'EXACT' TO WS-GRADE
                       GO TO D310-EXIT
                   END-IF
               ELSE
                   IF WS-SN-TOWN(WS-SN-IDX) NOT = SPACES
                           AND WS-SN-TOWN(WS-SN-IDX) = WS-CU-TOWN
                       MOVE 'EXACT' TO WS-GRADE
                       GO TO D310-EXIT
                   END-IF
               END-IF
           END-IF
           IF WS-SN-POST-CODE(WS-SN-IDX) NOT = SPACES
                   AND WS-SN-POST-CODE(WS-SN-IDX) = WS-CU-POST-CODE
               MOVE 'CLOSE' TO WS-GRADE
               GO TO D310-EXIT
           END-IF
           IF WS-SN-INITIALS(WS-SN-IDX) = SPACES
                   OR WS-SN-INITIALS(WS-SN-IDX)(1:1)
                      = WS-CU-INITIALS(1:1)
               IF (WS-SN-TOWN(WS-SN-IDX) = SPACES
                       AND WS-SN-POST-CODE(WS-SN-IDX) = SPACES)
                       OR WS-SN-TOWN(WS-SN-IDX) = WS-CU-TOWN
                   MOVE 'CLOSE' TO WS-GRADE
               END-IF
           END-IF.
       D310-EXIT.
           EXIT.

      *------------------------------------------
       E100-RAISE-HIT         SECTION.
           MOVE 'N' TO WS-CLR-FLAG
           PERFORM VARYING WS-CLR-IDX FROM 1 BY 1
                   UNTIL WS-CLR-IDX > WS-CLR-COUNT
               IF WS-CLR-ACCOUNT(WS-CLR-IDX) = CUST-ACCOUNT
                   AND WS-CLR-REF(WS-CLR-IDX) = WS-SN-REF(WS-SN-IDX)
                   SET PAIR-CLEARED TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF PAIR-CLEARED
               ADD 1 TO WS-CLEARED-COUNT
               GO TO E100-EXIT
           END-IF
           ADD 1 TO WS-HIT-COUNT
           MOVE 4 TO WS-RUN-RC
           MOVE SPACES TO HITS-REC
           MOVE WS-BUSINESS-DATE TO SH-RUN-DATE
           MOVE WS-SCOPE TO SH-SCOPE
           MOVE WS-GRADE TO SH-GRADE
           MOVE CUST-ACCOUNT TO SH-ACCOUNT
           MOVE WS-SN-REF(WS-SN-IDX) TO SH-LIST-REF
           MOVE CUST-INITIALS TO SH-CUST-INITIALS
           MOVE CUST-SURNAME TO SH-CUST-SURNAME
           MOVE CUST-TOWN TO SH-CUST-TOWN
           MOVE CUST-POST-CODE TO SH-CUST-POST-CODE
           MOVE WS-SN-FORENAMES(WS-SN-IDX) TO SH-LIST-FORENAMES
           WRITE HITS-REC
           IF WS-GRADE = 'EXACT'
               ADD 1 TO WS-EXACT-COUNT
               MOVE 'E' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "SANCTIONS EXACT MATCH - REF "
                      WS-SN-REF(WS-SN-IDX)
                      DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
           ELSE
               ADD 1 TO WS-CLOSE-COUNT
               MOVE 'W' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "SANCTIONS CLOSE MATCH - REF "
                      WS-SN-REF(WS-SN-IDX)
                      DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
           END-IF
           MOVE CUST-ACCOUNT TO WS-ALERT-KEY
           CALL 'ALRTMOD' USING WS-ALERT-JOB WS-BUSINESS-DATE
                                WS-ALERT-SEVERITY
                                WS-ALERT-MESSAGE WS-ALERT-KEY
           DISPLAY "WARNING - " WS-GRADE " SANCTIONS MATCH, ACCOUNT "
                   CUST-ACCOUNT " LIST REF " WS-SN-REF(WS-SN-IDX).
       E100-EXIT.
           EXIT.

      *WRITE ONE SUMMARY RECORD TO THE SHARED CROSS-SUITE RUN LOG.
       Z100-WRITE-RUN-LOG     SECTION.
           MOVE "EXPPRG94" TO RL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE WS-RUN-INPUT-COUNT TO RL-INPUT-COUNT
           MOVE WS-SCREENED-COUNT TO RL-OUTPUT-COUNT
           MOVE WS-HIT-COUNT TO RL-OUTPUT-COUNT-2
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
