       ID DIVISION.
       PROGRAM-ID. EXPPROG89.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 15TH OCT 2026.
       DATE-COMPILED.
      *
      * REPORT DISTRIBUTION AND BUNDLING. THE NIGHT'S REPORTS
      * (SUMMOUT, MOVRPT, PAYRPT, STKRPT, DORMRPT, OPSRPT, ALRTRPT
      * AND THE REST) USED TO BE SPLIT BY HAND FOR THE COUNTY
      * OFFICES, STORE MANAGERS, FINANCE AND THE RETURNING OFFICER.
      * THE DISTRIBUTION CONTROL FILE (DISTCTL) NOW MAPS EACH REPORT,
      * OR EACH SECTION OF A COUNTY- OR STORE-ORGANISED REPORT, TO A
      * RECIPIENT, AND THIS JOB WRITES ONE PRINT BUNDLE PER RECIPIENT
      * TO DATASET PB + RECIPIENT CODE (100-BYTE LINES, 60 TO A
      * PAGE):
      *   - A BANNER PAGE LISTING EVERY REPORT OR SECTION IN THE
      *     BUNDLE WITH ITS LINE COUNT, PAGE COUNT AND STARTING PAGE
      *   - EACH REPORT OR SECTION BEHIND IT, STARTING ON A NEW PAGE
      *     UNDER A ONE-LINE SEPARATOR
      * EVERYTHING PUT IN A BUNDLE IS RECORDED ON THE DISTRIBUTION
      * LOG (DISTLOG) FOR THE BUSINESS DATE.
      *
      * A SECTIONED REPORT IS SPLIT ON THE SELECTION KEY AT THE KEY
      * POSITION: A LINE CARRYING A KEY STARTS (OR CONTINUES) THAT
      * KEY'S SECTION, A LINE WITH THE KEY FIELD BLANK CONTINUES THE
      * SECTION ABOVE IT, AND THE REPORT'S HEADING LINES (DI-HEAD-
      * LINES), PLUS ANYTHING BEFORE THE FIRST KEY, GO TO EVERY
      * RECIPIENT OF A SECTION. AN OFFICE SEES ONLY ITS OWN SECTIONS;
      * A RECIPIENT WHO NEEDS THE WHOLE REPORT (FINANCE) HAS A ROW
      * WITH A BLANK OR '*' KEY. A SECTION NO ROW COVERS GOES TO
      * NOBODY - IT IS LOGGED AS UNDISTRIBUTED UNDER '*NONE*'.
      *
      * A REPORT NOT PRODUCED TONIGHT IS LISTED ON THE BANNER AND
      * LOGGED AS SUCH. THAT, AN UNDISTRIBUTED SECTION OR A REJECTED
      * DISTCTL ROW ENDS THE RUN RC 4; NO DISTCTL, OR A BUNDLE THAT
      * CANNOT BE WRITTEN, RC 12.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT DIST-CTRL-FILE ASSIGN TO DISTCTL
           FILE STATUS IS WS-CTL-STATUS.
      *THE REPORTS ARE READ THROUGH ONE DYNAMICALLY NAMED PAIR, ONE
      *FOR EACH RECORD LENGTH IN USE.
           SELECT RPT80-FILE ASSIGN TO WS-DYN-RPT-NAME
           FILE STATUS IS WS-RPT-STATUS.
           SELECT RPT100-FILE ASSIGN TO WS-DYN-RPT-NAME
           FILE STATUS IS WS-RPT-STATUS.
           SELECT BUNDLE-FILE ASSIGN TO WS-DYN-BUNDLE-NAME
           FILE STATUS IS WS-BUN-STATUS.
           SELECT DIST-LOG-FILE ASSIGN TO DISTLOG
           FILE STATUS IS WS-LOG-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO CDRUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD DIST-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 DIST-CTRL-RECORD.
           COPY DSTCTL.

       FD RPT80-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 RPT80-RECORD               PIC X(80).

       FD RPT100-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 RPT100-RECORD              PIC X(100).

       FD BUNDLE-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 BUNDLE-RECORD              PIC X(100).

       FD DIST-LOG-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 DIST-LOG-RECORD.
           COPY DSTLOG.

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

       01 WS-CTL-STATUS              PIC X(2).
           88 CTL-OK                 VALUE "00".
       01 WS-RPT-STATUS              PIC X(2).
           88 RPT-OK                 VALUE "00".
       01 WS-BUN-STATUS              PIC X(2).
           88 BUN-OK                 VALUE "00".
       01 WS-LOG-STATUS              PIC X(2).
           88 LOG-OK                 VALUE "00".
       01 WS-RUNLOG-STATUS           PIC X(2).

       01 WS-EOF-FLAG                PIC X VALUE 'N'.
           88 INPUT-DONE             VALUE 'Y'.
       01 WS-RPT-EOF-FLAG            PIC X VALUE 'N'.
           88 RPT-DONE               VALUE 'Y'.

       01 WS-DYN-RPT-NAME            PIC X(8) VALUE SPACES.
       01 WS-DYN-BUNDLE-NAME         PIC X(8) VALUE SPACES.

       01 WS-RUN-INPUT-COUNT         PIC 9(8) VALUE 0.
       01 WS-BUNDLE-COUNT            PIC 9(8) VALUE 0.
       01 WS-UNDIST-COUNT            PIC 9(8) VALUE 0.
       01 WS-REJECTED-COUNT          PIC 9(8) VALUE 0.

      *THE DISTRIBUTION ROWS, WITH WHAT EACH YIELDED TONIGHT
       01 WS-DIST-TABLE.
           03 WS-DIST-ENTRY OCCURS 300 TIMES.
               05 WS-DI-REPORT       PIC X(8).
               05 WS-DI-WIDTH        PIC 9(3).
               05 WS-DI-KEY-POS      PIC 9(3).
               05 WS-DI-KEY-LEN      PIC 9(2).
               05 WS-DI-KEY          PIC X(10).
               05 WS-DI-WHOLE        PIC X(1).
               05 WS-DI-HEAD-LINES   PIC 9(2).
               05 WS-DI-RECIPIENT    PIC X(6).
               05 WS-DI-FOUND        PIC X(1).
               05 WS-DI-LINES        PIC 9(7).
               05 WS-DI-PAGES        PIC 9(5).
               05 WS-DI-FROM-PAGE    PIC 9(5).
       01 WS-DIST-COUNT              PIC 9(3) VALUE 0.
       01 WS-ROW                     PIC 9(3).
       01 WS-ROW-J                   PIC 9(3).

      *THE RECIPIENTS, IN THE ORDER DISTCTL FIRST NAMES THEM
       01 WS-RECIP-TABLE.
           03 WS-RECIP-ENTRY OCCURS 50 TIMES.
               05 WS-RC-CODE         PIC X(6).
               05 WS-RC-NAME         PIC X(30).
       01 WS-RECIP-COUNT             PIC 9(2) VALUE 0.
       01 WS-RC-IDX                  PIC 9(2).
       01 WS-RC-FOUND                PIC 9(2).

      *ONE REPORT'S SECTIONS THAT NO DISTCTL ROW COVERS
       01 WS-UNC-TABLE.
           03 WS-UNC-ENTRY OCCURS 50 TIMES.
               05 WS-UNC-KEY         PIC X(10).
               05 WS-UNC-LINES       PIC 9(7).
       01 WS-UNC-COUNT               PIC 9(2) VALUE 0.
       01 WS-UNC-IDX                 PIC 9(2).
       01 WS-UNC-CUR                 PIC 9(2).

      *ONE PASS OVER ONE REPORT - COUNTING A ROW'S LINES (C),
      *WRITING THEM TO THE BUNDLE (W) OR LOOKING FOR SECTIONS NO ROW
      *COVERS (K)
       01 WS-SCAN-MODE               PIC X(1).
           88 SCAN-COUNT             VALUE 'C'.
           88 SCAN-WRITE             VALUE 'W'.
           88 SCAN-KEYS              VALUE 'K'.
       01 WS-LINE                    PIC X(100).
       01 WS-LINE-NO                 PIC 9(7).
       01 WS-SCAN-LINES              PIC 9(7).
       01 WS-CUR-KEY                 PIC X(10).
       01 WS-KEY-SEEN-FLAG           PIC X(1).
           88 KEY-SEEN               VALUE 'Y'.
       01 WS-TAKE-FLAG               PIC X(1).
           88 TAKE-LINE              VALUE 'Y'.
       01 WS-KP                      PIC 9(3).
       01 WS-KL                      PIC 9(2).

      *PAGING OF THE BUNDLE BEING WRITTEN
       01 WS-PAGE-LINES              PIC 9(2) VALUE 60.
       01 WS-LINES-ON-PAGE           PIC 9(2) VALUE 0.
       01 WS-ITEM-COUNT              PIC 9(3).
       01 WS-BANNER-PAGES            PIC 9(5).
       01 WS-NEXT-PAGE               PIC 9(5).
       01 WS-TOTAL-PAGES             PIC 9(5).
       01 WS-OUT-LINE                PIC X(100).

      *BANNER AND SEPARATOR LINES
       01 RP-BANNER-TITLE.
           03 FILLER                 PIC X(17) VALUE
              'PRINT BUNDLE FOR '.
           03 RB-NAME                PIC X(30).
           03 FILLER                 PIC X(53) VALUE SPACES.
       01 RP-BANNER-IDENT.
           03 FILLER                 PIC X(10) VALUE 'RECIPIENT '.
           03 RB-CODE                PIC X(6).
           03 FILLER                 PIC X(17) VALUE
              '   BUSINESS DATE '.
           03 RB-DATE                PIC X(8).
           03 FILLER                 PIC X(10) VALUE '   BUNDLE '.
           03 RB-BUNDLE              PIC X(8).
           03 FILLER                 PIC X(41) VALUE SPACES.
       01 RP-SECTION-LINE.
           03 RS-TEXT                PIC X(100).
       01 RP-CONTENTS-HEAD.
           03 FILLER                 PIC X(10) VALUE 'REPORT'.
           03 FILLER                 PIC X(12) VALUE 'SECTION'.
           03 FILLER                 PIC X(9) VALUE '   LINES'.
           03 FILLER                 PIC X(7) VALUE ' PAGES'.
           03 FILLER                 PIC X(12) VALUE ' FROM PAGE'.
           03 FILLER                 PIC X(50) VALUE 'NOTE'.
       01 RP-CONTENTS-LINE.
           03 RC-REPORT              PIC X(8).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 RC-SECTION             PIC X(10).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 RC-LINES               PIC Z(6)9.
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 RC-PAGES               PIC Z(4)9.
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 RC-FROM-PAGE           PIC Z(9)9 BLANK WHEN ZERO.
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 RC-NOTE                PIC X(20).
           03 FILLER                 PIC X(30) VALUE SPACES.
       01 RP-BANNER-TOTAL.
           03 FILLER                 PIC X(7) VALUE 'TOTAL: '.
           03 RT-ITEMS               PIC ZZ9.
           03 FILLER                 PIC X(11) VALUE ' ITEM(S),  '.
           03 RT-PAGES               PIC Z(4)9.
           03 FILLER                 PIC X(74) VALUE
              ' PAGE(S) INCLUDING THIS BANNER'.
       01 RP-SEPARATOR.
           03 FILLER                 PIC X(11) VALUE '*** REPORT '.
           03 RX-REPORT              PIC X(8).
           03 FILLER                 PIC X(9) VALUE ' SECTION '.
           03 RX-SECTION             PIC X(10).
           03 FILLER                 PIC X(6) VALUE ' FOR  '.
           03 RX-RECIPIENT           PIC X(6).
           03 FILLER                 PIC X(4) VALUE ' ***'.
           03 FILLER                 PIC X(46) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       A100-MAIN-LOGIC        SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "STATUS - STARTING REPORT DISTRIBUTION"
           PERFORM B100-LOAD-DISTCTL
           OPEN EXTEND DIST-LOG-FILE
           IF NOT LOG-OK
               OPEN OUTPUT DIST-LOG-FILE
           END-IF
           IF NOT LOG-OK
               DISPLAY "ERROR - COULD NOT OPEN DISTLOG, STATUS "
                       WS-LOG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RECIP-COUNT
               PERFORM C100-BUNDLE-RECIPIENT
           END-PERFORM
           PERFORM C200-CHECK-UNDISTRIBUTED
           CLOSE DIST-LOG-FILE
           PERFORM Z100-WRITE-RUN-LOG
           DISPLAY "STATUS - BUNDLES WRITTEN: " WS-BUNDLE-COUNT
                   "  UNDISTRIBUTED SECTIONS: " WS-UNDIST-COUNT
           DISPLAY "STATUS - REPORT DISTRIBUTION DONE"
           GOBACK
           .

      *A ROW THAT COULD NOT BE FOLLOWED IS REJECTED, NOT GUESSED AT -
      *A WRONG KEY POSITION WOULD SEND ONE OFFICE ANOTHER'S FIGURES.
       B100-LOAD-DISTCTL      SECTION.
           OPEN INPUT DIST-CTRL-FILE
           IF NOT CTL-OK
               DISPLAY "ERROR - COULD NOT OPEN DISTCTL, STATUS "
                       WS-CTL-STATUS " - NOTHING DISTRIBUTED"
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM UNTIL INPUT-DONE
               READ DIST-CTRL-FILE
                   AT END SET INPUT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RUN-INPUT-COUNT
                       IF DI-REPORT NOT = SPACES
                           PERFORM B110-ADD-DIST-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DIST-CTRL-FILE
           IF WS-REJECTED-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           .

       B110-ADD-DIST-ROW      SECTION.
           IF DI-RECIPIENT = SPACES
               DISPLAY "WARNING - DISTCTL ROW FOR " DI-REPORT
                       " NAMES NO RECIPIENT, IGNORED"
               ADD 1 TO WS-REJECTED-COUNT
               GO TO B110-EXIT
           END-IF
           IF DI-WIDTH NOT NUMERIC OR DI-WIDTH = 0
               MOVE 80 TO DI-WIDTH
           END-IF
           IF DI-WIDTH NOT = 80 AND DI-WIDTH NOT = 100
               DISPLAY "WARNING - DISTCTL ROW " DI-REPORT " FOR "
                       DI-RECIPIENT " HAS WIDTH " DI-WIDTH
                       ", IGNORED"
               ADD 1 TO WS-REJECTED-COUNT
               GO TO B110-EXIT
           END-IF
           IF DI-HEAD-LINES NOT NUMERIC
               MOVE 0 TO DI-HEAD-LINES
           END-IF
           IF NOT DI-WHOLE-REPORT
               IF DI-KEY-POS NOT NUMERIC OR DI-KEY-LEN NOT NUMERIC
                   DISPLAY "WARNING - DISTCTL ROW " DI-REPORT " FOR "
                           DI-RECIPIENT " HAS NO KEY POSITION, "
                           "IGNORED"
                   ADD 1 TO WS-REJECTED-COUNT
                   GO TO B110-EXIT
               END-IF
               IF DI-KEY-POS = 0 OR DI-KEY-LEN = 0 OR DI-KEY-LEN > 10
                       OR DI-KEY-POS + DI-KEY-LEN - 1 > DI-WIDTH
                   DISPLAY "WARNING - DISTCTL ROW " DI-REPORT " FOR "
                           DI-RECIPIENT " HAS KEY " DI-KEY-POS "/"
                           DI-KEY-LEN " OUTSIDE THE LINE, IGNORED"
                   ADD 1 TO WS-REJECTED-COUNT
                   GO TO B110-EXIT
               END-IF
           END-IF
           IF WS-DIST-COUNT = 300
               DISPLAY "WARNING - DISTCTL HAS MORE THAN 300 ROWS, "
                       DI-REPORT " FOR " DI-RECIPIENT " IGNORED"
               ADD 1 TO WS-REJECTED-COUNT
               GO TO B110-EXIT
           END-IF
           MOVE 0 TO WS-RC-FOUND
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RECIP-COUNT
               IF WS-RC-CODE(WS-RC-IDX) = DI-RECIPIENT
                   MOVE WS-RC-IDX TO WS-RC-FOUND
               END-IF
           END-PERFORM
           IF WS-RC-FOUND = 0
               IF WS-RECIP-COUNT = 50
                   DISPLAY "WARNING - MORE THAN 50 RECIPIENTS, "
                           DI-RECIPIENT " IGNORED"
                   ADD 1 TO WS-REJECTED-COUNT
                   GO TO B110-EXIT
               END-IF
               ADD 1 TO WS-RECIP-COUNT
               MOVE DI-RECIPIENT TO WS-RC-CODE(WS-RECIP-COUNT)
               MOVE DI-RECIPIENT-NAME TO WS-RC-NAME(WS-RECIP-COUNT)
           END-IF
           ADD 1 TO WS-DIST-COUNT
           MOVE DI-REPORT TO WS-DI-REPORT(WS-DIST-COUNT)
           MOVE DI-WIDTH TO WS-DI-WIDTH(WS-DIST-COUNT)
           MOVE DI-HEAD-LINES TO WS-DI-HEAD-LINES(WS-DIST-COUNT)
           MOVE DI-RECIPIENT TO WS-DI-RECIPIENT(WS-DIST-COUNT)
           IF DI-WHOLE-REPORT
               MOVE 'Y' TO WS-DI-WHOLE(WS-DIST-COUNT)
               MOVE SPACES TO WS-DI-KEY(WS-DIST-COUNT)
               MOVE 1 TO WS-DI-KEY-POS(WS-DIST-COUNT)
               MOVE 1 TO WS-DI-KEY-LEN(WS-DIST-COUNT)
           ELSE
               MOVE 'N' TO WS-DI-WHOLE(WS-DIST-COUNT)
               MOVE DI-KEY-VALUE TO WS-DI-KEY(WS-DIST-COUNT)
               MOVE DI-KEY-POS TO WS-DI-KEY-POS(WS-DIST-COUNT)
               MOVE DI-KEY-LEN TO WS-DI-KEY-LEN(WS-DIST-COUNT)
           END-IF.
       B110-EXIT.
           EXIT.

      *------------------------------------------
      *ONE RECIPIENT'S BUNDLE. THE BANNER HAS TO LIST PAGE COUNTS, SO
      *EACH OF THE RECIPIENT'S REPORTS IS COUNTED BEFORE THE BUNDLE
      *IS WRITTEN AND READ AGAIN TO WRITE IT.
       C100-BUNDLE-RECIPIENT  SECTION.
           MOVE 0 TO WS-ITEM-COUNT
           PERFORM VARYING WS-ROW FROM 1 BY 1
                   UNTIL WS-ROW > WS-DIST-COUNT
               IF WS-DI-RECIPIENT(WS-ROW) = WS-RC-CODE(WS-RC-IDX)
                   ADD 1 TO WS-ITEM-COUNT
                   SET SCAN-COUNT TO TRUE
                   PERFORM D100-SCAN-REPORT
                   MOVE WS-SCAN-LINES TO WS-DI-LINES(WS-ROW)
               END-IF
           END-PERFORM
      *BANNER FIRST, THEN EACH NON-EMPTY ITEM FROM A NEW PAGE, ITS
      *SEPARATOR LINE INCLUDED IN ITS PAGE COUNT
           COMPUTE WS-BANNER-PAGES =
                   (WS-ITEM-COUNT + 7 + WS-PAGE-LINES - 1)
                   / WS-PAGE-LINES
           COMPUTE WS-NEXT-PAGE = WS-BANNER-PAGES + 1
           PERFORM VARYING WS-ROW FROM 1 BY 1
                   UNTIL WS-ROW > WS-DIST-COUNT
               IF WS-DI-RECIPIENT(WS-ROW) = WS-RC-CODE(WS-RC-IDX)
                   IF WS-DI-LINES(WS-ROW) = 0
                       MOVE 0 TO WS-DI-PAGES(WS-ROW)
                       MOVE 0 TO WS-DI-FROM-PAGE(WS-ROW)
                   ELSE
                       COMPUTE WS-DI-PAGES(WS-ROW) =
                               (WS-DI-LINES(WS-ROW) + WS-PAGE-LINES)
                               / WS-PAGE-LINES
                       MOVE WS-NEXT-PAGE TO WS-DI-FROM-PAGE(WS-ROW)
                       ADD WS-DI-PAGES(WS-ROW) TO WS-NEXT-PAGE
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-TOTAL-PAGES = WS-NEXT-PAGE - 1
           MOVE SPACES TO WS-DYN-BUNDLE-NAME
           STRING 'PB' WS-RC-CODE(WS-RC-IDX) DELIMITED BY SPACE
               INTO WS-DYN-BUNDLE-NAME
           OPEN OUTPUT BUNDLE-FILE
           IF NOT BUN-OK
               DISPLAY "ERROR - COULD NOT OPEN BUNDLE "
                       WS-DYN-BUNDLE-NAME " FOR "
                       WS-RC-CODE(WS-RC-IDX) ", STATUS "
                       WS-BUN-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO C100-EXIT
           END-IF
           MOVE 0 TO WS-LINES-ON-PAGE
           PERFORM C110-WRITE-BANNER
           PERFORM VARYING WS-ROW FROM 1 BY 1
                   UNTIL WS-ROW > WS-DIST-COUNT
               IF WS-DI-RECIPIENT(WS-ROW) = WS-RC-CODE(WS-RC-IDX)
                   IF WS-DI-LINES(WS-ROW) > 0
                       PERFORM C120-WRITE-ITEM
                   END-IF
                   PERFORM W300-LOG-ITEM
               END-IF
           END-PERFORM
           CLOSE BUNDLE-FILE
           ADD 1 TO WS-BUNDLE-COUNT
           DISPLAY "STATUS - BUNDLE " WS-DYN-BUNDLE-NAME " FOR "
                   WS-RC-CODE(WS-RC-IDX) ": " WS-ITEM-COUNT
                   " ITEM(S), " WS-TOTAL-PAGES " PAGE(S)".
       C100-EXIT.
           EXIT.

       C110-WRITE-BANNER      SECTION.
           MOVE WS-RC-NAME(WS-RC-IDX) TO RB-NAME
           MOVE RP-BANNER-TITLE TO WS-OUT-LINE
           PERFORM W100-WRITE-BUNDLE-LINE
           MOVE WS-RC-CODE(WS-RC-IDX) TO RB-CODE
           MOVE WS-BUSINESS-DATE TO RB-DATE
           MOVE WS-DYN-BUNDLE-NAME TO RB-BUNDLE
           MOVE RP-BANNER-IDENT TO WS-OUT-LINE
           PERFORM W100-WRITE-BUNDLE-LINE
           MOVE SPACES TO WS-OUT-LINE
           PERFORM W100-WRITE-BUNDLE-LINE
           MOVE 'CONTENTS' TO RS-TEXT
           MOVE RP-SECTION-LINE TO WS-OUT-LINE
           PERFORM W100-WRITE-BUNDLE-LINE
           MOVE RP-CONTENTS-HEAD TO WS-OUT-LINE
           PERFORM W100-WRITE-BUNDLE-LINE
           PERFORM VARYING WS-ROW FROM 1 BY 1
                   UNTIL WS-ROW > WS-DIST-COUNT
               IF WS-DI-RECIPIENT(WS-ROW) = WS-RC-CODE(WS-RC-IDX)
                   PERFORM C115-WRITE-CONTENTS-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-OUT-LINE
           PERFORM W100-WRITE-BUNDLE-LINE
           MOVE WS-ITEM-COUNT TO RT-ITEMS
           MOVE WS-TOTAL-PAGES TO RT-PAGES
           MOVE RP-BANNER-TOTAL TO WS-OUT-LINE
           PERFORM W100-WRITE-BUNDLE-LINE
           PERFORM W200-END-PAGE
           .

       C115-WRITE-CONTENTS-LINE SECTION.
           MOVE WS-DI-REPORT(WS-ROW) TO RC-REPORT
           IF WS-DI-WHOLE(WS-ROW) = 'Y'
               MOVE 'ALL' TO RC-SECTION
           ELSE
               MOVE WS-DI-KEY(WS-ROW) TO RC-SECTION
           END-IF
           MOVE WS-DI-LINES(WS-ROW) TO RC-LINES
           MOVE WS-DI-PAGES(WS-ROW) TO RC-PAGES
           MOVE WS-DI-FROM-PAGE(WS-ROW) TO RC-FROM-PAGE
           EVALUATE TRUE
               WHEN WS-DI-FOUND(WS-ROW) = 'N'
                   MOVE 'NOT PRODUCED' TO RC-NOTE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN WS-DI-LINES(WS-ROW) = 0
                   MOVE 'NOTHING TONIGHT' TO RC-NOTE
               WHEN OTHER
                   MOVE SPACES TO RC-NOTE
           END-EVALUATE
           MOVE RP-CONTENTS-LINE TO WS-OUT-LINE
           PERFORM W100-WRITE-BUNDLE-LINE
           .

       C120-WRITE-ITEM        SECTION.
           MOVE WS-DI-REPORT(WS-ROW) TO RX-REPORT
           IF WS-DI-WHOLE(WS-ROW) = 'Y'
               MOVE 'ALL' TO RX-SECTION
           ELSE
               MOVE WS-DI-KEY(WS-ROW) TO RX-SECTION
           END-IF
           MOVE WS-RC-CODE(WS-RC-IDX) TO RX-RECIPIENT
           MOVE RP-SEPARATOR TO WS-OUT-LINE
           PERFORM W100-WRITE-BUNDLE-LINE
           SET SCAN-WRITE TO TRUE
           PERFORM D100-SCAN-REPORT
           PERFORM W200-END-PAGE
           .

      *------------------------------------------
      *A SECTIONED REPORT ONLY SENDS WHAT SOMEBODY IS DUE - A COUNTY
      *OR STORE THAT APPEARS ON THE REPORT WITH NO ROW FOR IT GOES TO
      *NOBODY, SO IT IS LOGGED HERE FOR OPERATIONS TO ADD A ROW. A
      *REPORT WITH A WHOLE-REPORT RECIPIENT IS ALWAYS COVERED.
       C200-CHECK-UNDISTRIBUTED SECTION.
           PERFORM VARYING WS-ROW FROM 1 BY 1
                   UNTIL WS-ROW > WS-DIST-COUNT
               IF WS-DI-WHOLE(WS-ROW) = 'N'
                   PERFORM C210-FIRST-KEYED-ROW
                   IF WS-ROW-J = WS-ROW
                       PERFORM C220-CHECK-ONE-REPORT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-UNDIST-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           .

      *WS-ROW-J COMES BACK AS THE FIRST KEYED ROW FOR THIS REPORT, OR
      *ZERO WHEN THE REPORT ALSO HAS A WHOLE-REPORT RECIPIENT.
       C210-FIRST-KEYED-ROW   SECTION.
           MOVE 0 TO WS-ROW-J
           PERFORM VARYING WS-ROW-J FROM 1 BY 1
                   UNTIL WS-ROW-J > WS-DIST-COUNT
               IF WS-DI-REPORT(WS-ROW-J) = WS-DI-REPORT(WS-ROW)
                       AND WS-DI-WHOLE(WS-ROW-J) = 'Y'
                   MOVE 0 TO WS-ROW-J
                   GO TO C210-EXIT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ROW-J FROM 1 BY 1
                   UNTIL WS-ROW-J > WS-DIST-COUNT
               IF WS-DI-REPORT(WS-ROW-J) = WS-DI-REPORT(WS-ROW)
                   GO TO C210-EXIT
               END-IF
           END-PERFORM.
       C210-EXIT.
           EXIT.

       C220-CHECK-ONE-REPORT  SECTION.
           MOVE 0 TO WS-UNC-COUNT
           SET SCAN-KEYS TO TRUE
           PERFORM D100-SCAN-REPORT
           PERFORM VARYING WS-UNC-IDX FROM 1 BY 1
                   UNTIL WS-UNC-IDX > WS-UNC-COUNT
               ADD 1 TO WS-UNDIST-COUNT
               DISPLAY "WARNING - " WS-DI-REPORT(WS-ROW) " SECTION "
                       WS-UNC-KEY(WS-UNC-IDX) " HAS NO RECIPIENT, "
                       WS-UNC-LINES(WS-UNC-IDX) " LINE(S) NOT SENT"
               MOVE SPACES TO DIST-LOG-RECORD
               MOVE WS-BUSINESS-DATE TO DV-BUS-DATE
               MOVE '*NONE*' TO DV-RECIPIENT
               MOVE WS-DI-REPORT(WS-ROW) TO DV-REPORT
               MOVE WS-UNC-KEY(WS-UNC-IDX) TO DV-KEY-VALUE
               MOVE WS-UNC-LINES(WS-UNC-IDX) TO DV-LINES
               MOVE 0 TO DV-PAGES
               SET DV-UNDISTRIBUTED TO TRUE
               WRITE DIST-LOG-RECORD
           END-PERFORM
           .

      *------------------------------------------
      *ONE PASS OVER THE REPORT NAMED ON ROW WS-ROW, IN THE MODE SET
      *BY THE CALLER.
       D100-SCAN-REPORT       SECTION.
           MOVE 0 TO WS-SCAN-LINES
           MOVE 0 TO WS-LINE-NO
           MOVE 0 TO WS-UNC-CUR
           MOVE 'N' TO WS-KEY-SEEN-FLAG
           MOVE SPACES TO WS-CUR-KEY
           MOVE 'N' TO WS-RPT-EOF-FLAG
           MOVE WS-DI-KEY-POS(WS-ROW) TO WS-KP
           MOVE WS-DI-KEY-LEN(WS-ROW) TO WS-KL
           MOVE WS-DI-REPORT(WS-ROW) TO WS-DYN-RPT-NAME
           IF WS-DI-WIDTH(WS-ROW) = 100
               OPEN INPUT RPT100-FILE
           ELSE
               OPEN INPUT RPT80-FILE
           END-IF
           IF NOT RPT-OK
               MOVE 'N' TO WS-DI-FOUND(WS-ROW)
               GO TO D100-EXIT
           END-IF
           MOVE 'Y' TO WS-DI-FOUND(WS-ROW)
           PERFORM D110-READ-LINE
           PERFORM UNTIL RPT-DONE
               ADD 1 TO WS-LINE-NO
               PERFORM D120-PLACE-LINE
               PERFORM D110-READ-LINE
           END-PERFORM
           IF WS-DI-WIDTH(WS-ROW) = 100
               CLOSE RPT100-FILE
           ELSE
               CLOSE RPT80-FILE
           END-IF.
       D100-EXIT.
           EXIT.

       D110-READ-LINE         SECTION.
           IF WS-DI-WIDTH(WS-ROW) = 100
               READ RPT100-FILE
                   AT END SET RPT-DONE TO TRUE
                   NOT AT END MOVE RPT100-RECORD TO WS-LINE
               END-READ
           ELSE
               READ RPT80-FILE
                   AT END SET RPT-DONE TO TRUE
                   NOT AT END MOVE RPT80-RECORD TO WS-LINE
               END-READ
           END-IF
           .

      *HEADING LINES GO TO EVERYONE; PAST THEM A KEY ON THE LINE
      *OPENS ITS SECTION AND A BLANK KEY FIELD STAYS IN THE SECTION
      *ABOVE.
       D120-PLACE-LINE        SECTION.
           MOVE 'N' TO WS-TAKE-FLAG
           IF WS-LINE-NO <= WS-DI-HEAD-LINES(WS-ROW)
               SET TAKE-LINE TO TRUE
           ELSE
               IF WS-DI-WHOLE(WS-ROW) = 'N'
                       AND WS-LINE(WS-KP:WS-KL) NOT = SPACES
                   IF NOT KEY-SEEN
                           OR WS-LINE(WS-KP:WS-KL) NOT = WS-CUR-KEY
                       MOVE WS-LINE(WS-KP:WS-KL) TO WS-CUR-KEY
                       SET KEY-SEEN TO TRUE
                       IF SCAN-KEYS
                           PERFORM D130-CHECK-COVERED
                       END-IF
                   END-IF
               END-IF
               IF WS-DI-WHOLE(WS-ROW) = 'Y' OR NOT KEY-SEEN
                       OR WS-CUR-KEY = WS-DI-KEY(WS-ROW)
                   SET TAKE-LINE TO TRUE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN SCAN-KEYS
                   IF KEY-SEEN AND WS-UNC-CUR > 0
                           AND WS-LINE-NO > WS-DI-HEAD-LINES(WS-ROW)
                       ADD 1 TO WS-UNC-LINES(WS-UNC-CUR)
                   END-IF
               WHEN SCAN-COUNT
                   IF TAKE-LINE
                       ADD 1 TO WS-SCAN-LINES
                   END-IF
               WHEN SCAN-WRITE
                   IF TAKE-LINE
                       MOVE WS-LINE TO WS-OUT-LINE
                       PERFORM W100-WRITE-BUNDLE-LINE
                   END-IF
           END-EVALUATE
           .

      *A NEW SECTION ON THE REPORT - DOES ANY ROW FOR IT EXIST?
       D130-CHECK-COVERED     SECTION.
           MOVE 0 TO WS-UNC-CUR
           PERFORM VARYING WS-ROW-J FROM 1 BY 1
                   UNTIL WS-ROW-J > WS-DIST-COUNT
               IF WS-DI-REPORT(WS-ROW-J) = WS-DI-REPORT(WS-ROW)
                       AND WS-DI-KEY(WS-ROW-J) = WS-CUR-KEY
                   GO TO D130-EXIT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-UNC-IDX FROM 1 BY 1
                   UNTIL WS-UNC-IDX > WS-UNC-COUNT
               IF WS-UNC-KEY(WS-UNC-IDX) = WS-CUR-KEY
                   MOVE WS-UNC-IDX TO WS-UNC-CUR
                   GO TO D130-EXIT
               END-IF
           END-PERFORM
           IF WS-UNC-COUNT < 50
               ADD 1 TO WS-UNC-COUNT
               MOVE WS-CUR-KEY TO WS-UNC-KEY(WS-UNC-COUNT)
               MOVE 0 TO WS-UNC-LINES(WS-UNC-COUNT)
               MOVE WS-UNC-COUNT TO WS-UNC-CUR
           END-IF.
       D130-EXIT.
           EXIT.

      *------------------------------------------
       W100-WRITE-BUNDLE-LINE SECTION.
           WRITE BUNDLE-RECORD FROM WS-OUT-LINE
           ADD 1 TO WS-LINES-ON-PAGE
           IF WS-LINES-ON-PAGE = WS-PAGE-LINES
               MOVE 0 TO WS-LINES-ON-PAGE
           END-IF
           .

      *FILL THE REST OF THE PAGE SO THE NEXT ITEM STARTS ON A NEW
      *ONE.
       W200-END-PAGE          SECTION.
           MOVE SPACES TO WS-OUT-LINE
           PERFORM UNTIL WS-LINES-ON-PAGE = 0
               PERFORM W100-WRITE-BUNDLE-LINE
           END-PERFORM
           .

       W300-LOG-ITEM          SECTION.
           MOVE SPACES TO DIST-LOG-RECORD
           MOVE WS-BUSINESS-DATE TO DV-BUS-DATE
           MOVE WS-RC-CODE(WS-RC-IDX) TO DV-RECIPIENT
           MOVE WS-DYN-BUNDLE-NAME TO DV-BUNDLE
           MOVE WS-DI-REPORT(WS-ROW) TO DV-REPORT
           MOVE WS-DI-KEY(WS-ROW) TO DV-KEY-VALUE
           MOVE WS-DI-LINES(WS-ROW) TO DV-LINES
           MOVE WS-DI-PAGES(WS-ROW) TO DV-PAGES
           IF WS-DI-FOUND(WS-ROW) = 'N'
               SET DV-NOT-PRODUCED TO TRUE
           ELSE
               SET DV-SENT TO TRUE
           END-IF
           WRITE DIST-LOG-RECORD
           .

      *WRITE ONE SUMMARY RECORD TO THE SHARED CROSS-SUITE RUN LOG.
       Z100-WRITE-RUN-LOG     SECTION.
           MOVE "EXPPRG89" TO RL-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE WS-RUN-INPUT-COUNT TO RL-INPUT-COUNT
           MOVE WS-BUNDLE-COUNT TO RL-OUTPUT-COUNT
           MOVE WS-UNDIST-COUNT TO RL-OUTPUT-COUNT-2
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
