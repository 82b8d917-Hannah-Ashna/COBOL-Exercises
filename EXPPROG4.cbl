       ID DIVISION.
       PROGRAM-ID. EXPPROG4.
       AUTHOR. HANNAH JACOB.
       DATE-WRITTEN. 23RD JULY 2021.
       DATE-COMPILED.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOTESINPUT    ASSIGN TO FILEIN
           FILE STATUS IS WS-INPUT-STATUS.
           SELECT RESULTSOUTPUT ASSIGN TO FILEOUT
           FILE STATUS IS WS-OUTPUT-STATUS.

      *MASTER LIST OF VALID CONSTITUENCY CODES, ALSO
      *THE ROUTING TABLE FOR MULTI-CONSTITUENCY MODE
      *RE-DERIVES EVERY ROUND FROM ITS CAPTURED WORK FILE (SEE
      *G110-STV-ONE-ROUND), SO A LINEAR RESTART POINT DOESN'T
      *APPLY TO EITHER - BOTH ARE OUT OF SCOPE FOR THIS ITERATION.
      *ON A COMBINED POLL EACH ELECTION'S COUNT IS ITS OWN RUN (PARM
      *ELECTION) WITH ITS OWN CHECKPOINT - THE OWNER STAMP CARRIES
      *THE ELECTION AND A RESTART REFUSES ANOTHER ELECTION'S STAMP.
           SELECT CHECKPOINT-FILE ASSIGN TO CDCHKPT
           FILE STATUS IS WS-CHK-STATUS.

      *RE-KEYS A DECLARATION EVER AGAIN.
           SELECT RESULTS-IF-FILE ASSIGN TO RESIF
           FILE STATUS IS WS-IF-STATUS.

      *BALLOT PAPER ACCOUNTS - ONE RECORD PER POLLING STATION BOX
      *FROM THE PRESIDING OFFICER (PAPERS ISSUED, SPOILT AND
      *REPLACED, UNUSED, TENDERED). THE PAPERS ISSUED ARE VERIFIED
      *AGAINST THE BALLOTS COUNTED UNDER THE BOX'S '*BX*' HEADER ON
      *VOTESINPUT, WITH THE DISCREPANCY TOLERANCE ON BOXCTL, AND A
      *VERIFICATION STATEMENT PER CONSTITUENCY GOES TO VERIFRPT.
           SELECT BPA-FILE ASSIGN TO BPAFILE
           FILE STATUS IS WS-BPA-STATUS.
           SELECT BOX-CTRL-FILE ASSIGN TO BOXCTL
           FILE STATUS IS WS-BOXCTL-STATUS.
           SELECT VERIF-RPT-FILE ASSIGN TO VERIFRPT
           FILE STATUS IS WS-VERIFRPT-STATUS.

      *LIST-PR SEAT ALLOCATION (MODE 'L') - REGNCTL NAMES EACH
      *REGION'S SEATS, METHOD AND THRESHOLD AND THE CONSTITUENCIES
      *BELONGING TO IT; THE REGIONAL PARTY TOTALS ARE BUILT FROM AN
      *EARLIER RUN'S RESIF, THE ROUNDS ARE PRINTED TO SEATRPT AND
      *THE SEATS WON GO TO SEATIF IN THE RESIF STYLE.
           SELECT REGION-CTRL-FILE ASSIGN TO REGNCTL
           FILE STATUS IS WS-REGNCTL-STATUS.
           SELECT SEAT-RPT-FILE ASSIGN TO SEATRPT
           FILE STATUS IS WS-SEATRPT-STATUS.
           SELECT SEAT-IF-FILE ASSIGN TO SEATIF
           FILE STATUS IS WS-SEATIF-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *------------------------------------------
      * VOTES INPUT FILE
      *------------------------------------------
       FD VOTESINPUT BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 VOTES-RECORD.
           03 CONSTITUENCY-ID  PIC X(4).
           03 VOTE-VALUE OCCURS 72 TIMES PIC 9(1).

           03 SPACE-FILLER     PIC X(4).
      *POSTAL-VOTE BATCH HEADER - '*BH*' IN THE CONSTITUENCY-ID
      *POSITION, FOLLOWED BY THE BATCH ID, THE CONSTITUENCY THE
      *BATCH WAS SIGNED FOR AND THE DECLARED BALLOT COUNT.
           03 BH-BATCH-ID      PIC X(8).
           03 BH-CONST-ID      PIC X(4).
           03 BH-DECLARED      PIC 9(6).
      *ON A COMBINED POLL THE BATCH ALSO NAMES ITS ELECTION - THE
      *BALLOTS FOLLOWING IT COUNT TOWARDS THAT ELECTION ONLY.
           03 BH-ELECTION      PIC X(4).
           03 FILLER           PIC X(54).
      *POLLING-STATION BOX HEADER - '*BX*' IN THE CONSTITUENCY-ID
      *POSITION, FOLLOWED BY THE BOX ID AND ITS CONSTITUENCY. THE
      *BALLOTS FOLLOWING IT, UP TO THE NEXT HEADER OF EITHER KIND,
      *ARE THE CONTENTS OF THAT BOX.
       01 BOX-HEADER-REC.
           03 BX-MARKER        PIC X(4).
           03 BX-BOX-ID        PIC X(8).
           03 BX-CONST-ID      PIC X(4).
           03 FILLER           PIC X(64).
      *------------------------------------------
      * RESULTS OUTPUT FILE
      *------------------------------------------
       FD RESULTSOUTPUT BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 RESULTS-RECORD       PIC X(80).

      *EXTENDED INTO THE ELECTORATE MASTER - CONSTITUENCY CODE PLUS
      *REGISTERED ELECTOR COUNT, SO TURNOUT NO LONGER HAS TO BE
       01 CONST-CTRL-REC.
           03 CC-CODE          PIC X(4).
           03 CC-ELECTORATE    PIC 9(8).
      *ELECTION THE CONSTITUENCY (OR COUNCIL DIVISION) IS CONTESTED
      *IN - SPACES WHEN ONLY ONE ELECTION IS BEING COUNTED.
           03 CC-ELECTION      PIC X(4).
           03 FILLER           PIC X(64).

      *ONE PARTY NAME PER RECORD. A COMBINED POLL PUTS AN '*EL*'
      *RECORD (MARKER PLUS ELECTION ID) BEFORE EACH ELECTION'S
      *EIGHT NAMES; THE FIRST LIST IS THE DEFAULT FOR ANY ELECTION
      *WITHOUT ONE OF ITS OWN.
       FD PARTY-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 PARTY-CTRL-REC       PIC X(20).
       01 PARTY-CTRL-ELECTION-REC.
           03 PE-MARKER        PIC X(4).
           03 PE-ELECTION      PIC X(4).
           03 FILLER           PIC X(12).

      *RE-SCAN THRESHOLD RATE AS 99V99 PERCENT, ONE RECORD.
       FD QUAL-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           03 CD-POSITION      PIC 9(1).
           03 CD-NAME          PIC X(20).
           03 CD-PARTY-IDX     PIC 9(1).
           03 CD-ELECTION      PIC X(4).
           03 FILLER           PIC X(50).

       FD DIAG-AUDIT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           03 AR-CONST         PIC X(4).
           03 AR-PARTY-IDX     PIC 9(2).
           03 AR-VOTES         PIC 9(6).
      *'N' MARKS A NOTIONAL RESULT REBUILT ONTO NEW BOUNDARIES BY
      *EXPPROG70 - FOR THE SAME DATE IT TAKES PRECEDENCE OVER THE
      *ACTUAL FIGURES, SO SWING COMPARES LIKE WITH LIKE.
           03 AR-NOTIONAL-FLAG PIC X(1).
               88 AR-NOTIONAL  VALUE 'N'.
      *ELECTION THE FIGURES BELONG TO - SWING ONLY EVER COMPARES
      *RESULTS OF THE SAME ELECTION.
           03 AR-ELECTION      PIC X(4).
           03 FILLER           PIC X(55).

       FD SWING-RPT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
      *THE CANDIDATE THE VOTES BELONG TO - SPACES WHEN NO CANDCTRL
      *ROW COVERS THE CONSTITUENCY/POSITION.
           03 IF-CANDIDATE     PIC X(20).
           03 IF-ELECTION      PIC X(4).
           03 FILLER           PIC X(26).
           03 IF-REC-TYPE      PIC X(1).
       01 RESULTS-IF-TRAILER.
           03 IFT-MARKER       PIC X(8).
           03 FILLER           PIC X(63).
           03 IFT-REC-TYPE     PIC X(1).

       FD BPA-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 BPA-RECORD.
           03 BP-BOX-ID        PIC X(8).
           03 BP-CONST         PIC X(4).
           03 BP-ISSUED        PIC 9(6).
           03 BP-SPOILT-REPL   PIC 9(6).
           03 BP-UNUSED        PIC 9(6).
           03 BP-TENDERED      PIC 9(6).
           03 FILLER           PIC X(44).

      *PAPERS A BOX MAY BE OUT BY AND STILL VERIFY, ONE RECORD.
       FD BOX-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 BOX-CTRL-REC.
           03 BC-TOLERANCE     PIC 9(4).
           03 FILLER           PIC X(76).

       FD VERIF-RPT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 VERIF-RPT-RECORD     PIC X(80).

      *ONE 'H'EADER CARD PER REGION (SEATS, METHOD 'D' D'HONDT OR
      *'S' SAINTE-LAGUE, THRESHOLD AS 99V99 PERCENT OF THE REGION'S
      *VALID VOTES) AND ONE 'C'ONSTITUENCY CARD PER MEMBER SEAT.
       FD REGION-CTRL-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 REGION-CTRL-REC.
           03 RG-REGION        PIC X(4).
           03 RG-REC-TYPE      PIC X(1).
               88 RG-HEADER    VALUE 'H'.
               88 RG-MEMBER    VALUE 'C'.
           03 RG-DETAIL        PIC X(75).
           03 RG-HEADER-DATA REDEFINES RG-DETAIL.
               05 RG-SEATS     PIC 9(3).
               05 RG-METHOD    PIC X(1).
               05 RG-THRESHOLD PIC 9(2)V99.
               05 FILLER       PIC X(67).
           03 RG-MEMBER-DATA REDEFINES RG-DETAIL.
               05 RG-CONST     PIC X(4).
               05 FILLER       PIC X(71).

       FD SEAT-RPT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 SEAT-RPT-RECORD      PIC X(80).

      *SEATS WON PER PARTY PER REGION, LAID OUT AFTER RESIF SO THE
      *REGIONAL RESULTS SERVICE TAKES IT THE SAME WAY.
       FD SEAT-IF-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 SEAT-IF-RECORD.
           03 SI-REGION        PIC X(4).
           03 SI-PARTY-IDX     PIC 9(2).
           03 SI-SEATS         PIC 9(3).
           03 SI-VOTES         PIC 9(9).
           03 SI-METHOD        PIC X(1).
           03 SI-RUN-DATE      PIC X(8).
           03 SI-PARTY-NAME    PIC X(20).
           03 FILLER           PIC X(32).
           03 SI-REC-TYPE      PIC X(1).
       01 SEAT-IF-TRAILER.
           03 SIT-MARKER       PIC X(8).
           03 SIT-RECORD-COUNT PIC 9(8).
           03 FILLER           PIC X(63).
           03 SIT-REC-TYPE     PIC X(1).

       FD CHECKPOINT-FILE BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 CHECKPOINT-RECORD.
           RECORDING MODE IS F.
       01 RUN-LOG-RECORD.
           COPY RUNLOG.
      *------------------------------------------
      * WORKING STORAGE SECTION
      *------------------------------------------
       WORKING-STORAGE SECTION.
      *BUSINESS PROCESSING DATE (DATECTL CARD VIA DATEMOD,
      *MACHINE DATE WHEN THE CARD IS ABSENT)
       01 WS-BUSINESS-DATE         PIC X(8) VALUE SPACES.
      *JOB START ON THE MACHINE CLOCK, FOR THE RUN LOG
       01 WS-JOB-START-STAMP       PIC X(16) VALUE SPACES.

       01 WS-INPUT-STATUS      PIC X(2).
           88 INPUT-OK         VALUE "00".
           88 INPUT-EOF        VALUE "10".
           88 INPUT-VALID      VALUE "00", "10".

       01 WS-OUTPUT-STATUS     PIC X(2).
           88 OUTPUT-OK        VALUE "00".

       01 WS-CONSTCTRL-STATUS  PIC X(2).
           88 CONSTCTRL-OK     VALUE "00".
           88 CONSTCTRL-EOF    VALUE "10".

       01 WS-RUNLOG-STATUS      PIC X(2).

       01 WS-REC-VALID         PIC X(1).
           88 REC-VALID        VALUE "Y".
           88 REC-INVALID      VALUE "N".

       01 WS-VOTE-END          PIC X(1).
           88 VOTE-OK          VALUE "Y".
           88 VOTE-END         VALUE "N".

       01 WS-COUNTER           PIC 9(2).
       01 WS-RES               PIC 9(4).

       01 WS-TOTAL-VOTE.
         03 VOTE-COUNT OCCURS 8 TIMES INDEXED BY VOTE-IDX PIC 9(4).

      *THE DECLARATION LINE NOW NAMES THE CANDIDATE ALONGSIDE THE
      *PARTY - SPACES WHEN THE CANDIDATE MASTER HAS NO ROW.
       01 WS-OUTPUT-DATA.
           03 P-NAME           PIC X(20).
           03 FILLER           PIC X(2)  VALUE " ".
           03 P-CANDIDATE      PIC X(20).
           03 FILLER           PIC X(8)  VALUE " ".
           03 P-VOTES          PIC 9(4).
           03 FILLER           PIC X(5)  VALUE " ".
           03 P-WINNER         PIC X(3).
           03 FILLER           PIC X(18) VALUE " ".
           03 PARTY-NAME OCCURS 8 TIMES INDEXED BY PARTY-IDX.
               05 PARTY-DATA   PIC X(20) VALUE SPACES.

      *COMBINED POLLS - SEVERAL ELECTIONS COUNTED FROM ONE CAPTURE.
      *THE BALLOT'S ELECTION COMES FROM THE LAST POSTAL BATCH HEADER
      *THAT NAMED ONE, OTHERWISE FROM ITS CONSTITUENCY ON CONSTCTRL.
      *THE PARM NARROWS A SINGLE-CONSTITUENCY COUNT TO ONE ELECTION.
      *SPACES THROUGHOUT MEANS ONE ELECTION, AS BEFORE.
       01 WS-ELECTION-MARKER-VALUE PIC X(4) VALUE '*EL*'.
       01 WS-EFFECTIVE-ELECTION PIC X(4) VALUE SPACES.
       01 WS-CUR-ELECTION       PIC X(4) VALUE SPACES.
       01 WS-BALLOT-ELECTION    PIC X(4) VALUE SPACES.
       01 WS-ACTIVE-ELECTION    PIC X(4) VALUE SPACES.
       01 WS-LOOK-ELECTION      PIC X(4) VALUE SPACES.
       01 WS-ELECTION-TABLE.
           03 WS-EL-ENTRY OCCURS 6 TIMES INDEXED BY WS-EL-IDX.
               05 WS-EL-ID          PIC X(4) VALUE SPACES.
               05 WS-EL-PARTY OCCURS 8 TIMES PIC X(20) VALUE SPACES.
       01 WS-EL-COUNT           PIC 9(2) VALUE 0.
       01 WS-EL-BASE-SLOT       PIC 9(2) VALUE 0.
       01 WS-EL-FOUND           PIC X VALUE 'N'.
           88 EL-FOUND          VALUE 'Y'.
       01 WS-PC-SLOT            PIC 9(2) VALUE 0.
       01 WS-PC-N               PIC 9(2) VALUE 0.
       01 WS-EL-PX              PIC 9(2).

       01 WS-DEFAULT-PARTIES.
           03 FILLER           PIC X(20)  VALUE
              'RAVING LOONY PARTY'.
                                    PIC 9(4) VALUE 0.
               05 WS-CONST-ELECTORATE PIC 9(8) VALUE 0.
               05 WS-CONST-BALLOTS    PIC 9(8) VALUE 0.
               05 WS-CONST-ELECTION   PIC X(4) VALUE SPACES.
       01 WS-CONST-COUNT        PIC 9(3) VALUE 0.
       01 WS-CONST-FOUND        PIC X VALUE 'N'.
           88 CONST-FOUND       VALUE 'Y'.
               05 WS-CAND-POSITION  PIC 9(1) VALUE 0.
               05 WS-CAND-NAME      PIC X(20) VALUE SPACES.
               05 WS-CAND-PARTY     PIC 9(1) VALUE 0.
               05 WS-CAND-ELECTION  PIC X(4) VALUE SPACES.
       01 WS-CAND-COUNT         PIC 9(3) VALUE 0.
       01 WS-CAND-LOOK-CONST    PIC X(4) VALUE SPACES.
       01 WS-CAND-LOOK-POS      PIC 9(1) VALUE 0.
       01 WS-CONST-HEADER-DATA.
           03 FILLER            PIC X(16) VALUE "CONSTITUENCY: ".
           03 CH-CONST-CODE     PIC X(4).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 CH-ELECTION-TAG   PIC X(10) VALUE SPACES.
           03 CH-ELECTION       PIC X(4) VALUE SPACES.
           03 FILLER            PIC X(44) VALUE SPACES.

      *TURNOUT LINE - BALLOTS CAST AGAINST THE REGISTERED ELECTORATE,
      *FLAGGED WHEN OVER 100 PERCENT (A MIS-BATCHED BALLOT BOX)
           03 TO-PCT            PIC ZZ9.99.
           03 FILLER            PIC X(4) VALUE " PCT".
           03 TO-FLAG           PIC X(14).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 TO-ELECTION       PIC X(4).
           03 FILLER            PIC X(16) VALUE SPACES.
       01 WS-TURNOUT-PCT        PIC 9(3)V99 VALUE 0.
       01 WS-TO-BALLOTS         PIC 9(8) VALUE 0.
       01 WS-TO-ELECTORATE      PIC 9(8) VALUE 0.
       01 WS-BATCH-COUNTED      PIC 9(6) VALUE 0.
       01 WS-BATCH-ERROR-COUNT  PIC 9(4) VALUE 0.

      *POLLING-STATION BOX VERIFICATION - ONE SLOT PER BOX, CLAIMED
      *BY ITS BALLOT PAPER ACCOUNT OR ITS '*BX*' HEADER, WHICHEVER
      *COMES FIRST. A CONSTITUENCY WITH ANY BOX UNVERIFIED - NO
      *ACCOUNT, NEVER COUNTED, OR OUT BY MORE THAN THE TOLERANCE -
      *HAS ITS DECLARATION WITHHELD.
       01 WS-BPA-STATUS         PIC X(2).
           88 BPA-OK            VALUE "00".
           88 BPA-EOF           VALUE "10".
       01 WS-BOXCTL-STATUS      PIC X(2).
           88 BOXCTL-OK         VALUE "00".
       01 WS-VERIFRPT-STATUS    PIC X(2).
           88 VERIFRPT-OK       VALUE "00".
       01 WS-VERIFRPT-OPEN      PIC X VALUE 'N'.
           88 VERIFRPT-OPEN     VALUE 'Y'.
       01 WS-BOX-MARKER-VALUE   PIC X(4) VALUE '*BX*'.
       01 WS-BOX-ACTIVE         PIC X VALUE 'N'.
           88 BOX-ACTIVE        VALUE 'Y'.
       01 WS-BOX-TABLE.
           03 WS-BOX-ENTRY OCCURS 300 TIMES INDEXED BY WS-BOX-IDX.
               05 WS-BOX-ID          PIC X(8) VALUE SPACES.
               05 WS-BOX-CONST       PIC X(4) VALUE SPACES.
               05 WS-BOX-ON-BPA      PIC X(1) VALUE 'N'.
               05 WS-BOX-OPENED      PIC X(1) VALUE 'N'.
               05 WS-BOX-COUNTED     PIC 9(6) VALUE 0.
               05 WS-BOX-ISSUED      PIC 9(6) VALUE 0.
               05 WS-BOX-SPOILT-REPL PIC 9(6) VALUE 0.
               05 WS-BOX-UNUSED      PIC 9(6) VALUE 0.
               05 WS-BOX-TENDERED    PIC 9(6) VALUE 0.
       01 WS-BOX-COUNT          PIC 9(3) VALUE 0.
       01 WS-BOX-CUR            PIC 9(3) VALUE 0.
       01 WS-BOX-LOOK-ID        PIC X(8).
       01 WS-BOX-LOOK-CONST     PIC X(4).
       01 WS-BOX-FOUND          PIC X VALUE 'N'.
           88 BOX-FOUND         VALUE 'Y'.
       01 WS-BOX-TOLERANCE      PIC 9(4) VALUE 0.
       01 WS-BOX-DIFF           PIC S9(7) VALUE 0.
       01 WS-BOX-ABS-DIFF       PIC 9(7) VALUE 0.
       01 WS-BOX-CONST-BOXES    PIC 9(3) VALUE 0.
       01 WS-BOX-UNVERIFIED     PIC 9(3) VALUE 0.
       01 WS-DECLARE-FLAG       PIC X VALUE 'N'.
           88 DECLARATION-WITHHELD VALUE 'Y'.
       01 WS-VF-HEAD.
           03 FILLER            PIC X(35) VALUE
              "BALLOT PAPER ACCOUNT VERIFICATION  ".
           03 FILLER            PIC X(14) VALUE "CONSTITUENCY: ".
           03 VH-CONST          PIC X(4).
           03 FILLER            PIC X(27) VALUE SPACES.
       01 WS-VF-COLUMNS.
           03 FILLER            PIC X(24) VALUE
              "BOX       ISSUED SP/REPL".
           03 FILLER            PIC X(24) VALUE
              "  UNUSED TENDERD COUNTED".
           03 FILLER            PIC X(32) VALUE
              "     DIFF  STATUS".
       01 WS-VF-LINE.
           03 VL-BOX            PIC X(8).
           03 VL-ISSUED         PIC Z(6)9.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 VL-SPOILT-REPL    PIC Z(6)9.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 VL-UNUSED         PIC Z(6)9.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 VL-TENDERED       PIC Z(6)9.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 VL-COUNTED        PIC Z(6)9.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 VL-DIFF           PIC +(7)9.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 VL-STATUS         PIC X(15).
           03 FILLER            PIC X(7) VALUE SPACES.
       01 WS-VF-FOOT.
           03 FILLER            PIC X(6) VALUE "BOXES ".
           03 VT-BOXES          PIC ZZ9.
           03 FILLER            PIC X(13) VALUE "  UNVERIFIED ".
           03 VT-UNVERIFIED     PIC ZZ9.
           03 FILLER            PIC X(3) VALUE " - ".
           03 VT-VERDICT        PIC X(30).
           03 FILLER            PIC X(22) VALUE SPACES.
       01 WS-VF-RESTART-LINE    PIC X(80) VALUE
          "RESTARTED RUN - BOX COUNTS COVER THE TAIL ONLY, RE-RUN FROM T
      -    "HE START TO VERIFY".
       01 WS-WITHHELD-LINE.
           03 FILLER            PIC X(29) VALUE
              "*** DECLARATION WITHHELD FOR ".
           03 WH-CONST          PIC X(4).
           03 FILLER            PIC X(3) VALUE " - ".
           03 WH-UNVERIFIED     PIC ZZ9.
           03 FILLER            PIC X(41) VALUE
              " BOX(ES) NOT VERIFIED, SEE VERIFRPT".

      *SPOILT-BALLOT REASON CLASSIFICATION - THE VALIDATION PATH
      *SCANS THE BALLOT ONCE AND FILES IT UNDER ONE REASON, WITH A
      *STATISTICS SECTION ON THE RESULTS REPORT AT CLOSE.
           88 ARCH-EOF          VALUE 'Y'.
       01 WS-TODAY-DATE         PIC 9(8) VALUE 0.
       01 WS-PRIOR-DATE         PIC 9(8) VALUE 0.
       01 WS-PRIOR-NOTIONAL     PIC X VALUE 'N'.
           88 PRIOR-IS-NOTIONAL VALUE 'Y'.
       01 WS-PRIOR-VOTES.
           03 WS-PRIOR-VOTE OCCURS 8 TIMES PIC 9(6) VALUE 0.
       01 WS-NOW-TOTAL          PIC 9(8) VALUE 0.
           03 FILLER            PIC X(26) VALUE
              "SWING VERSUS ELECTION OF ".
           03 SH-PRIOR-DATE     PIC 9(8).
           03 FILLER            PIC X(1) VALUE SPACE.
           03 SH-NOTIONAL       PIC X(10) VALUE SPACES.
           03 FILLER            PIC X(35) VALUE SPACES.
       01 WS-SWING-LINE.
           03 SW-PARTY          PIC X(20).
           03 SW-NOW-VOTES      PIC Z(5)9.
           03 FILLER            PIC X(31) VALUE SPACES.
       01 WS-IF-RECORD-COUNT    PIC 9(8) VALUE 0.
       01 WS-IF-PARTY-N         PIC 9(2) VALUE 0.

      *LIST-PR SEAT ALLOCATION (MODE 'L') - REGIONS FROM REGNCTL,
      *EACH WITH ITS PARTY TOTALS AND SEATS WON, AND THE MEMBER
      *CONSTITUENCIES WITH THE LATEST RESIF FIGURES FOR EACH.
       01 WS-REGNCTL-STATUS     PIC X(2).
           88 REGNCTL-OK        VALUE "00".
           88 REGNCTL-EOF       VALUE "10".
       01 WS-SEATRPT-STATUS     PIC X(2).
           88 SEATRPT-OK        VALUE "00".
       01 WS-SEATIF-STATUS      PIC X(2).
           88 SEATIF-OK         VALUE "00".
       01 WS-LP-REGION-TABLE.
           03 WS-LP-REGION OCCURS 50 TIMES INDEXED BY WS-LP-RX.
               05 WS-LP-REGION-CODE  PIC X(4) VALUE SPACES.
               05 WS-LP-SEATS        PIC 9(3) VALUE 0.
               05 WS-LP-METHOD       PIC X(1) VALUE 'D'.
               05 WS-LP-THRESHOLD    PIC 9(2)V99 VALUE 0.
               05 WS-LP-MEMBERS      PIC 9(3) VALUE 0.
               05 WS-LP-DECLARED     PIC 9(3) VALUE 0.
               05 WS-LP-TOTAL-VOTES  PIC 9(9) VALUE 0.
               05 WS-LP-PARTY OCCURS 8 TIMES.
                   07 WS-LP-PARTY-VOTES PIC 9(9) VALUE 0.
                   07 WS-LP-PARTY-SEATS PIC 9(3) VALUE 0.
                   07 WS-LP-PARTY-OK    PIC X(1) VALUE 'N'.
       01 WS-LP-REGION-COUNT    PIC 9(2) VALUE 0.
       01 WS-LP-MEMBER-TABLE.
           03 WS-LP-MEMBER OCCURS 700 TIMES INDEXED BY WS-LP-MX.
               05 WS-LP-MEMBER-CONST  PIC X(4) VALUE SPACES.
               05 WS-LP-MEMBER-REGION PIC 9(2) VALUE 0.
               05 WS-LP-MEMBER-SEEN   PIC X(1) VALUE 'N'.
               05 WS-LP-MEMBER-VOTES OCCURS 8 TIMES PIC 9(6)
                                         VALUE 0.
       01 WS-LP-MEMBER-COUNT    PIC 9(3) VALUE 0.
       01 WS-LP-LOOK-REGION     PIC X(4).
       01 WS-LP-LOOK-CONST      PIC X(4).
       01 WS-LP-FOUND           PIC X VALUE 'N'.
           88 LP-FOUND          VALUE 'Y'.
       01 WS-LP-RX-N            PIC 9(2) VALUE 0.
       01 WS-LP-PX              PIC 9(2) VALUE 0.
       01 WS-LP-POS             PIC 9(2) VALUE 0.
       01 WS-LP-ROUND           PIC 9(3) VALUE 0.
       01 WS-LP-DIVISOR         PIC 9(4) VALUE 0.
       01 WS-LP-QUOTIENT        PIC 9(9)V9(4) VALUE 0.
       01 WS-LP-BEST-QUOTIENT   PIC 9(9)V9(4) VALUE 0.
       01 WS-LP-BEST-PX         PIC 9(2) VALUE 0.
       01 WS-LP-QUALIFY-VOTES   PIC 9(11)V99 VALUE 0.
       01 WS-LP-VOTES-X100      PIC 9(11) VALUE 0.
       01 WS-LP-SHARE           PIC 9(3)V99 VALUE 0.
       01 WS-LP-SEATS-AWARDED   PIC 9(5) VALUE 0.
       01 WS-SEATIF-COUNT       PIC 9(8) VALUE 0.

       01 WS-LP-RPT-HEAD        PIC X(80) VALUE
          "LIST-PR SEAT ALLOCATION".
       01 WS-LP-REGION-HEAD.
           03 FILLER            PIC X(7) VALUE "REGION ".
           03 LR-REGION         PIC X(4).
           03 FILLER            PIC X(8) VALUE "  SEATS ".
           03 LR-SEATS          PIC ZZ9.
           03 FILLER            PIC X(9) VALUE "  METHOD ".
           03 LR-METHOD         PIC X(12).
           03 FILLER            PIC X(12) VALUE "  THRESHOLD ".
           03 LR-THRESHOLD      PIC Z9.99.
           03 FILLER            PIC X(4) VALUE " PCT".
           03 FILLER            PIC X(16) VALUE SPACES.
       01 WS-LP-DECLARED-LINE.
           03 FILLER            PIC X(24) VALUE
              "CONSTITUENCIES DECLARED ".
           03 LD-DECLARED       PIC ZZ9.
           03 FILLER            PIC X(4) VALUE " OF ".
           03 LD-MEMBERS        PIC ZZ9.
           03 FILLER            PIC X(46) VALUE SPACES.
       01 WS-LP-VOTE-LINE.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 LV-PARTY          PIC X(20).
           03 FILLER            PIC X(1) VALUE SPACE.
           03 LV-VOTES          PIC Z(8)9.
           03 FILLER            PIC X(1) VALUE SPACE.
           03 LV-SHARE          PIC ZZ9.99.
           03 FILLER            PIC X(5) VALUE " PCT ".
           03 LV-ELIGIBLE       PIC X(17).
           03 FILLER            PIC X(19) VALUE SPACES.
       01 WS-LP-ROUND-HEAD.
           03 FILLER            PIC X(6) VALUE "ROUND ".
           03 LH-ROUND          PIC ZZ9.
           03 FILLER            PIC X(71) VALUE SPACES.
       01 WS-LP-QUOT-LINE.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 LQ-PARTY          PIC X(20).
           03 FILLER            PIC X(7) VALUE " VOTES ".
           03 LQ-VOTES          PIC Z(8)9.
           03 FILLER            PIC X(7) VALUE " SEATS ".
           03 LQ-SEATS          PIC ZZ9.
           03 FILLER            PIC X(3) VALUE " / ".
           03 LQ-DIVISOR        PIC ZZZ9.
           03 FILLER            PIC X(3) VALUE " = ".
           03 LQ-QUOTIENT       PIC Z(8)9.99.
           03 FILLER            PIC X(10) VALUE SPACES.
       01 WS-LP-AWARD-LINE.
           03 FILLER            PIC X(7) VALUE "  SEAT ".
           03 LA-SEAT           PIC ZZ9.
           03 FILLER            PIC X(12) VALUE " AWARDED TO ".
           03 LA-PARTY          PIC X(20).
           03 FILLER            PIC X(38) VALUE SPACES.
       01 WS-LP-RESULT-HEAD     PIC X(80) VALUE
          "SEATS WON".
       01 WS-LP-RESULT-LINE.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 LS-PARTY          PIC X(20).
           03 FILLER            PIC X(1) VALUE SPACE.
           03 LS-SEATS          PIC ZZ9.
           03 FILLER            PIC X(54) VALUE SPACES.
       01 WS-LP-NO-VOTES-LINE   PIC X(80) VALUE
          "  NO PARTY QUALIFIES - REMAINING SEATS NOT ALLOCATED".
      *------------------------------------------
      * LINKAGE SECTION
      *------------------------------------------
       LINKAGE SECTION.

       01 INPUT-PARM.
           03 PARM-LENGTH      PIC S9(04) COMP.
           03 PARM-DATA        PIC X(4).
           03 PARM-MODE        PIC X(1).
           03 PARM-DIAG        PIC X(1).
           03 PARM-SNAPSHOT-N  PIC 9(4).
           03 PARM-ELECTION    PIC X(4).
      *------------------------------------------
      * Program Logic
      *------------------------------------------
       PROCEDURE DIVISION USING INPUT-PARM.
       A000-MAIN-LOGIC         SECTION.
           CALL 'DATEMOD' USING WS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP
           DISPLAY "Status - Program Starting..."
           DISPLAY "CHOSEN CONSTITUENCY: " INPUT-PARM

      *LIST-PR MODE WORKS FROM AN EARLIER RUN'S RESIF INSTEAD OF
      *THE BALLOTS, SO IT BRANCHES BEFORE ANY COUNT FILE IS OPENED.
           IF PARM-LENGTH >= 5 AND PARM-MODE = 'L'
               PERFORM L000-LIST-PR-ALLOCATION
               PERFORM Z100-WRITE-RUN-LOG
               DISPLAY "Status - Program Complete"
               GOBACK
           END-IF

           PERFORM B000-INIT-CODE
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           EVALUATE TRUE
               WHEN EFF-MODE-ALL-CONST
                   PERFORM G610-WRITE-TURNOUT-SINGLE
                   PERFORM G660-SWING-AND-ARCHIVE
               WHEN OTHER
                   PERFORM C000-PROCESS UNTIL INPUT-EOF
                   PERFORM G001-FIND-WINNER
                   PERFORM G610-WRITE-TURNOUT-SINGLE
                   PERFORM G660-SWING-AND-ARCHIVE
           END-EVALUATE
           PERFORM X000-CLOSE-FILE

      *CHECKPOINT FILE IS NOT NEEDED AFTER A CLEAN FINISH - TRUNCATE
      *IT SO THE NEXT RUN DOESN'T INHERIT A STALE RESTART POINT.
           CLOSE CHECKPOINT-FILE
           PERFORM Z100-WRITE-RUN-LOG

           DISPLAY "Status - Program Complete"
           GOBACK.

       B000-INIT-CODE          SECTION.
           CALL 'VERBMOD' USING WS-VERBOSITY
           IF QUIET-MODE
               DISPLAY "STATUS - QUIET MODE, PER-BALLOT OUTPUT "
                       "SUPPRESSED"
           END-IF
           OPEN INPUT  VOTESINPUT

           PERFORM VARYING VOTE-IDX FROM 1 BY 1 UNTIL VOTE-IDX > 8
               MOVE 0 TO VOTE-COUNT(VOTE-IDX)
           IF PARM-LENGTH >= 10
               MOVE PARM-SNAPSHOT-N TO WS-EFFECTIVE-SNAPSHOT-N
           END-IF
           IF PARM-LENGTH >= 14
               MOVE PARM-ELECTION TO WS-EFFECTIVE-ELECTION
           END-IF

           PERFORM TASK-LOAD-CONST-TABLE
           PERFORM TASK-LOAD-PARTY-TABLE
           PERFORM TASK-LOAD-CAND-TABLE
           PERFORM TASK-LOAD-QUAL-THRESHOLD
           PERFORM TASK-LOAD-BPA
           MOVE WS-EFFECTIVE-ELECTION TO WS-ACTIVE-ELECTION
           PERFORM GE30-ACTIVATE-ELECTION
           IF WS-EFFECTIVE-ELECTION NOT = SPACES
               DISPLAY "STATUS - COUNTING ELECTION "
                       WS-EFFECTIVE-ELECTION " ONLY"
           END-IF
           MOVE 'UNBATCHD' TO WS-BQ-ID(1)

      *DETERMINE RESTART-MODE BEFORE OPENING ANY OUTPUT FILE, SO A
               OPEN OUTPUT RESULTS-IF-FILE
           END-IF
           MOVE SPACES TO RESULTS-IF-RECORD
           DISPLAY "Status - Files Opened"

           IF EFF-DIAG-ON
               IF RESTART-MODE
               PERFORM A160-SKIP-TO-RESTART
           END-IF

           PERFORM D000-READ-FILE
           .

      *------------------------------------------
      *RESTORE THE LAST CHECKPOINTED READ POSITION AND RUNNING VOTE
                               CHH-RUN-DATE " - IGNORED"
                       MOVE "35" TO WS-CHK-STATUS
                   ELSE
                       IF CHH-RUN-QUALIFIER NOT =
                          WS-EFFECTIVE-ELECTION
                           DISPLAY "WARNING - CHECKPOINT IS FOR "
                                   "ELECTION " CHH-RUN-QUALIFIER
                                   " - IGNORED"
                           MOVE "35" TO WS-CHK-STATUS
                       ELSE
                           SET CHK-OWNED TO TRUE
                       END-IF
                   END-IF
               END-IF
           ELSE
           MOVE 'CHKHDR' TO CHH-MARKER
           MOVE WS-CHK-JOB-NAME TO CHH-JOB-NAME
           MOVE WS-BUSINESS-DATE TO CHH-RUN-DATE
           MOVE WS-EFFECTIVE-ELECTION TO CHH-RUN-QUALIFIER
           WRITE CHECKPOINT-HEADER-RECORD
           .

      *------------------------------------------
      *SKIP FORWARD PAST THE BALLOTS ALREADY COUNTED ON A PRIOR RUN,
      *KEEPING THE ELECTION NAMED BY THE LAST BATCH HEADER PASSED.
       A160-SKIP-TO-RESTART    SECTION.
           PERFORM VARYING WS-SKIP-IDX FROM 1 BY 1
                   UNTIL WS-SKIP-IDX > WS-RESTART-COUNT OR INPUT-EOF
               READ VOTESINPUT
               IF INPUT-OK AND CONSTITUENCY-ID = WS-BATCH-MARKER-VALUE
                   MOVE BH-ELECTION TO WS-CUR-ELECTION
               END-IF
           END-PERFORM
           .

           MOVE WS-WRONG-BATCH-COUNT TO RL-OUTPUT-COUNT-2
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES TO RL-FILLER
           MOVE WS-JOB-START-STAMP TO RL-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:16) TO RL-END-STAMP
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE
           .

      *------------------------------------------
      *LOAD THE MASTER CONSTITUENCY LIST
       TASK-LOAD-CONST-TABLE   SECTION.
                                     TO WS-CONST-ELECTORATE
                                        (WS-CONST-IDX)
                               END-IF
                               MOVE CC-ELECTION
                                 TO WS-CONST-ELECTION(WS-CONST-IDX)
                           ELSE
                               DISPLAY "STATUS - CONSTITUENCY TABLE "
                                       "FULL, DROPPING " CC-CODE
       TASK-LOAD-PARTY-TABLE   SECTION.
           OPEN INPUT PARTY-CTRL-FILE
           IF PARTYCTRL-OK
               MOVE 0 TO WS-PC-SLOT
               MOVE 0 TO WS-PC-N
               PERFORM UNTIL PARTYCTRL-EOF
                   READ PARTY-CTRL-FILE
                       AT END CONTINUE
                       NOT AT END
                           PERFORM GE20-TAKE-PARTY-CARD
                   END-READ
               END-PERFORM
               CLOSE PARTY-CTRL-FILE
                               END-IF
                               MOVE CD-NAME
                                 TO WS-CAND-NAME(WS-CAND-IDX)
                               MOVE CD-ELECTION
                                 TO WS-CAND-ELECTION(WS-CAND-IDX)
                               IF CD-PARTY-IDX NUMERIC
                                   MOVE CD-PARTY-IDX
                                     TO WS-CAND-PARTY(WS-CAND-IDX)
               IF WS-CAND-CONST(WS-CAND-IDX) = WS-CAND-LOOK-CONST
                       AND WS-CAND-POSITION(WS-CAND-IDX)
                           = WS-CAND-LOOK-POS
                       AND (WS-ACTIVE-ELECTION = SPACES
                            OR WS-CAND-ELECTION(WS-CAND-IDX) = SPACES
                            OR WS-CAND-ELECTION(WS-CAND-IDX)
                               = WS-ACTIVE-ELECTION)
                   SET CAND-FOUND TO TRUE
                   MOVE WS-CAND-NAME(WS-CAND-IDX)
                     TO WS-CAND-NAME-FOUND
           .

      *------------------------------------------
      *FIND A CONSTITUENCY CODE IN THE MASTER LIST - WITHIN
      *WS-LOOK-ELECTION WHEN ONE IS GIVEN. A ROW WITH NO ELECTION
      *SERVES EVERY ELECTION.
       TASK-FIND-CONST         SECTION.
           MOVE 'N' TO WS-CONST-FOUND
           PERFORM VARYING WS-CONST-IDX FROM 1 BY 1
                   UNTIL WS-CONST-IDX > WS-CONST-COUNT
               IF WS-CONST-CODE(WS-CONST-IDX) = CONSTITUENCY-ID
                       AND (WS-LOOK-ELECTION = SPACES
                            OR WS-CONST-ELECTION(WS-CONST-IDX) = SPACES
                            OR WS-CONST-ELECTION(WS-CONST-IDX)
                               = WS-LOOK-ELECTION)
                   SET CONST-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       C000-PROCESS            SECTION.
           PERFORM E000-CHECK-CONST
           SET VOTE-OK TO TRUE

           IF REC-VALID
               ADD 1 TO WS-BALLOT-COUNT
               ADD 1 TO WS-BQ-BALLOTS(WS-BQ-CUR)
               MOVE 1 TO WS-COUNTER
               IF NOT QUIET-MODE
                   DISPLAY "Status - Adding valid const votes"
               END-IF
               PERFORM G000-VALIDATE-VOTE UNTIL VOTE-END
               PERFORM G510-CHECK-SNAPSHOT
               PERFORM D000-READ-FILE
           END-IF
           IF REC-INVALID
               IF WRONG-BATCH
                   IF NOT QUIET-MODE
                       DISPLAY "Status - Ballot for another "
                       PERFORM H050-WRITE-ADJUDICATION
                   END-IF
               END-IF
               PERFORM D000-READ-FILE
           END-IF
           .

      *------------------------------------------
      *MULTI-CONSTITUENCY SINGLE-PASS MODE
       C500-PROCESS-ALL-CONST  SECTION.
           ADD 1 TO WS-RUN-INPUT-COUNT
           MOVE WS-BALLOT-ELECTION TO WS-LOOK-ELECTION
           PERFORM TASK-FIND-CONST
           IF CONST-FOUND
               ADD 1 TO WS-BALLOT-COUNT
           END-IF
           PERFORM D000-READ-FILE
           .

       X000-CLOSE-FILE         SECTION.
           PERFORM GB10-VERIFY-BATCH
           IF NOT EFF-MODE-STV
               PERFORM W900-WRITE-QUALITY-REPORT
           WRITE RESULTS-IF-TRAILER
           CLOSE RESULTS-IF-FILE
           CLOSE ADJ-FILE
           IF VERIFRPT-OPEN
               CLOSE VERIF-RPT-FILE
           END-IF
           IF WS-ADJ-WRITTEN > 0
               DISPLAY "STATUS - " WS-ADJ-WRITTEN " SPOILT BALLOT(S) "
                       "WRITTEN FOR ADJUDICATION"
               DISPLAY "STATUS - " WS-BATCH-ERROR-COUNT
                       " POSTAL BATCH(ES) FAILED COUNT VERIFICATION"
           END-IF
           CLOSE   VOTESINPUT
                   RESULTSOUTPUT
           IF EFF-DIAG-ON
               CLOSE DIAG-AUDIT-FILE
           END-IF
                       " BALLOT(S) FOR ANOTHER/UNKNOWN CONSTITUENCY"
           END-IF

           DISPLAY "Status - Files Closed"
           .

      *E000-CHECK-CONST NOW ALSO DISTINGUISHES A BALLOT THAT SIMPLY
      *BELONGS TO ANOTHER (STILL VALID) CONSTITUENCY - "WRONG BATCH" -
      *FROM ONE THAT ISN'T IN THE MASTER LIST AT ALL, I.E. GENUINELY
      *SPOILT
       E000-CHECK-CONST        SECTION.
           MOVE 'N' TO WS-WRONG-BATCH-FLAG
           MOVE WS-BALLOT-ELECTION TO WS-LOOK-ELECTION
           EVALUATE TRUE
               WHEN CONSTITUENCY-ID = PARM-DATA
                       AND (WS-EFFECTIVE-ELECTION = SPACES
                            OR WS-BALLOT-ELECTION
                               = WS-EFFECTIVE-ELECTION)
                   IF NOT QUIET-MODE
                       DISPLAY "Status - Valid Constituency"
                   END-IF
                   SET REC-VALID TO TRUE
               WHEN OTHER
                   PERFORM TASK-FIND-CONST
                   SET REC-INVALID TO TRUE
                   IF CONST-FOUND
                       IF NOT QUIET-MODE
                           DISPLAY "Status - Wrong-batch constituency"
                           DISPLAY "Status - Invalid Constituency"
                       END-IF
                   END-IF
           END-EVALUATE
           .

       G000-VALIDATE-VOTE      SECTION.
           SET VOTE-OK TO TRUE
           IF VOTE-VALUE(WS-COUNTER) NOT = " " AND WS-COUNTER < 77
               IF EFF-DIAG-ON
                   PERFORM G520-WRITE-DIAG
               END-IF
               EVALUATE VOTE-VALUE(WS-COUNTER)
                   WHEN 0
                       IF NOT QUIET-MODE
                           DISPLAY "+1 Vote for Raving Loony Party"
                       END-IF
                       ADD 1 TO VOTE-COUNT(1)
                   WHEN 1
                       IF NOT QUIET-MODE
                           DISPLAY "+1 Vote for Conservative"
                       END-IF
                       ADD 1 TO VOTE-COUNT(2)
                   WHEN 2
                       IF NOT QUIET-MODE
                           DISPLAY "+1 Vote for Plaid Cymru"
                       END-IF
                       ADD 1 TO VOTE-COUNT(3)
                   WHEN 3
                       IF NOT QUIET-MODE
                           DISPLAY "+1 Vote for Free Cleethorpes"
                       END-IF
                       ADD 1 TO VOTE-COUNT(4)
                   WHEN 4
                       IF NOT QUIET-MODE
                           DISPLAY "+1 Vote for Labour"
                       END-IF
                       ADD 1 TO VOTE-COUNT(5)
                   WHEN 5
                       IF NOT QUIET-MODE
                           DISPLAY "+1 Vote for Liberal"
                       END-IF
                       ADD 1 TO VOTE-COUNT(6)
                   WHEN 6
                       IF NOT QUIET-MODE
                           DISPLAY "+1 Vote for Scottish National"
                       END-IF
                       ADD 1 TO VOTE-COUNT(7)
                   WHEN OTHER
                       IF NOT QUIET-MODE
                           DISPLAY "+1 for Spoilt Vote"
                       END-IF
                       ADD 1 TO VOTE-COUNT(8)
                       ADD 1 TO WS-BQ-SPOILT(WS-BQ-CUR)
               END-EVALUATE
           ELSE
               IF NOT QUIET-MODE
                   DISPLAY "Status - Vote Validation Complete"
               END-IF
               SET VOTE-END TO TRUE
           END-IF
           ADD 1 TO WS-COUNTER
           .

       G001-FIND-WINNER        SECTION.
           PERFORM GE40-WRITE-ELECTION-HEADER
           MOVE PARM-DATA TO WS-BOX-LOOK-CONST
           PERFORM GV50-VERIFY-CONST-BOXES
           COMPUTE WS-RES = FUNCTION MAX(VOTE-COUNT(1) VOTE-COUNT(2)
                                         VOTE-COUNT(3) VOTE-COUNT(4)
                                         VOTE-COUNT(4) VOTE-COUNT(5)
               MOVE WS-CAND-NAME-FOUND TO P-CANDIDATE

               IF VOTE-COUNT(VOTE-IDX) = WS-RES AND VOTE-IDX < 8
                       AND NOT DECLARATION-WITHHELD
                   MOVE WS-WIN-STATUS  TO P-WINNER
               ELSE
                   MOVE SPACES            TO P-WINNER
               MOVE WS-BALLOT-COUNT TO IF-BALLOT-COUNT
               PERFORM G650-WRITE-IF-DETAIL
           END-PERFORM
           PERFORM GV70-WRITE-WITHHELD
           PERFORM G004-WRITE-PARTY-ROLLUP
           .

       G002-FIND-WINNER-ALL-CONST SECTION.
           PERFORM VARYING WS-CONST-IDX FROM 1 BY 1
                   UNTIL WS-CONST-IDX > WS-CONST-COUNT
               MOVE WS-CONST-ELECTION(WS-CONST-IDX)
                 TO WS-ACTIVE-ELECTION
               PERFORM GE30-ACTIVATE-ELECTION
               MOVE WS-CONST-CODE(WS-CONST-IDX) TO CH-CONST-CODE
               PERFORM GE45-SET-ELECTION-TAG
               WRITE RESULTS-RECORD FROM WS-CONST-HEADER-DATA
               MOVE WS-CONST-CODE(WS-CONST-IDX) TO WS-BOX-LOOK-CONST
               PERFORM GV50-VERIFY-CONST-BOXES

               COMPUTE WS-RES = FUNCTION MAX(
                   WS-CONST-VOTES(WS-CONST-IDX 1)
                   MOVE WS-CAND-NAME-FOUND TO P-CANDIDATE
                   IF WS-CONST-VOTES(WS-CONST-IDX PARTY-IDX) = WS-RES
                           AND PARTY-IDX < 8
                           AND NOT DECLARATION-WITHHELD
                       MOVE WS-WIN-STATUS TO P-WINNER
                   ELSE
                       MOVE SPACES TO P-WINNER
                     TO IF-BALLOT-COUNT
                   PERFORM G650-WRITE-IF-DETAIL
               END-PERFORM
               PERFORM GV70-WRITE-WITHHELD
           END-PERFORM
           .

      *BATCH - DISCARD THAT STATE BEFORE THE REWIND OR THE RE-READ
      *HEADER WOULD VERIFY IT AS A ZERO-BALLOT SHORT BATCH.
           MOVE 'N' TO WS-BATCH-ACTIVE
           MOVE 'N' TO WS-BOX-ACTIVE
           PERFORM VARYING WS-BOX-IDX FROM 1 BY 1
                   UNTIL WS-BOX-IDX > WS-BOX-COUNT
               MOVE 0 TO WS-BOX-COUNTED(WS-BOX-IDX)
               MOVE 'N' TO WS-BOX-OPENED(WS-BOX-IDX)
           END-PERFORM
           CLOSE VOTESINPUT
           OPEN INPUT VOTESINPUT
           OPEN OUTPUT STV-WORK-FILE
           END-READ
           PERFORM UNTIL INPUT-EOF
               ADD 1 TO WS-RUN-INPUT-COUNT
               EVALUATE CONSTITUENCY-ID
                   WHEN WS-BATCH-MARKER-VALUE
                       PERFORM GB20-HANDLE-BATCH-HEADER
                   WHEN WS-BOX-MARKER-VALUE
                       PERFORM GV20-HANDLE-BOX-HEADER
                   WHEN OTHER
                       IF BATCH-ACTIVE
                           ADD 1 TO WS-BATCH-COUNTED
                       END-IF
                       IF BOX-ACTIVE
                           ADD 1 TO WS-BOX-COUNTED(WS-BOX-CUR)
                       END-IF
                       PERFORM GE10-RESOLVE-BALLOT-ELECTION
                       IF CONSTITUENCY-ID = PARM-DATA
                               AND (WS-EFFECTIVE-ELECTION = SPACES
                                    OR WS-BALLOT-ELECTION
                                       = WS-EFFECTIVE-ELECTION)
                           MOVE VOTES-RECORD TO STV-WORK-RECORD
                           WRITE STV-WORK-RECORD
                           PERFORM G111-STV-TALLY-BALLOT
                       END-IF
               END-EVALUATE
               READ VOTESINPUT AT END SET INPUT-EOF TO TRUE
           END-PERFORM
           PERFORM GB10-VERIFY-BATCH
           .

       G003-FIND-WINNER-STV     SECTION.
           PERFORM GE40-WRITE-ELECTION-HEADER
           MOVE PARM-DATA TO WS-BOX-LOOK-CONST
           PERFORM GV50-VERIFY-CONST-BOXES
           PERFORM VARYING PARTY-IDX FROM 1 BY 1 UNTIL PARTY-IDX > 8
               SET  VOTE-IDX              TO PARTY-IDX
               MOVE VOTE-COUNT(VOTE-IDX)  TO P-VOTES
               PERFORM TASK-FIND-CANDIDATE
               MOVE WS-CAND-NAME-FOUND TO P-CANDIDATE
               IF PARTY-IDX = WS-STV-WINNER-IDX
                       AND NOT DECLARATION-WITHHELD
                   MOVE WS-WIN-STATUS TO P-WINNER
               ELSE
                   MOVE SPACES TO P-WINNER
               MOVE WS-BALLOT-COUNT TO IF-BALLOT-COUNT
               PERFORM G650-WRITE-IF-DETAIL
           END-PERFORM
           PERFORM GV70-WRITE-WITHHELD
           PERFORM G004-WRITE-PARTY-ROLLUP
           .

      *ONE FIXED-FORMAT INTERFACE RECORD PER CONSTITUENCY/PARTY
       G650-WRITE-IF-DETAIL     SECTION.
           MOVE WS-IF-PARTY-N TO IF-PARTY-IDX
           MOVE WS-ACTIVE-ELECTION TO IF-ELECTION
           MOVE WS-BUSINESS-DATE TO IF-RUN-DATE
           MOVE 'D' TO IF-REC-TYPE
           WRITE RESULTS-IF-RECORD
               IF WS-CONST-BALLOTS(WS-CONST-IDX) > 0
                       OR WS-CONST-ELECTORATE(WS-CONST-IDX) > 0
                   MOVE WS-CONST-CODE(WS-CONST-IDX) TO TO-CONST
                   MOVE WS-CONST-ELECTION(WS-CONST-IDX) TO TO-ELECTION
                   MOVE WS-CONST-BALLOTS(WS-CONST-IDX)
                     TO WS-TO-BALLOTS
                   MOVE WS-CONST-ELECTORATE(WS-CONST-IDX)

       G610-WRITE-TURNOUT-SINGLE SECTION.
           MOVE PARM-DATA TO CONSTITUENCY-ID
           MOVE WS-EFFECTIVE-ELECTION TO WS-LOOK-ELECTION
           PERFORM TASK-FIND-CONST
           MOVE PARM-DATA TO TO-CONST
           MOVE WS-EFFECTIVE-ELECTION TO TO-ELECTION
           MOVE WS-BALLOT-COUNT TO WS-TO-BALLOTS
           IF CONST-FOUND
               MOVE WS-CONST-ELECTORATE(WS-CONST-IDX)
               MOVE SPACES TO ARCHIVE-RESULT-REC
               MOVE WS-TODAY-DATE TO AR-DATE
               MOVE PARM-DATA TO AR-CONST
               MOVE WS-EFFECTIVE-ELECTION TO AR-ELECTION
               MOVE WS-ARCH-IDX TO AR-PARTY-IDX
               MOVE VOTE-COUNT(WS-ARCH-IDX) TO AR-VOTES
               WRITE ARCHIVE-RESULT-REC

       G661-SCAN-PRIOR-ELECTION SECTION.
           MOVE 0 TO WS-PRIOR-DATE
           MOVE 'N' TO WS-PRIOR-NOTIONAL
           PERFORM VARYING WS-ARCH-IDX FROM 1 BY 1
                   UNTIL WS-ARCH-IDX > 8
               MOVE 0 TO WS-PRIOR-VOTE(WS-ARCH-IDX)
               PERFORM UNTIL ARCH-EOF
                   IF AR-CONST = PARM-DATA AND AR-DATE NUMERIC
                           AND AR-DATE < WS-TODAY-DATE
                           AND AR-ELECTION = WS-EFFECTIVE-ELECTION
                       IF AR-DATE > WS-PRIOR-DATE
                           MOVE AR-DATE TO WS-PRIOR-DATE
                           MOVE 'N' TO WS-PRIOR-NOTIONAL
                           PERFORM VARYING WS-ARCH-IDX FROM 1 BY 1
                                   UNTIL WS-ARCH-IDX > 8
                               MOVE 0 TO WS-PRIOR-VOTE(WS-ARCH-IDX)
                           END-PERFORM
                       END-IF
      *                NOTIONAL FIGURES REPLACE THE ACTUAL ONES FOR THE
      *                SAME ELECTION, WHICHEVER ORDER THEY WERE FILED.
                       IF AR-DATE = WS-PRIOR-DATE AND AR-NOTIONAL
                               AND NOT PRIOR-IS-NOTIONAL
                           SET PRIOR-IS-NOTIONAL TO TRUE
                           PERFORM VARYING WS-ARCH-IDX FROM 1 BY 1
                                   UNTIL WS-ARCH-IDX > 8
                               MOVE 0 TO WS-PRIOR-VOTE(WS-ARCH-IDX)
                           END-PERFORM
                       END-IF
                       IF AR-DATE = WS-PRIOR-DATE
                               AND (AR-NOTIONAL
                                    OR NOT PRIOR-IS-NOTIONAL)
                               AND AR-PARTY-IDX >= 1
                               AND AR-PARTY-IDX <= 8
                           MOVE AR-VOTES
           ELSE
               OPEN OUTPUT SWING-RPT-FILE
               MOVE WS-PRIOR-DATE TO SH-PRIOR-DATE
               IF PRIOR-IS-NOTIONAL
                   MOVE "(NOTIONAL)" TO SH-NOTIONAL
               ELSE
                   MOVE SPACES TO SH-NOTIONAL
               END-IF
               WRITE SWING-RPT-RECORD FROM WS-SWING-HEAD
               MOVE 0 TO WS-NOW-TOTAL
               MOVE 0 TO WS-PRIOR-TOTAL
                       MOVE SPACES TO ARCHIVE-RESULT-REC
                       MOVE WS-TODAY-DATE TO AR-DATE
                       MOVE WS-CONST-CODE(WS-CONST-IDX) TO AR-CONST
                       MOVE WS-CONST-ELECTION(WS-CONST-IDX)
                         TO AR-ELECTION
                       MOVE WS-ARCH-IDX TO AR-PARTY-IDX
                       MOVE WS-CONST-VOTES(WS-CONST-IDX WS-ARCH-IDX)
                         TO AR-VOTES
      *ENDED AND OPENING THE NEXT, SO THE TALLY SECTIONS ONLY EVER
      *SEE REAL BALLOT RECORDS.
           PERFORM UNTIL INPUT-EOF
                   OR (CONSTITUENCY-ID NOT = WS-BATCH-MARKER-VALUE
                   AND CONSTITUENCY-ID NOT = WS-BOX-MARKER-VALUE)
               IF CONSTITUENCY-ID = WS-BOX-MARKER-VALUE
                   PERFORM GV20-HANDLE-BOX-HEADER
               ELSE
                   PERFORM GB20-HANDLE-BATCH-HEADER
               END-IF
               READ VOTESINPUT
               IF INPUT-OK AND NOT EFF-MODE-ALL-CONST
                       AND NOT EFF-MODE-STV
           IF INPUT-OK AND BATCH-ACTIVE
               ADD 1 TO WS-BATCH-COUNTED
           END-IF
           IF INPUT-OK AND BOX-ACTIVE
               ADD 1 TO WS-BOX-COUNTED(WS-BOX-CUR)
           END-IF
           IF INPUT-OK
               PERFORM GE10-RESOLVE-BALLOT-ELECTION
           END-IF
           IF NOT QUIET-MODE
               DISPLAY "New Record: " VOTES-RECORD
           END-IF

       GB20-HANDLE-BATCH-HEADER SECTION.
           PERFORM GB10-VERIFY-BATCH
           MOVE 'N' TO WS-BOX-ACTIVE
           MOVE BH-BATCH-ID TO WS-BATCH-ID
           IF BH-DECLARED NUMERIC
               MOVE BH-DECLARED TO WS-BATCH-DECLARED
               MOVE 0 TO WS-BATCH-DECLARED
           END-IF
           MOVE 0 TO WS-BATCH-COUNTED
           MOVE BH-ELECTION TO WS-CUR-ELECTION
           SET BATCH-ACTIVE TO TRUE
           PERFORM GB30-CLAIM-QUALITY-SLOT
           DISPLAY "Status - Postal batch " WS-BATCH-ID " opened for "
           END-IF
           .

      *------------------------------------------
      *LOAD THE BALLOT PAPER ACCOUNTS AND THE DISCREPANCY TOLERANCE.
      *NO BPAFILE AND NO '*BX*' HEADERS MEANS NO BOX VERIFICATION,
      *EXACTLY AS BEFORE.
       TASK-LOAD-BPA           SECTION.
           OPEN INPUT BOX-CTRL-FILE
           IF BOXCTL-OK
               READ BOX-CTRL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF BC-TOLERANCE NUMERIC
                           MOVE BC-TOLERANCE TO WS-BOX-TOLERANCE
                       END-IF
               END-READ
               CLOSE BOX-CTRL-FILE
           END-IF
           OPEN INPUT BPA-FILE
           IF BPA-OK
               PERFORM UNTIL BPA-EOF
                   READ BPA-FILE
                       AT END CONTINUE
                       NOT AT END
                           MOVE BP-BOX-ID TO WS-BOX-LOOK-ID
                           MOVE BP-CONST TO WS-BOX-LOOK-CONST
                           PERFORM GV30-CLAIM-BOX-SLOT
                           IF BOX-FOUND
                               PERFORM GV10-TAKE-BPA-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BPA-FILE
           END-IF
           .

       GV10-TAKE-BPA-RECORD    SECTION.
           MOVE 'Y' TO WS-BOX-ON-BPA(WS-BOX-IDX)
           IF BP-ISSUED NUMERIC
               MOVE BP-ISSUED TO WS-BOX-ISSUED(WS-BOX-IDX)
           END-IF
           IF BP-SPOILT-REPL NUMERIC
               MOVE BP-SPOILT-REPL TO WS-BOX-SPOILT-REPL(WS-BOX-IDX)
           END-IF
           IF BP-UNUSED NUMERIC
               MOVE BP-UNUSED TO WS-BOX-UNUSED(WS-BOX-IDX)
           END-IF
           IF BP-TENDERED NUMERIC
               MOVE BP-TENDERED TO WS-BOX-TENDERED(WS-BOX-IDX)
           END-IF
           .

      *A BOX HEADER ENDS ANY OPEN POSTAL BATCH AND OPENS THE BOX.
       GV20-HANDLE-BOX-HEADER  SECTION.
           PERFORM GB10-VERIFY-BATCH
           MOVE BX-BOX-ID TO WS-BOX-LOOK-ID
           MOVE BX-CONST-ID TO WS-BOX-LOOK-CONST
           PERFORM GV30-CLAIM-BOX-SLOT
           IF BOX-FOUND
               SET WS-BOX-CUR TO WS-BOX-IDX
               MOVE 'Y' TO WS-BOX-OPENED(WS-BOX-IDX)
               SET BOX-ACTIVE TO TRUE
               IF NOT QUIET-MODE
                   DISPLAY "Status - Box " WS-BOX-LOOK-ID
                           " opened for " WS-BOX-LOOK-CONST
               END-IF
           ELSE
               MOVE 'N' TO WS-BOX-ACTIVE
           END-IF
           .

       GV30-CLAIM-BOX-SLOT     SECTION.
           MOVE 'N' TO WS-BOX-FOUND
           PERFORM VARYING WS-BOX-IDX FROM 1 BY 1
                   UNTIL WS-BOX-IDX > WS-BOX-COUNT
               IF WS-BOX-ID(WS-BOX-IDX) = WS-BOX-LOOK-ID
                       AND WS-BOX-CONST(WS-BOX-IDX) = WS-BOX-LOOK-CONST
                   SET BOX-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT BOX-FOUND
               IF WS-BOX-COUNT < 300
                   ADD 1 TO WS-BOX-COUNT
                   SET WS-BOX-IDX TO WS-BOX-COUNT
                   MOVE WS-BOX-LOOK-ID TO WS-BOX-ID(WS-BOX-IDX)
                   MOVE WS-BOX-LOOK-CONST TO WS-BOX-CONST(WS-BOX-IDX)
                   SET BOX-FOUND TO TRUE
               ELSE
                   DISPLAY "STATUS - BOX TABLE FULL, DROPPING "
                           WS-BOX-LOOK-ID
               END-IF
           END-IF
           .

      *------------------------------------------
      *VERIFICATION STATEMENT FOR ONE CONSTITUENCY - PAPERS ISSUED
      *AGAINST PAPERS COUNTED FOR EVERY BOX, AND WHETHER THE
      *CONSTITUENCY MAY DECLARE. A RESTARTED RUN SKIPPED THE BOX
      *HEADERS BEFORE ITS RESTART POINT, SO ITS BOXES CANNOT VERIFY.
       GV50-VERIFY-CONST-BOXES SECTION.
           MOVE 'N' TO WS-DECLARE-FLAG
           MOVE 0 TO WS-BOX-CONST-BOXES
           MOVE 0 TO WS-BOX-UNVERIFIED
           PERFORM VARYING WS-BOX-IDX FROM 1 BY 1
                   UNTIL WS-BOX-IDX > WS-BOX-COUNT
               IF WS-BOX-CONST(WS-BOX-IDX) = WS-BOX-LOOK-CONST
                   ADD 1 TO WS-BOX-CONST-BOXES
               END-IF
           END-PERFORM
           IF WS-BOX-CONST-BOXES > 0
               IF NOT VERIFRPT-OPEN
                   OPEN OUTPUT VERIF-RPT-FILE
                   SET VERIFRPT-OPEN TO TRUE
               END-IF
               MOVE SPACES TO VERIF-RPT-RECORD
               WRITE VERIF-RPT-RECORD
               MOVE WS-BOX-LOOK-CONST TO VH-CONST
               WRITE VERIF-RPT-RECORD FROM WS-VF-HEAD
               WRITE VERIF-RPT-RECORD FROM WS-VF-COLUMNS
               PERFORM VARYING WS-BOX-IDX FROM 1 BY 1
                       UNTIL WS-BOX-IDX > WS-BOX-COUNT
                   IF WS-BOX-CONST(WS-BOX-IDX) = WS-BOX-LOOK-CONST
                       PERFORM GV60-WRITE-BOX-LINE
                   END-IF
               END-PERFORM
               IF RESTART-MODE
                   WRITE VERIF-RPT-RECORD FROM WS-VF-RESTART-LINE
                   MOVE WS-BOX-CONST-BOXES TO WS-BOX-UNVERIFIED
               END-IF
               MOVE WS-BOX-CONST-BOXES TO VT-BOXES
               MOVE WS-BOX-UNVERIFIED TO VT-UNVERIFIED
               IF WS-BOX-UNVERIFIED > 0
                   SET DECLARATION-WITHHELD TO TRUE
                   MOVE "DECLARATION WITHHELD" TO VT-VERDICT
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE "VERIFIED - MAY DECLARE" TO VT-VERDICT
               END-IF
               WRITE VERIF-RPT-RECORD FROM WS-VF-FOOT
           END-IF
           .

       GV60-WRITE-BOX-LINE     SECTION.
           MOVE WS-BOX-ID(WS-BOX-IDX) TO VL-BOX
           MOVE WS-BOX-ISSUED(WS-BOX-IDX) TO VL-ISSUED
           MOVE WS-BOX-SPOILT-REPL(WS-BOX-IDX) TO VL-SPOILT-REPL
           MOVE WS-BOX-UNUSED(WS-BOX-IDX) TO VL-UNUSED
           MOVE WS-BOX-TENDERED(WS-BOX-IDX) TO VL-TENDERED
           MOVE WS-BOX-COUNTED(WS-BOX-IDX) TO VL-COUNTED
           COMPUTE WS-BOX-DIFF = WS-BOX-COUNTED(WS-BOX-IDX)
                               - WS-BOX-ISSUED(WS-BOX-IDX)
           MOVE WS-BOX-DIFF TO VL-DIFF
           IF WS-BOX-DIFF < 0
               COMPUTE WS-BOX-ABS-DIFF = 0 - WS-BOX-DIFF
           ELSE
               MOVE WS-BOX-DIFF TO WS-BOX-ABS-DIFF
           END-IF
           EVALUATE TRUE
               WHEN WS-BOX-ON-BPA(WS-BOX-IDX) NOT = 'Y'
                   MOVE "** NO ACCOUNT" TO VL-STATUS
                   ADD 1 TO WS-BOX-UNVERIFIED
               WHEN WS-BOX-OPENED(WS-BOX-IDX) NOT = 'Y'
                   MOVE "** NOT COUNTED" TO VL-STATUS
                   ADD 1 TO WS-BOX-UNVERIFIED
               WHEN WS-BOX-ABS-DIFF > WS-BOX-TOLERANCE
                   MOVE "** DISCREPANCY" TO VL-STATUS
                   ADD 1 TO WS-BOX-UNVERIFIED
               WHEN WS-BOX-ABS-DIFF > 0
                   MOVE "WITHIN TOL" TO VL-STATUS
               WHEN OTHER
                   MOVE "VERIFIED" TO VL-STATUS
           END-EVALUATE
           WRITE VERIF-RPT-RECORD FROM WS-VF-LINE
           .

       GV70-WRITE-WITHHELD     SECTION.
           IF DECLARATION-WITHHELD
               MOVE WS-BOX-LOOK-CONST TO WH-CONST
               MOVE WS-BOX-UNVERIFIED TO WH-UNVERIFIED
               WRITE RESULTS-RECORD FROM WS-WITHHELD-LINE
               DISPLAY "WARNING - DECLARATION WITHHELD FOR "
                       WS-BOX-LOOK-CONST ", " WS-BOX-UNVERIFIED
                       " BOX(ES) NOT VERIFIED"
           END-IF
           .

      *------------------------------------------
      *WHICH ELECTION THE BALLOT JUST READ BELONGS TO - THE LAST
      *BATCH HEADER'S, OR FAILING THAT ITS CONSTITUENCY'S.
       GE10-RESOLVE-BALLOT-ELECTION SECTION.
           IF WS-CUR-ELECTION NOT = SPACES
               MOVE WS-CUR-ELECTION TO WS-BALLOT-ELECTION
           ELSE
               MOVE SPACES TO WS-LOOK-ELECTION
               PERFORM TASK-FIND-CONST
               IF CONST-FOUND
                   MOVE WS-CONST-ELECTION(WS-CONST-IDX)
                     TO WS-BALLOT-ELECTION
               ELSE
                   MOVE SPACES TO WS-BALLOT-ELECTION
               END-IF
           END-IF
           .

      *ONE PARTYCTRL RECORD - AN '*EL*' MARKER STARTS THAT
      *ELECTION'S LIST, ANYTHING ELSE IS THE NEXT NAME ON THE
      *CURRENT LIST. THE FIRST LIST (OR A FILE WITH NO MARKERS)
      *ALSO FILLS THE WORKING PARTY TABLE.
       GE20-TAKE-PARTY-CARD    SECTION.
           IF PE-MARKER = WS-ELECTION-MARKER-VALUE
               MOVE 0 TO WS-PC-N
               PERFORM GE25-FIND-ELECTION
               IF NOT EL-FOUND
                   IF WS-EL-COUNT < 6
                       ADD 1 TO WS-EL-COUNT
                       SET WS-EL-IDX TO WS-EL-COUNT
                       MOVE PE-ELECTION TO WS-EL-ID(WS-EL-IDX)
                       SET EL-FOUND TO TRUE
                   ELSE
                       DISPLAY "STATUS - ELECTION TABLE FULL, "
                               "DROPPING PARTY LIST FOR " PE-ELECTION
                   END-IF
               END-IF
               IF EL-FOUND
                   SET WS-PC-SLOT TO WS-EL-IDX
                   IF WS-EL-BASE-SLOT = 0
                       MOVE WS-PC-SLOT TO WS-EL-BASE-SLOT
                   END-IF
               ELSE
                   MOVE 99 TO WS-PC-SLOT
               END-IF
           ELSE
               ADD 1 TO WS-PC-N
               IF WS-PC-N <= 8
                   IF WS-PC-SLOT = 0 OR WS-PC-SLOT = WS-EL-BASE-SLOT
                       SET PARTY-IDX TO WS-PC-N
                       MOVE PARTY-CTRL-REC TO PARTY-DATA(PARTY-IDX)
                   END-IF
                   IF WS-PC-SLOT > 0 AND WS-PC-SLOT < 99
                       MOVE PARTY-CTRL-REC
                         TO WS-EL-PARTY(WS-PC-SLOT WS-PC-N)
                   END-IF
               END-IF
           END-IF
           .

       GE25-FIND-ELECTION      SECTION.
           MOVE 'N' TO WS-EL-FOUND
           PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                   UNTIL WS-EL-IDX > WS-EL-COUNT
               IF WS-EL-ID(WS-EL-IDX) = PE-ELECTION
                   SET EL-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *PUT WS-ACTIVE-ELECTION'S PARTY LIST IN THE WORKING TABLE -
      *THE FIRST LIST LOADED WHEN IT HAS NONE OF ITS OWN. WITHOUT
      *'*EL*' MARKERS THE WORKING TABLE IS LEFT AS LOADED.
       GE30-ACTIVATE-ELECTION  SECTION.
           IF WS-EL-COUNT > 0
               MOVE WS-EL-BASE-SLOT TO WS-PC-SLOT
               PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                       UNTIL WS-EL-IDX > WS-EL-COUNT
                   IF WS-EL-ID(WS-EL-IDX) = WS-ACTIVE-ELECTION
                       SET WS-PC-SLOT TO WS-EL-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-EL-PX FROM 1 BY 1
                       UNTIL WS-EL-PX > 8
                   SET PARTY-IDX TO WS-EL-PX
                   MOVE WS-EL-PARTY(WS-PC-SLOT WS-EL-PX)
                     TO PARTY-DATA(PARTY-IDX)
               END-PERFORM
           END-IF
           .

      *A SINGLE-CONSTITUENCY DECLARATION FOR A NAMED ELECTION OPENS
      *WITH THE SAME CONSTITUENCY HEADER THE MULTI-CONSTITUENCY
      *PASS WRITES, SO THE PROGRESS BOARD CAN TELL ELECTIONS APART.
       GE40-WRITE-ELECTION-HEADER SECTION.
           IF WS-EFFECTIVE-ELECTION NOT = SPACES
               MOVE PARM-DATA TO CH-CONST-CODE
               PERFORM GE45-SET-ELECTION-TAG
               WRITE RESULTS-RECORD FROM WS-CONST-HEADER-DATA
           END-IF
           .

       GE45-SET-ELECTION-TAG   SECTION.
           IF WS-ACTIVE-ELECTION = SPACES
               MOVE SPACES TO CH-ELECTION-TAG
           ELSE
               MOVE "ELECTION: " TO CH-ELECTION-TAG
           END-IF
           MOVE WS-ACTIVE-ELECTION TO CH-ELECTION
           .

      *------------------------------------------
      *PERIODICALLY SNAPSHOT THE READ POSITION AND RUNNING VOTE TALLY
      *SO A RESTART RESUMES INSTEAD OF RE-COUNTING FROM SCRATCH.
               MOVE 0 TO WS-CHECKPOINT-COUNT
           END-IF
           .

      *------------------------------------------
      *LIST-PR SEAT ALLOCATION - BUILD EACH REGION'S PARTY TOTALS
      *FROM THE MEMBER CONSTITUENCIES ON RESIF AND ALLOCATE ITS SEATS
      *ROUND BY ROUND BY D'HONDT OR SAINTE-LAGUE.
       L000-LIST-PR-ALLOCATION  SECTION.
           DISPLAY "STATUS - LIST-PR SEAT ALLOCATION"
           PERFORM TASK-LOAD-PARTY-TABLE
           PERFORM TASK-LOAD-CAND-TABLE
           PERFORM L100-LOAD-REGIONS
           PERFORM L200-LOAD-RESIF
           PERFORM L300-AGGREGATE-REGIONS

           OPEN OUTPUT SEAT-RPT-FILE
           IF NOT SEATRPT-OK
               DISPLAY "ERROR - COULD NOT OPEN SEATRPT, STATUS "
                       WS-SEATRPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           OPEN OUTPUT SEAT-IF-FILE
           IF NOT SEATIF-OK
               DISPLAY "ERROR - COULD NOT OPEN SEATIF, STATUS "
                       WS-SEATIF-STATUS
               CLOSE SEAT-RPT-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           WRITE SEAT-RPT-RECORD FROM WS-LP-RPT-HEAD
           PERFORM VARYING WS-LP-RX FROM 1 BY 1
                   UNTIL WS-LP-RX > WS-LP-REGION-COUNT
               PERFORM L400-ALLOCATE-REGION
           END-PERFORM
           MOVE SPACES TO SEAT-IF-TRAILER
           MOVE "TRAILER " TO SIT-MARKER
           MOVE WS-SEATIF-COUNT TO SIT-RECORD-COUNT
           MOVE 'T' TO SIT-REC-TYPE
           WRITE SEAT-IF-TRAILER
           CLOSE SEAT-RPT-FILE
           CLOSE SEAT-IF-FILE
           DISPLAY "STATUS - " WS-LP-SEATS-AWARDED " SEAT(S) "
                   "ALLOCATED ACROSS " WS-LP-REGION-COUNT " REGION(S)"
           .

      *------------------------------------------
      *REGION HEADER AND MEMBER CARDS MAY COME IN ANY ORDER - A
      *MEMBER CARD CLAIMS ITS REGION SLOT IF THE HEADER IS STILL TO
      *COME. A CONSTITUENCY NAMED FOR TWO REGIONS STAYS IN THE FIRST.
       L100-LOAD-REGIONS        SECTION.
           OPEN INPUT REGION-CTRL-FILE
           IF NOT REGNCTL-OK
               DISPLAY "ERROR - COULD NOT OPEN REGNCTL, STATUS "
                       WS-REGNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM UNTIL REGNCTL-EOF
               READ REGION-CTRL-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM L110-TAKE-REGION-CARD
               END-READ
           END-PERFORM
           CLOSE REGION-CTRL-FILE
           .

       L110-TAKE-REGION-CARD    SECTION.
           MOVE RG-REGION TO WS-LP-LOOK-REGION
           PERFORM L120-FIND-REGION
           IF LP-FOUND
               PERFORM L115-APPLY-REGION-CARD
           END-IF
           .

       L115-APPLY-REGION-CARD   SECTION.
           EVALUATE TRUE
               WHEN RG-HEADER
                   IF RG-SEATS NUMERIC
                       MOVE RG-SEATS TO WS-LP-SEATS(WS-LP-RX)
                   END-IF
                   IF RG-METHOD = 'S'
                       MOVE 'S' TO WS-LP-METHOD(WS-LP-RX)
                   ELSE
                       IF RG-METHOD NOT = 'D'
                           DISPLAY "WARNING - REGION " RG-REGION
                                   " METHOD '" RG-METHOD
                                   "' UNKNOWN, USING D'HONDT"
                           MOVE 4 TO RETURN-CODE
                       END-IF
                       MOVE 'D' TO WS-LP-METHOD(WS-LP-RX)
                   END-IF
                   IF RG-THRESHOLD NUMERIC
                       MOVE RG-THRESHOLD
                         TO WS-LP-THRESHOLD(WS-LP-RX)
                   END-IF
               WHEN RG-MEMBER
                   MOVE RG-CONST TO WS-LP-LOOK-CONST
                   PERFORM L130-FIND-MEMBER
                   IF LP-FOUND
                       DISPLAY "WARNING - " RG-CONST " ALREADY IN "
                               "ANOTHER REGION - IGNORED FOR "
                               RG-REGION
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       IF WS-LP-MEMBER-COUNT < 700
                           ADD 1 TO WS-LP-MEMBER-COUNT
                           SET WS-LP-MX TO WS-LP-MEMBER-COUNT
                           MOVE RG-CONST
                             TO WS-LP-MEMBER-CONST(WS-LP-MX)
                           SET WS-LP-RX-N TO WS-LP-RX
                           MOVE WS-LP-RX-N
                             TO WS-LP-MEMBER-REGION(WS-LP-MX)
                           ADD 1 TO WS-LP-MEMBERS(WS-LP-RX)
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "WARNING - REGNCTL CARD TYPE '"
                           RG-REC-TYPE "' IGNORED"
           END-EVALUATE
           .

       L120-FIND-REGION         SECTION.
           MOVE 'N' TO WS-LP-FOUND
           PERFORM VARYING WS-LP-RX FROM 1 BY 1
                   UNTIL WS-LP-RX > WS-LP-REGION-COUNT
               IF WS-LP-REGION-CODE(WS-LP-RX) = WS-LP-LOOK-REGION
                   SET LP-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT LP-FOUND
               IF WS-LP-REGION-COUNT < 50
                   ADD 1 TO WS-LP-REGION-COUNT
                   SET WS-LP-RX TO WS-LP-REGION-COUNT
                   MOVE WS-LP-LOOK-REGION
                     TO WS-LP-REGION-CODE(WS-LP-RX)
                   SET LP-FOUND TO TRUE
               ELSE
                   DISPLAY "STATUS - REGION TABLE FULL, DROPPING "
                           WS-LP-LOOK-REGION
               END-IF
           END-IF
           .

       L130-FIND-MEMBER         SECTION.
           MOVE 'N' TO WS-LP-FOUND
           PERFORM VARYING WS-LP-MX FROM 1 BY 1
                   UNTIL WS-LP-MX > WS-LP-MEMBER-COUNT
               IF WS-LP-MEMBER-CONST(WS-LP-MX) = WS-LP-LOOK-CONST
                   SET LP-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *------------------------------------------
      *THE LAST SET OF DETAILS FOR A CONSTITUENCY WINS - A POSITION 1
      *DETAIL CLEARS WHATEVER AN EARLIER INTERIM RUN LEFT BEHIND.
       L200-LOAD-RESIF          SECTION.
           OPEN INPUT RESULTS-IF-FILE
           IF NOT IF-OK
               DISPLAY "ERROR - COULD NOT OPEN RESIF, STATUS "
                       WS-IF-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM Z100-WRITE-RUN-LOG
               GOBACK
           END-IF
           PERFORM UNTIL WS-IF-STATUS NOT = "00"
               READ RESULTS-IF-FILE
                   AT END CONTINUE
                   NOT AT END
                       ADD 1 TO WS-RUN-INPUT-COUNT
                       IF IF-REC-TYPE = 'D'
                               AND IF-PARTY-IDX NUMERIC
                               AND IF-PARTY-IDX >= 1
                               AND IF-PARTY-IDX <= 8
                           PERFORM L210-TAKE-RESIF-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESULTS-IF-FILE
           .

       L210-TAKE-RESIF-DETAIL   SECTION.
           MOVE IF-CONST TO WS-LP-LOOK-CONST
           PERFORM L130-FIND-MEMBER
           IF LP-FOUND
               MOVE IF-PARTY-IDX TO WS-LP-POS
               IF WS-LP-POS = 1
                   PERFORM VARYING WS-LP-PX FROM 1 BY 1
                           UNTIL WS-LP-PX > 8
                       MOVE 0 TO WS-LP-MEMBER-VOTES(WS-LP-MX WS-LP-PX)
                   END-PERFORM
               END-IF
               MOVE 'Y' TO WS-LP-MEMBER-SEEN(WS-LP-MX)
               IF IF-VOTES NUMERIC
                   MOVE IF-VOTES
                     TO WS-LP-MEMBER-VOTES(WS-LP-MX WS-LP-POS)
               END-IF
           END-IF
           .

      *------------------------------------------
      *ROLL EACH DECLARED MEMBER'S CANDIDATE VOTES UP TO PARTY VIA
      *THE CANDIDATE MASTER (A POSITION WITH NO CANDIDATE ROW STAYS
      *ITS OWN PARTY INDEX); SPOILT BALLOTS NEVER COUNT TOWARDS SEATS.
       L300-AGGREGATE-REGIONS   SECTION.
           PERFORM VARYING WS-LP-MX FROM 1 BY 1
                   UNTIL WS-LP-MX > WS-LP-MEMBER-COUNT
               IF WS-LP-MEMBER-SEEN(WS-LP-MX) = 'Y'
                   SET WS-LP-RX TO WS-LP-MEMBER-REGION(WS-LP-MX)
                   ADD 1 TO WS-LP-DECLARED(WS-LP-RX)
                   PERFORM VARYING WS-LP-POS FROM 1 BY 1
                           UNTIL WS-LP-POS > 7
                       MOVE WS-LP-MEMBER-CONST(WS-LP-MX)
                         TO WS-CAND-LOOK-CONST
                       MOVE WS-LP-POS TO WS-CAND-LOOK-POS
                       PERFORM TASK-FIND-CANDIDATE
                       IF WS-CAND-PARTY-FOUND < 8
                           ADD WS-LP-MEMBER-VOTES(WS-LP-MX WS-LP-POS)
                             TO WS-LP-PARTY-VOTES
                                (WS-LP-RX WS-CAND-PARTY-FOUND)
                           ADD WS-LP-MEMBER-VOTES(WS-LP-MX WS-LP-POS)
                             TO WS-LP-TOTAL-VOTES(WS-LP-RX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

      *------------------------------------------
      *ONE REGION - VOTE SHARES AND THRESHOLD, EVERY ROUND'S
      *QUOTIENTS, THEN THE SEATS WON TO SEATRPT AND SEATIF.
       L400-ALLOCATE-REGION     SECTION.
           MOVE SPACES TO SEAT-RPT-RECORD
           WRITE SEAT-RPT-RECORD
           MOVE WS-LP-REGION-CODE(WS-LP-RX) TO LR-REGION
           MOVE WS-LP-SEATS(WS-LP-RX) TO LR-SEATS
           IF WS-LP-METHOD(WS-LP-RX) = 'S'
               MOVE "SAINTE-LAGUE" TO LR-METHOD
           ELSE
               MOVE "D'HONDT" TO LR-METHOD
           END-IF
           MOVE WS-LP-THRESHOLD(WS-LP-RX) TO LR-THRESHOLD
           WRITE SEAT-RPT-RECORD FROM WS-LP-REGION-HEAD
           MOVE WS-LP-DECLARED(WS-LP-RX) TO LD-DECLARED
           MOVE WS-LP-MEMBERS(WS-LP-RX) TO LD-MEMBERS
           WRITE SEAT-RPT-RECORD FROM WS-LP-DECLARED-LINE
           IF WS-LP-DECLARED(WS-LP-RX) < WS-LP-MEMBERS(WS-LP-RX)
               DISPLAY "WARNING - REGION " WS-LP-REGION-CODE(WS-LP-RX)
                       " HAS CONSTITUENCIES STILL TO DECLARE"
               MOVE 4 TO RETURN-CODE
           END-IF

           COMPUTE WS-LP-QUALIFY-VOTES =
               WS-LP-TOTAL-VOTES(WS-LP-RX) * WS-LP-THRESHOLD(WS-LP-RX)
           PERFORM VARYING WS-LP-PX FROM 1 BY 1 UNTIL WS-LP-PX > 7
               MOVE 0 TO WS-LP-PARTY-SEATS(WS-LP-RX WS-LP-PX)
               COMPUTE WS-LP-VOTES-X100 =
                   WS-LP-PARTY-VOTES(WS-LP-RX WS-LP-PX) * 100
               MOVE 0 TO WS-LP-SHARE
               IF WS-LP-TOTAL-VOTES(WS-LP-RX) > 0
                   COMPUTE WS-LP-SHARE ROUNDED =
                       WS-LP-VOTES-X100 / WS-LP-TOTAL-VOTES(WS-LP-RX)
               END-IF
               SET PARTY-IDX TO WS-LP-PX
               MOVE PARTY-DATA(PARTY-IDX) TO LV-PARTY
               MOVE WS-LP-PARTY-VOTES(WS-LP-RX WS-LP-PX) TO LV-VOTES
               MOVE WS-LP-SHARE TO LV-SHARE
               IF WS-LP-PARTY-VOTES(WS-LP-RX WS-LP-PX) > 0
                       AND WS-LP-VOTES-X100 >= WS-LP-QUALIFY-VOTES
                   MOVE 'Y' TO WS-LP-PARTY-OK(WS-LP-RX WS-LP-PX)
                   MOVE "ELIGIBLE" TO LV-ELIGIBLE
               ELSE
                   MOVE 'N' TO WS-LP-PARTY-OK(WS-LP-RX WS-LP-PX)
                   MOVE "BELOW THRESHOLD" TO LV-ELIGIBLE
               END-IF
               WRITE SEAT-RPT-RECORD FROM WS-LP-VOTE-LINE
           END-PERFORM

           PERFORM VARYING WS-LP-ROUND FROM 1 BY 1
                   UNTIL WS-LP-ROUND > WS-LP-SEATS(WS-LP-RX)
               PERFORM L410-ALLOCATE-ONE-ROUND
               IF WS-LP-BEST-PX = 0
                   WRITE SEAT-RPT-RECORD FROM WS-LP-NO-VOTES-LINE
                   MOVE 4 TO RETURN-CODE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           WRITE SEAT-RPT-RECORD FROM WS-LP-RESULT-HEAD
           PERFORM VARYING WS-LP-PX FROM 1 BY 1 UNTIL WS-LP-PX > 7
               SET PARTY-IDX TO WS-LP-PX
               MOVE PARTY-DATA(PARTY-IDX) TO LS-PARTY
               MOVE WS-LP-PARTY-SEATS(WS-LP-RX WS-LP-PX) TO LS-SEATS
               WRITE SEAT-RPT-RECORD FROM WS-LP-RESULT-LINE
               PERFORM L420-WRITE-SEAT-IF
           END-PERFORM
           .

      *------------------------------------------
      *ONE ROUND - EVERY ELIGIBLE PARTY'S VOTES OVER ITS DIVISOR
      *(SEATS HELD + 1 FOR D'HONDT, 2 X SEATS HELD + 1 FOR
      *SAINTE-LAGUE). THE HIGHEST QUOTIENT TAKES THE SEAT; A TIE
      *GOES TO THE HIGHER REGIONAL VOTE, THEN TO BALLOT ORDER.
       L410-ALLOCATE-ONE-ROUND  SECTION.
           MOVE WS-LP-ROUND TO LH-ROUND
           WRITE SEAT-RPT-RECORD FROM WS-LP-ROUND-HEAD
           MOVE 0 TO WS-LP-BEST-PX
           MOVE 0 TO WS-LP-BEST-QUOTIENT
           PERFORM VARYING WS-LP-PX FROM 1 BY 1 UNTIL WS-LP-PX > 7
               IF WS-LP-PARTY-OK(WS-LP-RX WS-LP-PX) = 'Y'
                   IF WS-LP-METHOD(WS-LP-RX) = 'S'
                       COMPUTE WS-LP-DIVISOR =
                           WS-LP-PARTY-SEATS(WS-LP-RX WS-LP-PX) * 2 + 1
                   ELSE
                       COMPUTE WS-LP-DIVISOR =
                           WS-LP-PARTY-SEATS(WS-LP-RX WS-LP-PX) + 1
                   END-IF
                   COMPUTE WS-LP-QUOTIENT =
                       WS-LP-PARTY-VOTES(WS-LP-RX WS-LP-PX)
                       / WS-LP-DIVISOR
                   SET PARTY-IDX TO WS-LP-PX
                   MOVE PARTY-DATA(PARTY-IDX) TO LQ-PARTY
                   MOVE WS-LP-PARTY-VOTES(WS-LP-RX WS-LP-PX)
                     TO LQ-VOTES
                   MOVE WS-LP-PARTY-SEATS(WS-LP-RX WS-LP-PX)
                     TO LQ-SEATS
                   MOVE WS-LP-DIVISOR TO LQ-DIVISOR
                   MOVE WS-LP-QUOTIENT TO LQ-QUOTIENT
                   WRITE SEAT-RPT-RECORD FROM WS-LP-QUOT-LINE
                   IF WS-LP-BEST-PX = 0
                           OR WS-LP-QUOTIENT > WS-LP-BEST-QUOTIENT
                       MOVE WS-LP-PX TO WS-LP-BEST-PX
                       MOVE WS-LP-QUOTIENT TO WS-LP-BEST-QUOTIENT
                   ELSE
                       IF WS-LP-QUOTIENT = WS-LP-BEST-QUOTIENT
                               AND WS-LP-PARTY-VOTES(WS-LP-RX WS-LP-PX)
                                 > WS-LP-PARTY-VOTES
                                   (WS-LP-RX WS-LP-BEST-PX)
                           MOVE WS-LP-PX TO WS-LP-BEST-PX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LP-BEST-PX > 0
               ADD 1 TO WS-LP-PARTY-SEATS(WS-LP-RX WS-LP-BEST-PX)
               ADD 1 TO WS-LP-SEATS-AWARDED
               MOVE WS-LP-ROUND TO LA-SEAT
               SET PARTY-IDX TO WS-LP-BEST-PX
               MOVE PARTY-DATA(PARTY-IDX) TO LA-PARTY
               WRITE SEAT-RPT-RECORD FROM WS-LP-AWARD-LINE
           END-IF
           .

       L420-WRITE-SEAT-IF       SECTION.
           MOVE SPACES TO SEAT-IF-RECORD
           MOVE WS-LP-REGION-CODE(WS-LP-RX) TO SI-REGION
           MOVE WS-LP-PX TO SI-PARTY-IDX
           MOVE WS-LP-PARTY-SEATS(WS-LP-RX WS-LP-PX) TO SI-SEATS
           MOVE WS-LP-PARTY-VOTES(WS-LP-RX WS-LP-PX) TO SI-VOTES
           MOVE WS-LP-METHOD(WS-LP-RX) TO SI-METHOD
           MOVE WS-BUSINESS-DATE TO SI-RUN-DATE
           MOVE PARTY-DATA(PARTY-IDX) TO SI-PARTY-NAME
           MOVE 'D' TO SI-REC-TYPE
           WRITE SEAT-IF-RECORD
           ADD 1 TO WS-SEATIF-COUNT
           .
