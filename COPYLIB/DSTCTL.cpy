      *  REPORT DISTRIBUTION CONTROL (DISTCTL) - ONE ROW PER REPORT,
      *  OR PER REPORT SECTION, AND THE RECIPIENT IT GOES TO. READ BY
      *  THE EXPPROG89 BUNDLING RUN - CHANGE IT HERE ONLY. A BLANK
      *  OR '*' SELECTION KEY SENDS THE WHOLE REPORT; ANY OTHER KEY
      *  SENDS ONLY THE SECTIONS WHOSE LINES CARRY THAT VALUE AT THE
      *  KEY POSITION (COUNTY CODE, STORE CODE, DEPARTMENT).
      *  THE REPORT'S DD NAME (SUMMOUT, MOVRPT, PAYRPT, ...).
           03 DI-REPORT              PIC X(8).
      *  RECORD LENGTH OF THE REPORT - 080 OR 100.
           03 DI-WIDTH               PIC 9(3).
      *  WHERE THE SELECTION KEY SITS ON A REPORT LINE.
           03 DI-KEY-POS             PIC 9(3).
           03 DI-KEY-LEN             PIC 9(2).
           03 DI-KEY-VALUE           PIC X(10).
               88 DI-WHOLE-REPORT    VALUE SPACES '*'.
      *  TITLE AND COLUMN-HEADING LINES AT THE TOP OF A SECTIONED
      *  REPORT - COPIED INTO EVERY RECIPIENT'S SECTION, NEVER READ
      *  FOR A KEY.
           03 DI-HEAD-LINES          PIC 9(2).
      *  RECIPIENT CODE - THE BUNDLE IS WRITTEN TO DATASET PB + CODE.
           03 DI-RECIPIENT           PIC X(6).
           03 DI-RECIPIENT-NAME      PIC X(30).
           03 FILLER                 PIC X(16).
