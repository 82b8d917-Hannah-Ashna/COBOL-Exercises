      *  DISTRIBUTION LOG (DISTLOG) - ONE ROW PER REPORT OR SECTION
      *  PUT IN A RECIPIENT'S PRINT BUNDLE, APPENDED BY THE EXPPROG89
      *  BUNDLING RUN - CHANGE IT HERE ONLY. A SECTION NO DISTCTL ROW
      *  COVERS IS LOGGED UNDER RECIPIENT '*NONE*'.
           03 DV-BUS-DATE            PIC X(8).
           03 DV-RECIPIENT           PIC X(6).
           03 DV-BUNDLE              PIC X(8).
           03 DV-REPORT              PIC X(8).
      *  SPACES FOR A WHOLE REPORT.
           03 DV-KEY-VALUE           PIC X(10).
           03 DV-LINES               PIC 9(7).
           03 DV-PAGES               PIC 9(5).
           03 DV-STATUS              PIC X(1).
               88 DV-SENT            VALUE 'S'.
               88 DV-NOT-PRODUCED    VALUE 'N'.
               88 DV-UNDISTRIBUTED   VALUE 'U'.
           03 FILLER                 PIC X(27).
