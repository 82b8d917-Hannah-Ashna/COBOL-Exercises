      *  PROMOTION MASTER (PROMCTL) - ONE ROW PER DISCOUNT CODE, THE
      *  HEAD-OFFICE TERMS THE BASKET RUN PRICES AGAINST. THE FIRST
      *  EIGHT BYTES MIRROR A BASKET DISC-CODES ENTRY. DATES ARE
      *  CCYYMMDD, END 99999999 WHEN OPEN-ENDED. NO STORES LISTED
      *  MEANS EVERY STORE; NO ITEMS LISTED MEANS THE ITEM WHOSE
      *  CODE IS THE DISCOUNT CODE, AS ON THE TILL. MAINTAINED
      *  THROUGH EXPPROG87 AND CHECKED BY CTLVMOD - CHANGE IT HERE
      *  ONLY.
           03 PROM-DISC-CODE         PIC X(3).
           03 PROM-COUNT             PIC 9(1).
           03 PROM-MARKER            PIC X(1).
               88 PROM-PERCENT       VALUE 'P'.
               88 PROM-CASH          VALUE 'C'.
           03 PROM-VALUE             PIC 9(2).
           03 PROM-STACK-FLAG        PIC X(1).
               88 PROM-STACKABLE     VALUE 'Y'.
           03 FILLER                 PIC X(1).
           03 PROM-START-DATE        PIC 9(8).
           03 PROM-END-DATE          PIC 9(8).
           03 FILLER                 PIC X(1).
           03 PROM-STORES.
               05 PROM-STORE         PIC X(4) OCCURS 5 TIMES.
           03 FILLER                 PIC X(1).
           03 PROM-ITEMS.
               05 PROM-ITEM          PIC X(3) OCCURS 5 TIMES.
           03 FILLER                 PIC X(18).
