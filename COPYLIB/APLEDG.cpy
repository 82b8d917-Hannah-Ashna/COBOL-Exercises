      *  APLEDGR ACCOUNTS-PAYABLE OPEN-ITEM LEDGER RECORD. ONE ITEM
      *  PER DETLOUT INVOICE OR CREDIT-NOTE LINE, KEYED (BYTES 1-8)
      *  ON INVOICE NUMBER, DEPARTMENT AND A LINE SEQUENCE THROUGH
      *  IOMOD'S FILEKEY SLOT. LOADED AND CLEARED BY EXPPROG64, READ
      *  BY EXPPROG41 AND EXPPROG65 - CHANGE IT HERE ONLY.
           03 APL-KEY.
               05 APL-INVOICE-NUM.
                   07 APL-INV-PREFIX PIC X(1).
                   07 APL-INV-DIGITS PIC X(4).
               05 APL-DEPARTMENT     PIC 9(1).
               05 APL-LINE-SEQ       PIC 9(2).
           03 APL-SUPPLIER-CODE      PIC X(4).
      *  DET-RUN-DATE OF THE LINE - THE DATE THE ITEM IS AGED FROM.
           03 APL-INVOICE-DATE       PIC X(8).
           03 APL-CREDIT-FLAG        PIC X(1).
               88 APL-CREDIT-NOTE    VALUE 'C'.
      *  ORIGINAL AND STILL-OPEN AMOUNTS - A CREDIT NOTE CARRIES
      *  BOTH NEGATIVE.
           03 APL-ORIG-AMOUNT        PIC S9(11).
           03 APL-OPEN-AMOUNT        PIC S9(11).
           03 APL-STATUS             PIC X(1).
               88 APL-OPEN           VALUE 'O'.
               88 APL-PART-PAID      VALUE 'P'.
               88 APL-CLEARED        VALUE 'C'.
      *  BUSINESS DATES OF THE LOAD AND OF THE LAST PAYMENT OR
      *  CREDIT ALLOCATED AGAINST THE ITEM.
           03 APL-LOADED-DATE        PIC X(8).
           03 APL-LAST-ALLOC-DATE    PIC X(8).
           03 APL-FILLER             PIC X(20).
