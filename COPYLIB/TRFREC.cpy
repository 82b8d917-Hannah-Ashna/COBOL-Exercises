      *  INTERNAL TRANSFER REGISTER RECORD (TRFREG). ONE RECORD PER
      *  TRANSFER RELEASED BY EXPPROG5, APPENDED RUN ON RUN; BOTH
      *  LEGS ON FILEOUT CARRY TR-REFERENCE. COPIED UNDER THE OWNING
      *  01 BY EXPPROG5 AND EVERY REGISTER READER - CHANGE IT HERE
      *  ONLY.
           03 TR-REFERENCE           PIC X(12).
           03 TR-TRANS-DATE          PIC 9(8).
           03 TR-FROM-ACCOUNT        PIC 9(5).
           03 TR-TO-ACCOUNT          PIC 9(5).
           03 TR-AMOUNT              PIC 9(9).
           03 TR-TRANS-DETAILS       PIC X(20).
           03 TR-BUSINESS-DATE       PIC X(8).
           03 TR-FILLER              PIC X(13).
