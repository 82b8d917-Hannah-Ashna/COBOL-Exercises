      *  CDJOINT JOINT-HOLDER MASTER RECORD. KEYED ON THE 8-CHAR
      *  ACCOUNT (BYTES 1-8) LIKE CDCUST, WHICH HOLDS THE FIRST
      *  HOLDER - THIS FILE HOLDS THE SECOND. WRITTEN BY THE CDIN
      *  MERGES FROM THE TYPE-C RECORD; READ BY THE LETTER AND
      *  SEARCH PROGRAMS - CHANGE IT HERE ONLY.
           03 JNT-ACCOUNT            PIC X(8).
           03 JNT-NAME.
               05 JNT-TITLE          PIC X(3).
               05 JNT-INITIALS       PIC X(2).
               05 JNT-SURNAME        PIC X(30).
      *  BUSINESS DATE THE SECOND HOLDER WAS FIRST RECORDED AND THE
      *  DATE OF THE LAST MERGE THAT CONFIRMED OR CHANGED THEM.
           03 JNT-ADDED-DATE         PIC X(8).
           03 JNT-UPDATED-DATE       PIC X(8).
           03 JNT-FILLER             PIC X(21).
