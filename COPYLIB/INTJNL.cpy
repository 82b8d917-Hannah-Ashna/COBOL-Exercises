      *  INTRADAY POSTING JOURNAL - ONE RECORD PER CHANGE THE MERGE
      *  ENGINE'S INTRADAY MODE MADE TO THE KEYED MASTER COPY, IN
      *  POSTING ORDER. IJ-AFTER-IMAGE IS THE FULL 80-BYTE MASTREC
      *  IMAGE AFTER THE CHANGE; THE NIGHT RUN TAKES THE LAST IMAGE
      *  PER ACCOUNT IN PLACE OF THE MASTER IT READS, RELEASES THE GL
      *  EXTRACT ROW (NOT FOR 'N' MAINTENANCE) AND ANY OVERFLOWED
      *  HISTORY SLOT (IJ-ARC-MARKER NOT SPACE) ONCE, THEN EMPTIES
      *  THE JOURNAL. COPIED UNDER THE OWNING 01 - CHANGE IT HERE
      *  ONLY.
           03 IJ-ACCOUNT             PIC X(5).
           03 IJ-RUN-DATE            PIC X(8).
           03 IJ-POST-STAMP          PIC X(16).
           03 IJ-JOB-NAME            PIC X(8).
           03 IJ-MARKER              PIC X(1).
           03 IJ-TRANS-AMOUNT        PIC S9(9) SIGN LEADING SEPARATE.
           03 IJ-BEFORE-BALANCE      PIC S9(9) SIGN LEADING SEPARATE.
           03 IJ-AFTER-BALANCE       PIC S9(9) SIGN LEADING SEPARATE.
           03 IJ-ARC-MARKER          PIC X(1).
           03 IJ-ARC-AMOUNT          PIC S9(9) SIGN LEADING SEPARATE.
           03 IJ-AFTER-IMAGE         PIC X(80).
           03 IJ-FILLER              PIC X(41).
