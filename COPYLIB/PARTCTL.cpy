      *  MERGE PARTITION CONTROL (PARTCTL) - ONE ROW PER PARTITION
      *  OF THE CDIN MERGE, GIVING THE ACCOUNT RANGE (LOW TO HIGH,
      *  BOTH INCLUSIVE) THAT PARTITION OWNS. ROWS RUN IN PARTITION
      *  ORDER WITH ASCENDING, NON-OVERLAPPING RANGES, SO THE
      *  PARTITION CDOUTS TAKEN IN ROW ORDER MAKE ONE ASCENDING
      *  FILE. READ BY EXPPROG1/EXPPROG3 FOR A PARTITIONED RUN AND
      *  BY THE EXPPROG95 RECOMBINE. MAINTAINED THROUGH EXPPROG87
      *  AND CHECKED BY CTLVMOD - CHANGE IT HERE ONLY.
           03 PC-PARTITION           PIC 9(2).
           03 PC-LOW-ACCOUNT         PIC X(8).
           03 PC-HIGH-ACCOUNT        PIC X(8).
           03 FILLER                 PIC X(62).
