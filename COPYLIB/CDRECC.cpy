      *  TYPE-C (SECONDARY HOLDER) RECORD OF THE CDIN FEED. WHEN AN
      *  ACCOUNT IS HELD JOINTLY ONE TYPE-C RECORD FOLLOWS ITS A/B
      *  PAIR AND CARRIES THE SECOND HOLDER'S NAME. COPIED UNDER THE
      *  OWNING 01 BY EVERY PROGRAM THAT READS, WRITES OR REBUILDS
      *  THE MERGE INPUT - CHANGE IT HERE ONLY.
           03 ACCOUNT-C              PIC X(8).
           03 ACCOUNT-NAME-C.
               05 USER-TITLE-C       PIC X(3).
               05 INITIALS-C         PIC X(2).
               05 SURNAME-C          PIC X(30).
           03 FILLER-C               PIC X(36).
           03 TYPE-C                 PIC X(1).
