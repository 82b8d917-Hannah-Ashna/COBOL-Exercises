      *  KEYED COPY OF THE ACCOUNT MASTER (IOMOD FILEKEY SLOT). THE
      *  MERGE ENGINE'S INTRADAY MODE POSTS TO IT AND EVERY NIGHT
      *  RUN THAT NAMES IT REFRESHES IT FROM THE NEW GENERATION. THE
      *  ACCOUNT IS PADDED TO THE 8-BYTE KEY IOMOD REQUIRES AND
      *  MK-MASTER-DATA IS BYTES 6-61 OF THE MASTREC IMAGE. THE ROW
      *  KEYED '*MSTCTL*' IS THE REFRESH CONTROL - INTRADAY POSTING
      *  IS REFUSED UNLESS THE LAST NIGHT REFRESH COMPLETED. COPIED
      *  UNDER THE OWNING 01 - CHANGE IT HERE ONLY.
           03 MK-KEY.
               05 MK-ACCOUNT         PIC X(5).
               05 MK-KEY-PAD         PIC X(3).
           03 MK-MASTER-DATA         PIC X(56).
           03 MK-CONTROL-DATA REDEFINES MK-MASTER-DATA.
               05 MK-REFRESH-DATE    PIC X(8).
               05 MK-REFRESH-STATE   PIC X(1).
                   88 MK-REFRESH-COMPLETE VALUE 'C'.
                   88 MK-REFRESH-PARTIAL  VALUE 'P'.
               05 MK-REFRESH-JOB     PIC X(8).
               05 FILLER             PIC X(39).
      *  BUSINESS DATE AND COUNT OF INTRADAY POSTINGS SINCE THE LAST
      *  NIGHT REFRESH (SPACES AND ZERO STRAIGHT AFTER A REFRESH)
           03 MK-POSTED-DATE         PIC X(8).
           03 MK-POSTED-COUNT        PIC 9(3).
           03 FILLER                 PIC X(5).
