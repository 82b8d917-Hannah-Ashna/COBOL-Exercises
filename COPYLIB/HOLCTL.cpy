      *  HOLIDAY CALENDAR (HOLCTL) - ONE ROW PER BANK OR PUBLIC
      *  HOLIDAY, SHARED BY EVERY JOB THROUGH BDAYMOD. SATURDAYS
      *  AND SUNDAYS ARE NEVER BUSINESS DAYS AND NEED NO ROW.
      *  MAINTAINED THROUGH EXPPROG87 AND CHECKED BY CTLVMOD -
      *  CHANGE IT HERE ONLY.
           03 HC-DATE                PIC X(8).
           03 HC-DATE-N REDEFINES HC-DATE PIC 9(8).
           03 FILLER                 PIC X(1).
           03 HC-DESCRIPTION         PIC X(30).
           03 FILLER                 PIC X(41).
