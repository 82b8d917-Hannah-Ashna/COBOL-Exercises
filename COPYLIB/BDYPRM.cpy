      *  BDAYMOD CALL PARAMETERS - THE SHARED BUSINESS-DAY SERVICE
      *  OVER THE HOLCTL HOLIDAY CALENDAR. COPIED UNDER THE OWNING
      *  01 BY BDAYMOD AND EVERY CALLER - CHANGE IT HERE ONLY.
      *    ISBD  IS DATE-1 A BUSINESS DAY (FLAG, AND THE HOLIDAY
      *          OR WEEKEND NAME WHEN IT IS NOT)
      *    NEXT  FIRST BUSINESS DAY AFTER DATE-1
      *    PREV  LAST BUSINESS DAY BEFORE DATE-1
      *    BTWN  BUSINESS DAYS AFTER DATE-1 UP TO AND INCLUDING
      *          DATE-2, INTO DAYS (NEGATIVE WHEN DATE-2 IS EARLIER)
      *    ADDB  DATE-1 MOVED BY DAYS BUSINESS DAYS (BACK WHEN
      *          NEGATIVE), INTO RESULT-DATE
           03 BDP-ACTION             PIC X(4).
               88 BDP-IS-BUS-DAY     VALUE 'ISBD'.
               88 BDP-NEXT           VALUE 'NEXT'.
               88 BDP-PREV           VALUE 'PREV'.
               88 BDP-BETWEEN        VALUE 'BTWN'.
               88 BDP-ADD            VALUE 'ADDB'.
           03 BDP-DATE-1             PIC 9(8).
           03 BDP-DATE-2             PIC 9(8).
           03 BDP-DAYS               PIC S9(5).
           03 BDP-RESULT-DATE        PIC 9(8).
           03 BDP-BUS-DAY-FLAG       PIC X(1).
               88 BDP-BUSINESS-DAY   VALUE 'Y'.
               88 BDP-CLOSED-DAY     VALUE 'N'.
           03 BDP-CLOSED-NAME        PIC X(30).
      *  '04' MEANS NO HOLCTL - WEEKENDS ONLY, THE ANSWER IS STILL
      *  GIVEN.
           03 BDP-STATUS             PIC X(2).
               88 BDP-OK             VALUE '00'.
               88 BDP-NO-CALENDAR    VALUE '04'.
               88 BDP-BAD-DATE       VALUE '08'.
