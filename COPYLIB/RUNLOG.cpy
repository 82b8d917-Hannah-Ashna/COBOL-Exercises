           03 RL-OUTPUT-COUNT        PIC 9(8).
           03 RL-OUTPUT-COUNT-2      PIC 9(8).
           03 RL-RETURN-CODE         PIC 9(4).
      *  MACHINE-CLOCK START AND END OF THE RUN, YYYYMMDDHHMMSSHH -
      *  SPACES ON RECORDS WRITTEN BEFORE THE TIMINGS WERE KEPT.
           03 RL-START-STAMP.
               05 RL-START-DATE      PIC 9(8).
               05 RL-START-TIME      PIC 9(8).
           03 RL-END-STAMP.
               05 RL-END-DATE        PIC 9(8).
               05 RL-END-TIME        PIC 9(8).
           03 RL-FILLER              PIC X(4).
      *  THE SUPERVISOR WHOSE ONE-TIME CODE AUTHORISED A DESTRUCTIVE
      *  UTILITY'S RUN (AUTHMOD) - SPACES FOR EVERY OTHER JOB.
           03 RL-APPROVER REDEFINES RL-FILLER PIC X(4).
