           03 CHH-MARKER             PIC X(6).
           03 CHH-JOB-NAME           PIC X(8).
           03 CHH-RUN-DATE           PIC X(8).
      *  OPTIONAL RUN QUALIFIER (E.G. THE ELECTION A VOTE COUNT IS
      *  FOR) - SPACES FOR JOBS THAT DO NOT QUALIFY THEIR RUNS.
           03 CHH-RUN-QUALIFIER      PIC X(8).
           03 FILLER                 PIC X(50).
