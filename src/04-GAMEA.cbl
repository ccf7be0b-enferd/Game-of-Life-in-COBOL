           05  HIST-SOURCE     PIC X.
           05  HIST-SCEN-SEQ   PIC X(03).
           05  HIST-TRIAL-NO   PIC X(03).
           05  HIST-SEED-SOURCE
                                PIC X(08).
           05  HIST-RANDOM-SEED
                                PIC X(08).
           05  HIST-DENSITY    PIC X(04).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD         PIC X(132).
