000040*    RECONCILED AGAINST THE LOADED SCORES SO A REGISTERED
000050*    CANDIDATE WITH NO SCORE, OR A SCORE WITH NO REGISTRATION,
000060*    IS LISTED THE SAME EVENING AS THE RUN.
000062*    RR-SITE-PREF IS THE SITE THE CANDIDATE REGISTERED TO SIT
000064*    AT, USED BY SEAT-ASSIGN BEFORE EXAM DAY; BLANK (AND ON AN
000066*    OLD ROSTER) MEANS ANY SITE.
000070*****************************************************************
000080     05  RR-CAND-ID              PIC X(10).
000090     05  RR-CAND-NAME            PIC X(25).
000095     05  RR-SITE-PREF            PIC X(03).
000100     05  FILLER                  PIC X(42).
