000010*****************************************************************
000020*    RPTLINE - RANKING REPORT DETAIL LINE
000030*    (SECTION SCORES: VERBAL / QUANTITATIVE / ESSAY, THEN THE
000031*    WEIGHTED COMPOSITE AND THE OVERALL RANK, THEN THE PROGRAM
000032*    PLACED IN OR WAITLISTED ON AND WHICH CHOICE IT WAS, THEN
000033*    THE CANDIDATE'S ATTEMPT NUMBER AND, FOR A REPEAT TAKER, THE
000034*    BEST COMPOSITE FROM THE PRIOR SITTINGS)
000050*****************************************************************
000060     05  RL-CAND-ID              PIC X(10).
000070     05  FILLER                  PIC X(02) VALUE SPACES.
000200*    "E" WHEN THE SECTION SCORES WERE EQUATED FOR THE SITE'S
000210*    EXAM FORM - AN ADJUSTED SCORE MUST NEVER PASS FOR RAW.
000220     05  RL-EQUATE-FLAG          PIC X(01).
000260     05  FILLER                  PIC X(02) VALUE SPACES.
000270     05  RL-PLACED-PROGRAM       PIC X(03).
000280     05  FILLER                  PIC X(01) VALUE SPACES.
000290     05  RL-CHOICE-NO            PIC Z(01).
000300     05  FILLER                  PIC X(01) VALUE SPACES.
000310     05  RL-ATTEMPT-NO           PIC Z9.
000320     05  FILLER                  PIC X(01) VALUE SPACES.
000330     05  RL-PRIOR-BEST           PIC X(03).
000340     05  FILLER                  PIC X(01) VALUE SPACES.
