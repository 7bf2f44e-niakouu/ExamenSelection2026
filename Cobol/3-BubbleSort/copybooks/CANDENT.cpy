000040*    ORIGINAL APPLICATION DATE, THE THREE SECTION SCORES, THE
000050*    WEIGHTED COMPOSITE, SELECTION FLAG, WAITLIST ORDINAL, THE
000060*    SITE THE EXAM WAS SAT AT AND WHETHER THE SECTION SCORES
000061*    WERE EQUATED FOR THAT SITE'S EXAM FORM, FOLLOWED BY THE
000062*    CANDIDATE'S RANKED PROGRAM CHOICES, THEN WHICH ATTEMPT AT
000063*    THE EXAM THIS SITTING IS AND THE BEST COMPOSITE FROM THE
000064*    CANDIDATE'S PRIOR SITTINGS ON THE RESULTS ARCHIVE)
000065*    CAND-PROGRAM STARTS OUT AS THE FIRST CHOICE AND IS RESET BY
000066*    THE SELECTION PASS TO THE PROGRAM THE CANDIDATE WAS PLACED
000067*    IN OR WAITLISTED ON; CAND-CHOICE-NO SAYS WHICH OF THE
000068*    CANDIDATE'S CHOICES THAT PROGRAM WAS (ZERO = NEITHER).
000080*****************************************************************
000090     10  CAND-ID                 PIC X(10).
000100     10  CAND-NAME               PIC X(25).
000230     10  CAND-EQUATE-FLAG        PIC X(01).
000240         88  CAND-EQUATED            VALUE "E".
000250         88  CAND-NOT-EQUATED        VALUE " ".
000330     10  CAND-CHOICES.
000340         15  CAND-CHOICE         PIC X(03) OCCURS 3 TIMES.
000350     10  CAND-CHOICE-NO          PIC 9(01).
000360     10  CAND-ATTEMPT-NO         PIC 9(02).
000370     10  CAND-PRIOR-BEST         PIC 9(03).
