000300*    HISTORICAL RESULTS ARCHIVE. BLANK OR ZERO ON AN OLD CARD
000310*    MEANS THE RUN DATE STANDS IN FOR IT.
000320     05  CC-EXAM-DATE            PIC 9(08).
000330*    THE NUMBER OF SITTINGS THE REGULATIONS ALLOW A CANDIDATE.
000340*    A CANDIDATE WHOSE SITTINGS ON THE RESULTS ARCHIVE ALREADY
000350*    REACH IT IS LISTED AS AN EXCEPTION AND NOT RANKED. BLANK
000360*    OR ZERO ON AN OLD CARD MEANS NO LIMIT IS ENFORCED.
000370     05  CC-ATTEMPT-LIMIT        PIC 9(02).
000380     05  FILLER                  PIC X(44).
