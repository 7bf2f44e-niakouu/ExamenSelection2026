000240         10  CK-DETAIL-SCORE         PIC 9(03).
000250         10  CK-DETAIL-SITE          PIC X(03).
000260         10  CK-DETAIL-EQUATE-FLAG   PIC X(01).
000270         10  CK-DETAIL-CHOICE-2      PIC X(03).
000280         10  CK-DETAIL-CHOICE-3      PIC X(03).
000290         10  CK-DETAIL-ATTEMPT-NO    PIC 9(02).
000300         10  CK-DETAIL-PRIOR-BEST    PIC 9(03).
000310         10  FILLER                  PIC X(06).
