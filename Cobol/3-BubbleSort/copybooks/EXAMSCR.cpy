000090*    (TRAILER) CLOSES OUT A SITE WITH THE SCANNER'S OWN RECORD
000100*    COUNT AND SUM OF ALL SECTION SCORES, RECONCILED AGAINST
000110*    WHAT WAS ACTUALLY LOADED FOR THAT SITE BEFORE ANYTHING
000120*    SORTS. ES-TRAILER-SCANNED IS EVERY ANSWER SHEET THE SITE
000121*    SCANNER DELIVERED - THE DETAIL RECORDS PLUS ANY SHEET HELD
000122*    OR REJECTED IN SCORING - AND IS THE FIGURE HELD TO THE
000123*    PROCTOR HEADCOUNT. A TRAILER WRITTEN BEFORE THE FIELD
000124*    EXISTED CARRIES SPACES THERE.
000130*****************************************************************
000140     05  ES-RECORD-TYPE          PIC X(01).
000150         88  ES-DETAIL-REC           VALUE "D".
000250     05  ES-TRAILER-DATA REDEFINES ES-DETAIL-DATA.
000260         10  ES-TRAILER-COUNT        PIC 9(05).
000270         10  ES-TRAILER-SUM          PIC 9(07).
000275         10  ES-TRAILER-SCANNED      PIC 9(05).
000280         10  FILLER                  PIC X(59).
