000010*****************************************************************
000020*    ITEMRSP - SCANNER ITEM-RESPONSE RECORD
000030*    WHAT EACH SITE SCANNER NOW DELIVERS IN PLACE OF SCORED
000040*    EXAMSCR RECORDS. RECORD TYPE "D" (DETAIL) CARRIES ONE
000050*    CANDIDATE'S RAW ANSWER SHEET - THE OPTION MARKED FOR EACH
000060*    ITEM POSITION, "A" THRU "E", A SPACE FOR AN OMITTED ITEM
000070*    AND "*" WHERE THE SCANNER READ MORE THAN ONE MARK. RECORD
000080*    TYPE "T" (TRAILER) CLOSES OUT A SITE WITH THE SCANNER'S OWN
000090*    COUNT OF DETAIL RECORDS. ITEM-SCORER TURNS THESE INTO THE
000100*    EXAMSCR INTAKE AGAINST THE ANSWER KEY (ANSKEY). THE THREE
000110*    BYTES AFTER THE APPLICATION DATE ONCE HELD AN ESSAY MARK
000120*    KEYED AT THE SITE; THE ESSAY NOW COMES FROM THE RECONCILED
000130*    READERS' MARKS (ESSYRES) AND THE BYTES ARE IGNORED.
000140*****************************************************************
000150     05  IR-RECORD-TYPE          PIC X(01).
000160         88  IR-DETAIL-REC           VALUE "D".
000170         88  IR-TRAILER-REC          VALUE "T".
000180     05  IR-SITE-CODE            PIC X(03).
000190     05  IR-DETAIL-DATA.
000200         10  IR-CANDIDATE-ID         PIC X(10).
000210         10  IR-APPL-DATE            PIC 9(08).
000220         10  FILLER                  PIC X(03).
000230         10  IR-RESPONSE             PIC X(01)
000240                 OCCURS 150 TIMES.
000250         10  FILLER                  PIC X(05).
000260     05  IR-TRAILER-DATA REDEFINES IR-DETAIL-DATA.
000270         10  IR-TRAILER-COUNT        PIC 9(05).
000280         10  FILLER                  PIC X(171).
