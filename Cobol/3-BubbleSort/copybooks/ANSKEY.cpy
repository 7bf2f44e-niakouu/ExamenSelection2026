000010*****************************************************************
000020*    ANSKEY - EXAM ANSWER KEY RECORD (ONE PER ITEM)
000030*    ONE RECORD PER QUESTION ON THE SITTING'S TEST FORM: THE
000040*    ITEM NUMBER (ITS POSITION ON THE ANSWER SHEET), THE
000050*    SECTION IT SCORES TOWARD, THE KEYED OPTION, ITS POINT
000060*    VALUE AND AN ACTIVE/DROPPED FLAG. A MISKEYED QUESTION IS
000070*    A ONE-RECORD EDIT TO AK-CORRECT-OPTION; AN AMBIGUOUS ONE
000080*    IS DROPPED BY SETTING AK-ITEM-STATUS TO "D", WHICH TAKES
000090*    IT OUT OF BOTH THE POINTS EARNED AND THE POINTS POSSIBLE
000100*    FOR EVERY CANDIDATE - NOBODY GAINS OR LOSES BY IT. EITHER
000110*    WAY THE SITTING IS RESCORED FROM THE SCANNER RESPONSES
000120*    WITHOUT ASKING ANY SITE TO RESCAN.
000130*****************************************************************
000140     05  AK-ITEM-NUMBER          PIC 9(03).
000150     05  AK-SECTION              PIC X(01).
000160         88  AK-VERBAL-ITEM          VALUE "V".
000170         88  AK-QUANT-ITEM           VALUE "Q".
000180     05  AK-CORRECT-OPTION       PIC X(01).
000190         88  AK-VALID-OPTION         VALUE "A" THRU "E".
000200     05  AK-POINT-VALUE          PIC 9(02).
000210     05  AK-ITEM-STATUS          PIC X(01).
000220         88  AK-ACTIVE               VALUE "A".
000230         88  AK-DROPPED              VALUE "D".
000240     05  FILLER                  PIC X(72).
