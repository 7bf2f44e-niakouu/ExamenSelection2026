000010*****************************************************************
000020*    ESSYPRM - ESSAY RECONCILIATION PARAMETER CARD (ONE CARD)
000030*    EP-TOLERANCE IS THE WIDEST GAP, IN MARKS, BETWEEN THE TWO
000040*    READERS THAT IS SETTLED BY AVERAGING; ANYTHING WIDER GOES
000050*    TO A THIRD READER. EP-RESOLUTION-RULE IS THE FACULTY'S
000060*    RULE FOR FOLDING THE THIRD READER'S MARK IN: "N" AVERAGES
000070*    IT WITH WHICHEVER OF THE FIRST TWO MARKS IS NEARER TO IT
000080*    (THE THIRD MARK STANDS WHEN IT IS EXACTLY BETWEEN THEM),
000090*    "T" LETS THE THIRD READER'S MARK STAND ON ITS OWN.
000100*****************************************************************
000110     05  EP-TOLERANCE            PIC 9(03).
000120     05  EP-RESOLUTION-RULE      PIC X(01).
000130         88  EP-RULE-NEARER          VALUE "N".
000140         88  EP-RULE-THIRD           VALUE "T".
000150     05  FILLER                  PIC X(76).
