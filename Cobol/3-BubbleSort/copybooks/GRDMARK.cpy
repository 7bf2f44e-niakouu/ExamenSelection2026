000010*****************************************************************
000020*    GRDMARK - ESSAY GRADER MARK RECORD (ONE PER READING)
000030*    FACULTY POLICY IS THAT EVERY ESSAY IS MARKED BY TWO
000040*    INDEPENDENT READERS, READINGS "1" AND "2". WHEN THE TWO
000050*    MARKS ARE FURTHER APART THAN THE TOLERANCE ON THE ESSAY
000060*    PARAMETER CARD (ESSYPRM) THE ESSAY GOES TO A THIRD READER,
000070*    WHOSE MARK COMES BACK ON THIS SAME FILE AS READING "3".
000080*    THE MARK IS ON THE ESSAY SECTION'S OWN SCALE (WG-ESSAY-MAX
000090*    ON THE SECWGT CARD).
000100*****************************************************************
000110     05  GM-CANDIDATE-ID         PIC X(10).
000120     05  GM-READING              PIC X(01).
000130         88  GM-FIRST-READING        VALUE "1".
000140         88  GM-SECOND-READING       VALUE "2".
000150         88  GM-THIRD-READING        VALUE "3".
000160         88  GM-VALID-READING        VALUE "1" THRU "3".
000170     05  GM-READER-ID            PIC X(06).
000180     05  GM-MARK                 PIC 9(03).
000190     05  FILLER                  PIC X(60).
