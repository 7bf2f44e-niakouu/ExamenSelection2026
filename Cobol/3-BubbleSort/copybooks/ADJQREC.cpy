000010*****************************************************************
000020*    ADJQREC - ESSAY ADJUDICATION QUEUE RECORD
000030*    ONE RECORD PER ESSAY STILL WAITING ON A THIRD READER: THE
000040*    TWO READERS WHO DISAGREED, THEIR MARKS AND THE GAP. THE
000050*    CHIEF READER ASSIGNS EACH ONE TO A READER OTHER THAN THE
000060*    TWO SHOWN, AND THE MARK COMES BACK ON THE GRADER-MARKS
000070*    FILE AS READING "3" FOR THE NEXT ESSAY-RECONCILE RUN.
000080*****************************************************************
000090     05  AQ-CANDIDATE-ID         PIC X(10).
000100     05  AQ-READER-1             PIC X(06).
000110     05  AQ-MARK-1               PIC 9(03).
000120     05  AQ-READER-2             PIC X(06).
000130     05  AQ-MARK-2               PIC 9(03).
000140     05  AQ-DIFFERENCE           PIC 9(03).
000150     05  FILLER                  PIC X(49).
