000010*****************************************************************
000020*    ESSYRES - RESOLVED ESSAY MARK RECORD
000030*    ONE RECORD PER CANDIDATE WHOSE ESSAY IS FULLY RESOLVED -
000040*    EITHER THE TWO READERS AGREED WITHIN TOLERANCE ("A") OR A
000050*    THIRD READER SETTLED IT ("T"). WRITTEN BY ESSAY-RECONCILE
000060*    AND READ BY ITEM-SCORER, WHICH TAKES THE ESSAY SECTION
000070*    SCORE FOR THE INTAKE FROM HERE. A CANDIDATE WITH NO RECORD
000080*    ON THIS FILE IS HELD OFF THE INTAKE. THE INDIVIDUAL
000090*    READINGS RIDE ALONG FOR THE APPEALS BOARD.
000100*****************************************************************
000110     05  RS-CANDIDATE-ID         PIC X(10).
000120     05  RS-ESSAY-SCORE          PIC 9(03).
000130     05  RS-RESOLUTION           PIC X(01).
000140         88  RS-BY-AGREEMENT         VALUE "A".
000150         88  RS-BY-THIRD-READER      VALUE "T".
000160     05  RS-MARK-1               PIC 9(03).
000170     05  RS-MARK-2               PIC 9(03).
000180     05  RS-MARK-3               PIC 9(03).
000190     05  FILLER                  PIC X(57).
