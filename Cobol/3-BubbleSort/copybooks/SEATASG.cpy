000010*****************************************************************
000020*    SEATASG - SEAT ASSIGNMENT RECORD, WRITTEN BY SEAT-ASSIGN
000030*    ONE PER CANDIDATE SEATED FOR THE SITTING, IN SITE / ROOM /
000040*    SEAT ORDER. KEPT ON FILE SO WHERE A CANDIDATE WAS MEANT TO
000050*    SIT CAN LATER BE HELD AGAINST THE SITE THEIR SCORE CAME IN
000060*    UNDER. SA-NEIGHBOUR-FLAG IS "A" WHEN NO SEAT WAS LEFT THAT
000070*    KEPT THE CANDIDATE AWAY FROM ANOTHER OF THE SAME PROGRAM.
000080*****************************************************************
000090     05  SA-CAND-ID              PIC X(10).
000100     05  SA-CAND-NAME            PIC X(25).
000110     05  SA-PROGRAM-CODE         PIC X(03).
000120     05  SA-SITE-CODE            PIC X(03).
000130     05  SA-ROOM-CODE            PIC X(04).
000140     05  SA-SEAT-NO              PIC 9(03).
000150     05  SA-EXAM-DATE            PIC 9(08).
000160     05  SA-NEIGHBOUR-FLAG       PIC X(01).
000170         88  SA-APART                VALUE " ".
000180         88  SA-BESIDE-SAME-PROGRAM  VALUE "A".
000190     05  FILLER                  PIC X(23).
