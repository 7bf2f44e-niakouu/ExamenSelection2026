000010*****************************************************************
000020*    ROOMCAP - EXAM ROOM CAPACITY RECORD (ONE PER ROOM BOOKED
000030*    FOR THE SITTING, GROUPED BY SITE). RM-CAPACITY IS THE
000040*    NUMBER OF USABLE DESKS AND RM-ROW-WIDTH THE DESKS PER ROW,
000050*    SO A SEAT NUMBER GIVES ITS ROW AND ITS NEIGHBOURS. A BLANK
000060*    OR ZERO ROW WIDTH MEANS THE ROOM IS ONE LONG ROW. ROOMS
000070*    ARE FILLED IN THE ORDER THEY APPEAR ON THE FILE.
000080*****************************************************************
000090     05  RM-SITE-CODE            PIC X(03).
000100     05  RM-ROOM-CODE            PIC X(04).
000110     05  RM-CAPACITY             PIC 9(03).
000120     05  RM-ROW-WIDTH            PIC 9(02).
000130     05  RM-ROOM-NAME            PIC X(30).
000140     05  FILLER                  PIC X(38).
