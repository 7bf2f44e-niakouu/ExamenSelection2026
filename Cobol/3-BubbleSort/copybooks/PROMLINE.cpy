000020*    PROMLINE - DECLINE/PROMOTION REPORT LINE
000030*    ONE "DECLINED" LINE PER PROCESSED DECLINE AND ONE
000040*    "PROMOTED" LINE PER CANDIDATE MOVED UP OFF THE WAITLIST,
000050*    SHOWING THE WAITLIST ORDINAL THE PROMOTION CAME FROM AND
000051*    WHICH OF THE CANDIDATE'S PROGRAM CHOICES THE SEAT IS.
000060*****************************************************************
000070     05  PR-ACTION               PIC X(10).
000080     05  FILLER                  PIC X(02) VALUE SPACES.
000150     05  PR-RANK                 PIC 9(05).
000160     05  FILLER                  PIC X(02) VALUE SPACES.
000170     05  PR-WAIT-ORD             PIC 9(05).
000180     05  FILLER                  PIC X(02) VALUE SPACES.
000181     05  PR-CHOICE-NO            PIC 9(01).
000182     05  FILLER                  PIC X(09) VALUE SPACES.
