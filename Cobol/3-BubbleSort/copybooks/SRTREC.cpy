000190     05  SR-WAIT-ORD             PIC 9(05).
000200     05  SR-SITE                 PIC X(03).
000210     05  SR-EQUATE-FLAG          PIC X(01).
000220     05  SR-CHOICES              PIC X(09).
000230     05  SR-CHOICE-NO            PIC 9(01).
000240     05  SR-ATTEMPT-NO           PIC 9(02).
000250     05  SR-PRIOR-BEST           PIC 9(03).
