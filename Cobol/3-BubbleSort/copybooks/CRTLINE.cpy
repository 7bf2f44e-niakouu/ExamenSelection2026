000010*****************************************************************
000020*    CRTLINE - CLOSE-OUT CERTIFICATION RUN REPLAY LINE
000030*    ONE LINE PER AUDIT TRAIL RUN AGAINST THE SITTING, IN RUN
000040*    ORDER. CR-COUNT IS THE CANDIDATE COUNT AFTER THE SORT FOR
000050*    A RANKING RUN AND THE NUMBER OF LETTERS FOR A LETTER PRINT.
000060*****************************************************************
000070     05  CR-SEQ                  PIC ZZ9.
000080     05  FILLER                  PIC X(02) VALUE SPACES.
000090     05  CR-RUN-DATE             PIC 9(08).
000100     05  FILLER                  PIC X(01) VALUE SPACES.
000110     05  CR-RUN-TIME             PIC 9(08).
000120     05  FILLER                  PIC X(02) VALUE SPACES.
000130     05  CR-MODE                 PIC X(08).
000140     05  FILLER                  PIC X(02) VALUE SPACES.
000150     05  CR-RESTART              PIC X(03).
000160     05  FILLER                  PIC X(02) VALUE SPACES.
000170     05  CR-RECONCILE            PIC X(04).
000180     05  FILLER                  PIC X(02) VALUE SPACES.
000190     05  CR-COUNT                PIC ZZZZ9.
000200     05  FILLER                  PIC X(02) VALUE SPACES.
000210     05  CR-GENERATION           PIC ZZZZZZ9.
000220     05  FILLER                  PIC X(02) VALUE SPACES.
000230     05  CR-RETURN-CODE          PIC ZZ9.
000240     05  FILLER                  PIC X(16) VALUE SPACES.
