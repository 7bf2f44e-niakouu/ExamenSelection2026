000010*****************************************************************
000020*    RTNLINE - RETENTION PURGE REPORT LINE, ONE PER SITTING
000030*    RECORD COUNTS FOR THE SITTING BEFORE AND AFTER THE PURGE.
000040*    THE CANDIDATE "AFTER" COUNT INCLUDES ANONYMIZED RECORDS;
000050*    ANONYMIZED AND DROPPED ARE THE RECORDS PAST RETENTION.
000060*****************************************************************
000070     05  RX-EXAM-DATE            PIC 9(08).
000080     05  FILLER                  PIC X(02) VALUE SPACES.
000090     05  RX-STATUS               PIC X(08).
000100     05  FILLER                  PIC X(02) VALUE SPACES.
000110     05  RX-SIT-BEFORE           PIC ZZ9.
000120     05  FILLER                  PIC X(01) VALUE SPACES.
000130     05  RX-SIT-AFTER            PIC ZZ9.
000140     05  FILLER                  PIC X(02) VALUE SPACES.
000150     05  RX-PGM-BEFORE           PIC ZZZ9.
000160     05  FILLER                  PIC X(01) VALUE SPACES.
000170     05  RX-PGM-AFTER            PIC ZZZ9.
000180     05  FILLER                  PIC X(02) VALUE SPACES.
000190     05  RX-CAND-BEFORE          PIC ZZZZ9.
000200     05  FILLER                  PIC X(01) VALUE SPACES.
000210     05  RX-CAND-AFTER           PIC ZZZZ9.
000220     05  FILLER                  PIC X(02) VALUE SPACES.
000230     05  RX-CAND-ANON            PIC ZZZZ9.
000240     05  FILLER                  PIC X(02) VALUE SPACES.
000250     05  RX-CAND-DROPPED         PIC ZZZZ9.
000260     05  FILLER                  PIC X(15) VALUE SPACES.
