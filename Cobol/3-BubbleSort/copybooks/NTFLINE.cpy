000010*****************************************************************
000020*    NTFLINE - NOTIFICATION FEED REPORT LINE
000030*    ONE LINE PER EVENT FOUND BETWEEN THE PRIOR AND NEW
000040*    EXTRACTS, SHOWING THE OLD AND NEW STATUS AND WHETHER THE
000050*    EVENT WAS QUEUED OR SUPPRESSED AS ALREADY SENT.
000060*****************************************************************
000070     05  NR-CAND-ID              PIC X(10).
000080     05  FILLER                  PIC X(02) VALUE SPACES.
000090     05  NR-CAND-NAME            PIC X(25).
000100     05  FILLER                  PIC X(01) VALUE SPACES.
000110     05  NR-EVENT-TYPE           PIC X(08).
000120     05  FILLER                  PIC X(01) VALUE SPACES.
000130     05  NR-OLD-STATUS           PIC X(08).
000140     05  FILLER                  PIC X(01) VALUE SPACES.
000150     05  NR-NEW-STATUS           PIC X(08).
000160     05  FILLER                  PIC X(01) VALUE SPACES.
000170     05  NR-DISPOSITION          PIC X(10).
000180     05  FILLER                  PIC X(05) VALUE SPACES.
