000010*****************************************************************
000020*    OVFLINE - SEATING OVERFLOW LISTING LINE
000030*    ONE LINE PER REGISTERED CANDIDATE WHO COULD NOT BE GIVEN A
000040*    SEAT, WITH THE SITE ASKED FOR AND THE REASON.
000050*****************************************************************
000060     05  OV-CAND-ID              PIC X(10).
000070     05  FILLER                  PIC X(02) VALUE SPACES.
000080     05  OV-CAND-NAME            PIC X(25).
000090     05  FILLER                  PIC X(02) VALUE SPACES.
000100     05  OV-SITE-PREF            PIC X(03).
000110     05  FILLER                  PIC X(02) VALUE SPACES.
000120     05  OV-REASON               PIC X(35).
000130     05  FILLER                  PIC X(01) VALUE SPACES.
