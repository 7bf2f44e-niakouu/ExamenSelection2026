000010*****************************************************************
000020*    SITEMAN - EXPECTED-SITE MANIFEST RECORD (ONE PER SITE THE
000030*    SITTING WAS HELD AT, KEYED FROM THE PROCTORS' SIGNED SITE
000040*    RETURNS BEFORE THE INTAKE IS RUN). SM-HEADCOUNT IS THE
000050*    NUMBER OF CANDIDATES THE PROCTOR SEATED AND SM-SHEETS THE
000060*    NUMBER OF ANSWER SHEETS COLLECTED. THE INTAKE LOAD CHECKS
000070*    EVERY SITE ON THE MANIFEST ARRIVED, NO SITE ARRIVED THAT
000080*    IS NOT ON IT, AND EACH SITE'S SCANNED COUNT AGREES WITH
000090*    THE PROCTOR'S HEADCOUNT.
000100*****************************************************************
000110     05  SM-SITE-CODE            PIC X(03).
000120     05  SM-HEADCOUNT            PIC 9(05).
000130     05  SM-SHEETS               PIC 9(05).
000140     05  SM-PROCTOR-NAME         PIC X(25).
000150     05  FILLER                  PIC X(42).
