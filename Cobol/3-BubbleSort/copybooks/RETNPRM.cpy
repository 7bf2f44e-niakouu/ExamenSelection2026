000010*****************************************************************
000020*    RETNPRM - RECORDS-RETENTION PARAMETER CARD (ONE CARD)
000030*    RT-CAND-YEARS IS HOW MANY YEARS CANDIDATE ("C") RECORDS
000040*    ARE KEPT ON THE RESULTS ARCHIVE, COUNTED BACK FROM THE
000050*    AS-OF DATE; RT-CAND-ACTION SAYS WHAT BECOMES OF AN OLDER
000060*    ONE - "A" ANONYMIZE OR "D" DROP. RT-AUDIT-YEARS IS HOW MANY
000070*    YEARS THE REGRADE CANDIDATE ID IS KEPT ON THE AUDIT TRAIL.
000080*    SITTING ("S") AND PROGRAM ("P") RECORDS ARE AGGREGATES AND
000090*    ARE KEPT PERMANENTLY. RT-AS-OF-DATE BLANK OR ZERO MEANS
000100*    THE RUN DATE.
000110*****************************************************************
000120     05  RT-CAND-YEARS           PIC 9(02).
000130     05  RT-CAND-ACTION          PIC X(01).
000140         88  RT-ACTION-ANONYMIZE     VALUE "A".
000150         88  RT-ACTION-DROP          VALUE "D".
000160     05  RT-AUDIT-YEARS          PIC 9(02).
000170     05  RT-AS-OF-DATE           PIC 9(08).
000180     05  FILLER                  PIC X(67).
