000010*****************************************************************
000020*    TKTLINE - ADMISSION TICKET PRINT LINE
000030*    ONE MULTI-LINE TICKET PER SEATED CANDIDATE, IN ROSTER
000040*    ORDER, GIVING THE EXAM DATE, SITE, ROOM AND SEAT. COMPOSED
000050*    IN WORKING STORAGE AND PRINTED THROUGH THIS ONE-FIELD
000060*    RECORD.
000070*****************************************************************
000080     05  TK-PRINT-LINE           PIC X(80).
