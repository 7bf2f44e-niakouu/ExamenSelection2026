000010*****************************************************************
000020*    SCHLINE - ROOM SEATING CHART PRINT LINE
000030*    ONE CHART PER ROOM FOR THE PROCTORS: SEAT, ROW, CANDIDATE
000040*    AND PROGRAM IN SEAT ORDER, WITH ANY SEAT THAT COULD NOT BE
000050*    KEPT APART FROM THE SAME PROGRAM MARKED. COMPOSED IN
000060*    WORKING STORAGE AND PRINTED THROUGH THIS ONE-FIELD RECORD.
000070*****************************************************************
000080     05  CH-PRINT-LINE           PIC X(80).
