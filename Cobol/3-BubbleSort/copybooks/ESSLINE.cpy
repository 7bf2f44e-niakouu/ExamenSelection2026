000010*****************************************************************
000020*    ESSLINE - ESSAY RECONCILIATION REPORT PRINT LINE
000030*    MARK RECORDS THAT FAILED EDITING, THE ESSAYS HELD BACK
000040*    FROM THE INTAKE WITH THE REASON, AND THE PER-READER
000050*    SEVERITY FIGURES - MEAN MARK, HOW OFTEN THE READER WAS
000060*    OUT OF TOLERANCE WITH THE PARTNER READER, AND THE AVERAGE
000070*    GAP TO THE PARTNER ON THE SAME ESSAYS - SO A HARSH OR
000080*    LENIENT READER IS CAUGHT WHILE MARKING IS STILL OPEN.
000090*    COMPOSED IN WORKING STORAGE AND PRINTED THROUGH THIS
000100*    ONE-FIELD RECORD.
000110*****************************************************************
000120     05  EL-PRINT-LINE           PIC X(80).
