000010*****************************************************************
000020*    ITMLINE - ITEM-ANALYSIS REPORT PRINT LINE
000030*    ONE LINE PER ITEM ON THE ANSWER KEY: DIFFICULTY (SHARE OF
000040*    CANDIDATES ANSWERING IT CORRECTLY), DISCRIMINATION (UPPER
000050*    GROUP LESS LOWER GROUP), THE PERCENTAGE CHOOSING EACH
000060*    OPTION, OMITTING OR MULTI-MARKING, AND A FLAG ON ANY ITEM
000070*    THE PSYCHOMETRICIAN SHOULD LOOK AT BEFORE THE RANKING
000080*    RUNS. THE SITE AND REJECT SUMMARY FOLLOWS. COMPOSED IN
000090*    WORKING STORAGE AND PRINTED THROUGH THIS ONE-FIELD
000100*    RECORD.
000110*****************************************************************
000120     05  IT-PRINT-LINE           PIC X(80).
