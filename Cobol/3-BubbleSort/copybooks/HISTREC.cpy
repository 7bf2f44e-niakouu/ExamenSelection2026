000080*    PER RANKED CANDIDATE. THE TREND REPORT READS THIS FILE TO
000090*    PUT SITTING AGAINST SITTING - THE DATA THAT USED TO BE
000100*    OVERWRITTEN BY EVERY RUN.
000101*    A CANDIDATE RECORD FROM A SITTING PAST THE RECORDS-
000102*    RETENTION PERIOD IS DROPPED OR ANONYMIZED BY RETENTION-
000103*    PURGE: AN ANONYMIZED RECORD HAS ITS ID MASKED WITH
000104*    ASTERISKS AND ITS SECTION SCORES ZEROED, SO IT NO LONGER
000105*    COUNTS TOWARD ANY CANDIDATE'S ATTEMPTS. SITTING AND
000106*    PROGRAM RECORDS ARE KEPT PERMANENTLY.
000110*****************************************************************
000120     05  HI-RECORD-TYPE          PIC X(01).
000130         88  HI-SITTING-REC          VALUE "S".
000270         10  FILLER                  PIC X(58).
000280     05  HI-CAND-DATA REDEFINES HI-SITTING-DATA.
000290         10  HI-CAND-ID              PIC X(10).
000291             88  HI-CAND-ANONYMIZED      VALUE ALL "*".
000300         10  HI-CAND-PROGRAM         PIC X(03).
000310         10  HI-CAND-VERBAL          PIC 9(03).
000320         10  HI-CAND-QUANT           PIC 9(03).
