000080*    REGRADE (OLD AND NEW SCORE), DECLINE/PROMOTION COUNTS AND
000090*    THE FINAL RETURN CODE. THIS FILE IS THE ARTIFACT HANDED TO
000100*    THE AUDIT OFFICE WHEN AN APPEAL ARRIVES WEEKS LATER.
000101*    AU-EXTRACT-GENERATION IS THE EXTRACT GENERATION THE RUN
000102*    WROTE (ZERO IF NONE; SPACES ON RECORDS OLDER THAN THE FIELD).
000103*    AU-EXAM-DATE IS THE SITTING THE RUN WAS MADE AGAINST, SO ONE
000104*    SITTING'S RUNS CAN BE REPLAYED IN ORDER (SPACES IF OLDER). A
000105*    SIMULATION RUN IS RECORDED WITH NO GENERATION; LETTER-WRITER
000106*    APPENDS A MODE "L" RECORD PER PRINT WITH THE GENERATION IT
000107*    PRINTED FROM AND THE LETTER COUNT IN AU-RECORDS-LOADED.
000108*    PAST THE RECORDS-RETENTION PERIOD, RETENTION-PURGE MASKS
000109*    AU-REGRADE-CAND-ID WITH ASTERISKS.
000110*****************************************************************
000120     05  AU-RUN-DATE             PIC 9(08).
000130     05  AU-RUN-TIME             PIC 9(08).
000140     05  AU-RUN-MODE             PIC X(01).
000141         88  AU-MODE-NORMAL          VALUE "N".
000142         88  AU-MODE-REGRADE         VALUE "R".
000143         88  AU-MODE-DECLINE         VALUE "D".
000144         88  AU-MODE-REINSTATE       VALUE "I".
000145         88  AU-MODE-SIMULATE        VALUE "S".
000146         88  AU-MODE-LETTERS         VALUE "L".
000150     05  AU-RESTART-FLAG         PIC X(01).
000160     05  AU-SORT-DIRECTION       PIC X(01).
000170     05  AU-CUTOFF-COUNT         PIC 9(05).
000180     05  AU-WAITLIST-DEPTH       PIC 9(05).
000190     05  AU-REGRADE-CAND-ID      PIC X(10).
000191         88  AU-REGRADE-ID-MASKED    VALUE ALL "*".
000200     05  AU-REGRADE-OLD-SCORE    PIC 9(03).
000210     05  AU-REGRADE-NEW-SCORE    PIC 9(03).
000220     05  AU-RECORDS-LOADED       PIC 9(05).
000360     05  AU-TIE-POLICY           PIC X(01).
000370     05  AU-REINSTATE-COUNT      PIC 9(05).
000380     05  FILLER                  PIC X(01).
000390     05  AU-EXTRACT-GENERATION   PIC 9(07).
000400     05  AU-EXAM-DATE            PIC 9(08).
