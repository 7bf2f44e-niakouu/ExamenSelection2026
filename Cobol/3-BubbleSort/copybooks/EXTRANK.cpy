000030*    ENROLLMENT SYSTEM. ONE FIXED-WIDTH RECORD PER CANDIDATE,
000040*    WRITTEN IN FINAL RANK ORDER. THE CANDIDATE NAME IS CARRIED
000050*    FROM THE CANDIDATE MASTER SO THE ADMISSIONS OFFICE DOES NOT
000051*    HAVE TO HAND-MATCH IDS AGAINST A ROSTER. EX-PROGRAM-CODE IS
000052*    THE PROGRAM THE CANDIDATE WAS PLACED IN OR WAITLISTED ON AND
000053*    EX-PLACED-CHOICE SAYS WHICH OF THE CANDIDATE'S RANKED
000054*    CHOICES (EX-CHOICE-1 TO EX-CHOICE-3) THAT WAS, ZERO WHEN
000055*    THE CANDIDATE HOLDS NEITHER A SEAT NOR A WAITLIST PLACE.
000056*    EX-ATTEMPT-NO IS THE CANDIDATE'S ATTEMPT AT THE EXAM (1 FOR
000057*    A FIRST SITTING) AND EX-PRIOR-BEST THE BEST COMPOSITE FROM
000058*    THE EARLIER SITTINGS (ZERO ON A FIRST ATTEMPT).
000059*    THE FILE OPENS WITH A HEADER RECORD (EX-CAND-ID OF
000060*    "**HEADER**") CARRYING THE EXTRACT GENERATION NUMBER - ONE
000061*    HIGHER FOR EVERY EXTRACT WRITTEN AND ALSO RECORDED ON THE
000062*    RUN'S AUDIT TRAIL RECORD - WITH THE RUN DATE, TIME AND MODE,
000063*    AND CLOSES WITH A TRAILER RECORD ("**TRAILER*") CARRYING THE
000064*    SAME GENERATION, THE DETAIL RECORD COUNT, THE SELECTED COUNT
000065*    AND HASH TOTALS OF THE SCORES AND RANKS. EVERY PROGRAM THAT
000066*    READS THE EXTRACT CHECKS THE TRAILER AGAINST THE DETAIL
000067*    RECORDS IT READ BEFORE TRUSTING THE FILE.
000070*****************************************************************
000080     05  EX-CAND-ID              PIC X(10).
000160         88  EX-HEADER-REC           VALUE "**HEADER**".
000170         88  EX-TRAILER-REC          VALUE "**TRAILER*".
000180     05  EX-DETAIL-DATA.
000190         10  EX-CAND-NAME            PIC X(25).
000200         10  EX-PROGRAM-CODE         PIC X(03).
000210         10  EX-APPL-DATE            PIC 9(08).
000220         10  EX-SCORE                PIC 9(03).
000230         10  EX-RANK                 PIC 9(05).
000240         10  EX-SELECTED-FLAG        PIC X(01).
000250             88  EX-SELECTED             VALUE "Y".
000260             88  EX-NOT-SELECTED         VALUE "N".
000270             88  EX-DECLINED             VALUE "D".
000280         10  EX-WAITLIST-ORD         PIC 9(05).
000290         10  EX-VERBAL               PIC 9(03).
000300         10  EX-QUANT                PIC 9(03).
000310         10  EX-ESSAY                PIC 9(03).
000320         10  EX-SITE-CODE            PIC X(03).
000330         10  EX-EQUATE-FLAG          PIC X(01).
000340             88  EX-EQUATED              VALUE "E".
000350         10  EX-PLACED-CHOICE        PIC 9(01).
000360         10  EX-CHOICE-1             PIC X(03).
000370         10  EX-CHOICE-2             PIC X(03).
000380         10  EX-CHOICE-3             PIC X(03).
000390         10  EX-ATTEMPT-NO           PIC 9(02).
000400         10  EX-PRIOR-BEST           PIC 9(03).
000410         10  FILLER                  PIC X(14).
000420     05  EX-HEADER-DATA REDEFINES EX-DETAIL-DATA.
000430         10  EX-HDR-GENERATION       PIC 9(07).
000440         10  EX-HDR-RUN-DATE         PIC 9(08).
000450         10  EX-HDR-RUN-TIME         PIC 9(08).
000460         10  EX-HDR-RUN-MODE         PIC X(01).
000470         10  EX-HDR-EXAM-DATE        PIC 9(08).
000480         10  FILLER                  PIC X(60).
000490     05  EX-TRAILER-DATA REDEFINES EX-DETAIL-DATA.
000500         10  EX-TRL-GENERATION       PIC 9(07).
000510         10  EX-TRL-RECORD-COUNT     PIC 9(07).
000520         10  EX-TRL-SELECTED-COUNT   PIC 9(07).
000530         10  EX-TRL-SCORE-HASH       PIC 9(12).
000540         10  EX-TRL-RANK-HASH        PIC 9(12).
000550         10  FILLER                  PIC X(47).
