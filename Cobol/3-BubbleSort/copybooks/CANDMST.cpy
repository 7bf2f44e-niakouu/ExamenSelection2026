000010*****************************************************************
000020*    CANDMST - CANDIDATE MASTER RECORD (INDEXED ON CM-CAND-ID)
000030*    ONE RECORD PER CANDIDATE KNOWN TO THE ADMISSIONS OFFICE,
000040*    CARRYING THE FULL NAME, THE PROGRAMS APPLIED TO AND THE
000050*    ELIGIBILITY STATUS. EVERY INCOMING EXAM-SCORES-FILE RECORD
000051*    IS CHECKED AGAINST THIS FILE AT LOAD TIME. UP TO THREE
000052*    PROGRAMS ARE HELD IN THE CANDIDATE'S OWN ORDER OF
000053*    PREFERENCE: CM-PROGRAM-CODE IS THE FIRST CHOICE, AND THE
000054*    SECOND AND THIRD CHOICES ARE BLANK WHEN NOT GIVEN.
000070*****************************************************************
000080     05  CM-CAND-ID              PIC X(10).
000090     05  CM-CAND-NAME            PIC X(25).
000110     05  CM-ELIG-STATUS          PIC X(01).
000120         88  CM-ELIGIBLE             VALUE "E".
000130         88  CM-INELIGIBLE           VALUE "I".
000170     05  CM-CHOICE-2             PIC X(03).
000180     05  CM-CHOICE-3             PIC X(03).
000190     05  FILLER                  PIC X(35).
