000040*    BUT WAS TURNED AWAY AT LOAD TIME BECAUSE THE CANDIDATE
000050*    MASTER SHOWED CM-INELIGIBLE. THE RECORD CARRIES EVERYTHING
000060*    A NUMBERS-TABLE ENTRY NEEDS (THE CANDENT FIELDS: SECTION
000070*    SCORES, APPLICATION DATE, PROGRAM CHOICES) SO A CANDIDATE WHO
000080*    CLEARS ELIGIBILITY WITHIN DAYS - A PAID FEE, A LATE
000090*    DOCUMENT - CAN BE REINSTATED BY THE REINSTATE RUN MODE
000100*    WITHOUT RERUNNING THE FULL INTAKE. THE SECTION SCORES ARE
000200     05  SU-QUANT                PIC X(03).
000210     05  SU-ESSAY                PIC X(03).
000220     05  SU-SITE-CODE            PIC X(03).
000230     05  SU-CHOICE-2             PIC X(03).
000240     05  SU-CHOICE-3             PIC X(03).
000250     05  FILLER                  PIC X(16).
