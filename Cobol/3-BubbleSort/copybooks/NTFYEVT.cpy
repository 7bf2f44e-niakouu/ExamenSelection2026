000010*****************************************************************
000020*    NTFYEVT - CANDIDATE NOTIFICATION EVENT (APPLICANT PORTAL
000030*    AND EMAIL GATEWAY FEED). ONE RECORD PER CANDIDATE PER
000040*    CHANGE IN OUTCOME BETWEEN TWO EXTRACT GENERATIONS, FIELDS
000050*    SEPARATED BY "|". NE-EVENT-ID IS BUILT FROM THE NEW
000060*    GENERATION, THE EVENT CODE AND THE CANDIDATE ID, SO THE
000070*    SAME CHANGE ALWAYS CARRIES THE SAME ID. EVENT CODES:
000080*    SE NEWLY SELECTED, WL NEWLY WAITLISTED, WM WAITLIST
000090*    ORDINAL MOVED, DC DECLINED, RK RANK CHANGED. STATUSES ARE
000100*    SELECTED, WAITLIST, DECLINED, NOT-SEL, OR NONE FOR A
000110*    CANDIDATE NOT ON THE PRIOR EXTRACT.
000120*****************************************************************
000130     05  NE-EVENT-ID.
000140         10  NE-EID-GENERATION   PIC 9(07).
000150         10  FILLER              PIC X(01) VALUE "-".
000160         10  NE-EID-CODE         PIC X(02).
000170         10  FILLER              PIC X(01) VALUE "-".
000180         10  NE-EID-CAND-ID      PIC X(10).
000190     05  FILLER                  PIC X(01) VALUE "|".
000200     05  NE-GENERATION           PIC 9(07).
000210     05  FILLER                  PIC X(01) VALUE "|".
000220     05  NE-EVENT-TYPE           PIC X(08).
000230     05  FILLER                  PIC X(01) VALUE "|".
000240     05  NE-CAND-ID              PIC X(10).
000250     05  FILLER                  PIC X(01) VALUE "|".
000260     05  NE-CAND-NAME            PIC X(25).
000270     05  FILLER                  PIC X(01) VALUE "|".
000280     05  NE-PROGRAM-CODE         PIC X(03).
000290     05  FILLER                  PIC X(01) VALUE "|".
000300     05  NE-OLD-STATUS           PIC X(08).
000310     05  FILLER                  PIC X(01) VALUE "|".
000320     05  NE-NEW-STATUS           PIC X(08).
000330     05  FILLER                  PIC X(01) VALUE "|".
000340     05  NE-OLD-RANK             PIC 9(05).
000350     05  FILLER                  PIC X(01) VALUE "|".
000360     05  NE-NEW-RANK             PIC 9(05).
000370     05  FILLER                  PIC X(01) VALUE "|".
000380     05  NE-OLD-WAIT-ORD         PIC 9(05).
000390     05  FILLER                  PIC X(01) VALUE "|".
000400     05  NE-NEW-WAIT-ORD         PIC 9(05).
000410     05  FILLER                  PIC X(01) VALUE "|".
000420     05  NE-EVENT-DATE           PIC 9(08).
