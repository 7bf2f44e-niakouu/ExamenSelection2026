000080*    ELIGIBILITY FLIP ("E" TO "I" OR BACK) IS A ONE-COLUMN
000090*    CARD. EVERY TRANSACTION, APPLIED OR REJECTED, LANDS ON
000100*    THE UPDATE REPORT WITH BEFORE/AFTER IMAGES.
000101*    CT-PROGRAM-CODE IS THE CANDIDATE'S FIRST-CHOICE PROGRAM;
000102*    CT-CHOICE-2 AND CT-CHOICE-3 ARE THE SECOND AND THIRD
000103*    CHOICES. ON A CHANGE A BLANK CHOICE IS LEFT AS IT STANDS
000104*    AND "---" REMOVES THE CHOICE FROM THE MASTER.
000110*****************************************************************
000120     05  CT-ACTION               PIC X(01).
000130         88  CT-ADD                  VALUE "A".
000200         88  CT-ELIG-ELIGIBLE        VALUE "E".
000210         88  CT-ELIG-INELIGIBLE      VALUE "I".
000220         88  CT-ELIG-UNCHANGED       VALUE " ".
000270     05  CT-CHOICE-2             PIC X(03).
000280         88  CT-CHOICE-2-REMOVE      VALUE "---".
000290     05  CT-CHOICE-3             PIC X(03).
000300         88  CT-CHOICE-3-REMOVE      VALUE "---".
000310     05  FILLER                  PIC X(34).
