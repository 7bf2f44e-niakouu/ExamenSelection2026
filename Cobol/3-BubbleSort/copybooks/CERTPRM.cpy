000010*****************************************************************
000020*    CERTPRM - CLOSE-OUT CERTIFICATION PARAMETER CARD (ONE CARD)
000030*    CP-EXAM-DATE IS THE SITTING TO BE CERTIFIED (CCYYMMDD, AS
000040*    CARRIED ON THE AUDIT TRAIL, THE RESULTS ARCHIVE AND THE
000050*    EXTRACT HEADER). CP-SIM-WINDOW IS HOW MANY DAYS EITHER SIDE
000060*    OF THE OFFICIAL RUN A SIMULATION RUN IS FLAGGED AS NEAR
000070*    IT; BLANK OR ZERO MEANS ONE DAY.
000080*****************************************************************
000090     05  CP-EXAM-DATE            PIC 9(08).
000100     05  CP-SIM-WINDOW           PIC 9(03).
000110     05  FILLER                  PIC X(69).
