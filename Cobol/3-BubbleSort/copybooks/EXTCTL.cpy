000010*****************************************************************
000020*    EXTCTL - EXTRACT HEADER AND TRAILER CONTROL FIELDS
000030*    KEPT BY EVERY PROGRAM THAT READS THE RANKED EXTRACT
000040*    (EXTRANK) BEFORE IT TRUSTS THE FILE: WHETHER THE HEADER AND
000050*    TRAILER WERE SEEN AND IN ORDER, THE HEADER'S GENERATION AND
000060*    DATES, THE COUNTS AND HASH TOTALS OF THE DETAIL RECORDS
000070*    ACTUALLY READ, AND THE TRAILER'S OWN FIGURES TO HOLD THEM
000080*    AGAINST. XT-REC-SWITCH SAYS WHETHER THE RECORD JUST READ WAS
000090*    A DETAIL OR A CONTROL RECORD. COPY UNDER AN 01 WITH
000100*    REPLACING LEADING ==XT== BY THE PROGRAM'S OWN PREFIX.
000110*****************************************************************
000120     05  XT-HDR-SWITCH           PIC X(01) VALUE "N".
000130         88  XT-HDR-SEEN             VALUE "Y".
000140         88  XT-HDR-MISSING          VALUE "N".
000150     05  XT-TRL-SWITCH           PIC X(01) VALUE "N".
000160         88  XT-TRL-SEEN             VALUE "Y".
000170         88  XT-TRL-MISSING          VALUE "N".
000180     05  XT-ORDER-SWITCH         PIC X(01) VALUE "Y".
000190         88  XT-ORDER-OK             VALUE "Y".
000200         88  XT-ORDER-BAD            VALUE "N".
000210     05  XT-REC-SWITCH           PIC X(01) VALUE "D".
000220         88  XT-DETAIL-REC           VALUE "D".
000230         88  XT-CONTROL-REC          VALUE "C".
000240     05  XT-GENERATION           PIC 9(07) VALUE ZERO.
000250     05  XT-RUN-DATE             PIC 9(08) VALUE ZERO.
000260     05  XT-EXAM-DATE            PIC 9(08) VALUE ZERO.
000270     05  XT-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
000280     05  XT-READ-SELECTED        PIC 9(07) COMP VALUE ZERO.
000290     05  XT-READ-SCORES          PIC 9(12) COMP VALUE ZERO.
000300     05  XT-READ-RANKS           PIC 9(12) COMP VALUE ZERO.
000310     05  XT-TRL-GENERATION       PIC 9(07) VALUE ZERO.
000320     05  XT-TRL-COUNT            PIC 9(07) VALUE ZERO.
000330     05  XT-TRL-SELECTED         PIC 9(07) VALUE ZERO.
000340     05  XT-TRL-SCORES           PIC 9(12) VALUE ZERO.
000350     05  XT-TRL-RANKS            PIC 9(12) VALUE ZERO.
