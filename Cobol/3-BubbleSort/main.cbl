002450*                   RECORD ARE EXPLICITLY NOT WRITTEN - THE
002460*                   SEAT-COUNT HAGGLING WEEK NO LONGER RISKS A
002470*                   TRIAL EXTRACT PASSING FOR THE OFFICIAL ONE.
002471*    10/08/26  JWK  RANKED PROGRAM PREFERENCES. UP TO THREE
002472*                   CHOICES PER CANDIDATE (CM-PROGRAM-CODE,
002473*                   CM-CHOICE-2, CM-CHOICE-3) RIDE THROUGH
002474*                   SUSPENSE, CHECKPOINT, SORT AND EXTRACT. WITH
002475*                   QUOTAS ON FILE 7500 SEATS EACH CANDIDATE, IN
002476*                   RANK ORDER, IN THE HIGHEST CHOICE WITH A SEAT
002477*                   LEFT (7540), ELSE WAITLISTS ON THE HIGHEST
002478*                   WITH ROOM (7550). CAND-CHOICE-NO GOES TO THE
002479*                   EXTRACT, RANKING AND PROMOTION LINES.
002480*    10/09/26  JWK  REPEAT-ATTEMPT LIMIT. 2600 COUNTS EACH
002481*                   CANDIDATE'S PRIOR SITTINGS ON THE RESULTS
002482*                   ARCHIVE; ONE PAST CC-ATTEMPT-LIMIT IS LISTED
002483*                   AS AN EXCEPTION AND NOT RANKED, AS IS A
002484*                   REINSTATE (1840). ATTEMPT NUMBER AND PRIOR
002485*                   BEST GO TO THE EXTRACT AND THE RANKING LINE.
002486*    10/12/26  JWK  EXPECTED-SITE MANIFEST (SITEMAN) LOADED AT
002487*                   INTAKE (2050). 4205 REPORTS MISSING,
002488*                   UNEXPECTED AND MISCOUNTED SITES, STOPPING AN
002489*                   OFFICIAL RUN WITH RETURN CODE 12.
002490*    10/14/26  JWK  EXTRACT GENERATIONS. 8510 WRITES A HEADER,
002491*                   8500 A COUNT/HASH TRAILER; THE GENERATION
002492*                   (1050) GOES ON THE AUDIT RECORD. 1350 REFUSES
002493*                   (RC 16) A STALE OR DAMAGED EXTRACT (EXTCTL).
002494*    10/15/26  JWK  AU-EXAM-DATE ADDED; SIMULATION RUNS AND THE
002495*                   4290 STOP APPEND AUDIT RECORDS. 4220 CHECKS
002496*                   SHEETS-SCANNED. A DECLINER STAYS DECLINED ON
002497*                   RESELECTION.
002498*****************************************************************
002499*
002500 ENVIRONMENT DIVISION.
002510 CONFIGURATION SECTION.
002520 SOURCE-COMPUTER.   IBM-370.
003220     SELECT OPTIONAL EQUATE-FILE ASSIGN TO EQUATFIL
003230         ORGANIZATION IS LINE SEQUENTIAL
003240         FILE STATUS IS SEL-EQUATE-STATUS.
003241*
003242     SELECT SITE-MANIFEST-FILE ASSIGN TO SITEMAN
003243         ORGANIZATION IS LINE SEQUENTIAL
003244         FILE STATUS IS SEL-SITEMAN-STATUS.
003250*
003260     SELECT INTEGRITY-REPORT-FILE ASSIGN TO INTGRPT
003270         ORGANIZATION IS LINE SEQUENTIAL
004350 01  EQUATE-RECORD.
004360     COPY EQUATREC.
004370*
004371 FD  SITE-MANIFEST-FILE
004372     RECORDING MODE IS F.
004373 01  SITE-MANIFEST-RECORD.
004374     COPY SITEMAN.
004375*
004380 FD  SUMMARY-REPORT-FILE
004390     RECORDING MODE IS F.
004400 01  SUMMARY-REPORT-LINE.
005360     88  SEL-EQUATE-EOF          VALUE "10".
005370     88  SEL-EQUATE-MISSING      VALUE "05" "35".
005380*
005382 77  SEL-SITEMAN-STATUS      PIC X(02) VALUE SPACES.
005384     88  SEL-SITEMAN-OK          VALUE "00".
005386     88  SEL-SITEMAN-EOF         VALUE "10".
005388*
005390 77  SEL-SECWGT-STATUS       PIC X(02) VALUE SPACES.
005400     88  SEL-SECWGT-OK           VALUE "00".
005410*
005570*    STATUS 05 = OPTIONAL FILE NOT PRESENT, CREATED BY THE OPEN
005580*    (THE FIRST NORMAL RUN AT A SITE STARTS THE ARCHIVE).
005590     88  SEL-HIST-CREATED        VALUE "05".
005595     88  SEL-HIST-EOF            VALUE "10".
005600*
005610 77  SEL-AUDIT-STATUS        PIC X(02) VALUE SPACES.
005620     88  SEL-AUDIT-OK            VALUE "00".
005630*    STATUS 05 = OPTIONAL FILE NOT PRESENT, CREATED BY THE OPEN
005640*    (THE VERY FIRST RUN AT A SITE STARTS THE TRAIL).
005650     88  SEL-AUDIT-CREATED       VALUE "05".
005655     88  SEL-AUDIT-EOF           VALUE "10".
005660*
005670 77  SEL-RESTART-SWITCH      PIC X(01) VALUE "N".
005680     88  SEL-RESTART-YES         VALUE "Y".
005910 77  SITE-COUNT              PIC 9(02) COMP VALUE ZERO.
005920 77  SEL-MAX-SITES           PIC 9(02) COMP VALUE 10.
005930 77  SEL-SITE-IX             PIC 9(02) COMP VALUE ZERO.
005932 77  SEL-MANIFEST-COUNT      PIC 9(02) COMP VALUE ZERO.
005934 77  SEL-SITE-MISSING-COUNT  PIC 9(02) COMP VALUE ZERO.
005936 77  SEL-SITE-UNEXPECT-COUNT PIC 9(02) COMP VALUE ZERO.
005938 77  SEL-SITE-HEADCT-COUNT   PIC 9(02) COMP VALUE ZERO.
005940*
005950*****************************************************************
005960*    DUPLICATE-RESOLUTION WORKING FIELDS
006130 77  SEL-PROG-IX             PIC 9(02) COMP VALUE ZERO.
006140 77  SEL-PROG-CODE           PIC X(03) VALUE SPACES.
006150 77  SEL-UNASSIGNED-COUNT    PIC 9(05) COMP VALUE ZERO.
006155 77  SEL-CHOICE-IX           PIC 9(01) COMP VALUE ZERO.
006160*
006170*****************************************************************
006180*    WAITLIST AND DECLINE-PROCESSING WORKING FIELDS
006480*****************************************************************
006490 77  SEL-HIST-DATE           PIC 9(08) VALUE ZERO.
006500 77  SEL-HIST-CUTOFF         PIC 9(03) VALUE ZERO.
006501*
006502*****************************************************************
006503*    EXTRACT GENERATION CONTROL - THE LATEST GENERATION ON THE
006504*    AUDIT TRAIL, THE GENERATION THIS RUN WRITES AND THE COUNTS
006505*    AND HASH TOTALS ITS TRAILER CARRIES. SEL-EXT-CONTROL
006506*    (EXTCTL COPYBOOK) HOLDS AN EXTRACT RELOADED.
006507*****************************************************************
006508 77  SEL-LATEST-GENERATION   PIC 9(07) VALUE ZERO.
006509 77  SEL-EXTRACT-GENERATION  PIC 9(07) VALUE ZERO.
006510*
006511 77  SEL-EXT-RECORD-COUNT    PIC 9(07) COMP VALUE ZERO.
006512 77  SEL-EXT-SELECTED-COUNT  PIC 9(07) COMP VALUE ZERO.
006513 77  SEL-EXT-SCORE-HASH      PIC 9(12) COMP VALUE ZERO.
006514 77  SEL-EXT-RANK-HASH       PIC 9(12) COMP VALUE ZERO.
006515*
006516 01  SEL-EXT-CONTROL.
006517     COPY EXTCTL REPLACING LEADING ==XT== BY ==SEL-EXT==.
006518*
006520*****************************************************************
006530*    QUOTA-SIMULATION WORKING FIELDS AND REPORT HEADER
006540*****************************************************************
008620*    THE COMBINED INTAKE FILE. THE LOADED COUNT AND RAW SCORE
008630*    SUM ARE RECONCILED AGAINST THE SITE TRAILER BEFORE THE
008640*    SORT, SO A SITE FILE LOADED TWICE (OR SHORT) IS CAUGHT
008644*    WHILE THERE IS STILL TIME TO RERUN THE INTAKE. THE MANIFEST
008648*    SITES ARE ENTERED FIRST, CARRYING THE PROCTOR'S HEADCOUNT
008652*    AND SHEETS COLLECTED; A SITE FIRST SEEN ON THE INTAKE IS
008656*    ADDED AS NOT ON THE MANIFEST.
008660*****************************************************************
008670 01  SITE-TABLE.
008680     05  SITE-ENTRY
008760         10  SITE-TRAILER-FLAG   PIC X(01).
008770             88  SITE-TRAILER-SEEN       VALUE "Y".
008780             88  SITE-TRAILER-MISSING    VALUE "N".
008781         10  SITE-MANIFEST-FLAG  PIC X(01).
008782             88  SITE-ON-MANIFEST        VALUE "Y".
008783             88  SITE-NOT-ON-MANIFEST    VALUE "N".
008784         10  SITE-HEADCOUNT      PIC 9(05) COMP.
008785         10  SITE-SHEETS         PIC 9(05) COMP.
008786         10  SITE-SCANNED-COUNT  PIC 9(05) COMP.
008790*
008800*****************************************************************
008810*    ELIGIBILITY SUSPENSE TABLE - THE SUSPENSE-FILE IS PULLED
008980         10  SUS-QUANT           PIC X(03).
008990         10  SUS-ESSAY           PIC X(03).
009000         10  SUS-SITE            PIC X(03).
009003         10  SUS-CHOICE-2        PIC X(03).
009006         10  SUS-CHOICE-3        PIC X(03).
009010*
009011*****************************************************************
009012*    PRIOR-SITTING LOOKUP - ONE PASS OVER THE RESULTS ARCHIVE
009013*    COUNTS EACH CANDIDATE'S EARLIER SITTINGS. THE SITTINGS SEEN
009014*    SO FAR ARE HELD SO A SITTING APPENDED TWICE (A NORMAL RUN
009015*    REPEATED FOR THE SAME EXAM DATE) IS ONLY COUNTED ONCE. EACH
009016*    PRIOR SITTING MATCHED TO A TABLE ENTRY IS HELD TOO, SO AN
009017*    OVER-LIMIT CANDIDATE'S EXCEPTION CAN LIST EVERY DATE.
009018*****************************************************************
009019 77  SEL-PRIOR-FIRST         PIC 9(05) COMP VALUE ZERO.
009020 77  SEL-OVER-LIMIT-COUNT    PIC 9(05) COMP VALUE ZERO.
009021 77  SEL-REPEAT-COUNT        PIC 9(05) COMP VALUE ZERO.
009022 77  SEEN-SITTING-COUNT      PIC 9(03) COMP VALUE ZERO.
009023 77  SEL-MAX-SITTINGS        PIC 9(03) COMP VALUE 500.
009024 77  PRIOR-SITTING-COUNT     PIC 9(05) COMP VALUE ZERO.
009025 77  SEL-MAX-PRIOR           PIC 9(05) COMP VALUE 20000.
009026 77  SEL-SEEN-IX             PIC 9(03) COMP VALUE ZERO.
009027*
009028 77  SEL-SITTING-SWITCH      PIC X(01) VALUE "N".
009029     88  SEL-SITTING-COUNTS      VALUE "Y".
009030     88  SEL-SITTING-SKIPPED     VALUE "N".
009031*
009032 77  SEL-PRIOR-FULL-SWITCH   PIC X(01) VALUE "N".
009033     88  SEL-PRIOR-TABLE-FULL    VALUE "Y".
009034     88  SEL-PRIOR-TABLE-ROOM    VALUE "N".
009035*
009036 01  SEEN-SITTING-TABLE.
009037     05  SEEN-SITTING-DATE   PIC 9(08)
009038             OCCURS 0 TO 500 TIMES
009039             DEPENDING ON SEEN-SITTING-COUNT.
009040*
009041 01  PRIOR-SITTING-TABLE.
009042     05  PRIOR-SITTING-ENTRY
009043             OCCURS 0 TO 20000 TIMES
009044             DEPENDING ON PRIOR-SITTING-COUNT.
009045         10  PRI-CAND-IX         PIC 9(05) COMP.
009046         10  PRI-EXAM-DATE       PIC 9(08).
009047         10  PRI-COMPOSITE       PIC 9(03).
009048*
009049 01  SEL-LIMIT-REASON.
009050     05  FILLER              PIC X(16) VALUE "ATTEMPT LIMIT - ".
009051     05  SLR-PRIOR-COUNT     PIC Z9.
009052     05  FILLER              PIC X(17) VALUE " PRIOR SITTINGS".
009053*
009054 01  SEL-PRIOR-REASON.
009055     05  FILLER              PIC X(16) VALUE "  PRIOR SITTING ".
009056     05  SPR-EXAM-DATE       PIC 9(08).
009057     05  FILLER              PIC X(11) VALUE SPACES.
009058*
009059*****************************************************************
009060*    PER-SITE INTAKE SUMMARY LINE FOR THE RANKING REPORT
009061*****************************************************************
009062 01  SITE-SUMMARY-LINE.
009063     05  FILLER              PIC X(05) VALUE "SITE ".
009070     05  SSL-SITE-CODE       PIC X(03).
009080     05  FILLER              PIC X(10) VALUE "  LOADED: ".
009090     05  SSL-REC-COUNT       PIC 9(05).
009210*    FILE AT INITIALIZATION. PGM-FILLED IS COUNTED OFF IN FINAL
009220*    RANK ORDER BY 7500-APPLY-SELECTION. AN EMPTY TABLE (NO
009230*    QUOTA FILE) MEANS THE GLOBAL CC-CUTOFF-COUNT APPLIES.
009233*    PGM-LOWER-CHOICE COUNTS THE FILLED SEATS THAT WENT TO A
009236*    CANDIDATE'S SECOND OR THIRD CHOICE.
009240*****************************************************************
009250 01  PROGRAM-TABLE.
009260     05  PROGRAM-ENTRY
009320         10  PGM-WAITLISTED      PIC 9(05) COMP.
009330         10  PGM-LAST-SCORE      PIC 9(03).
009340         10  PGM-TIE-ADMITTED    PIC 9(05) COMP.
009345         10  PGM-LOWER-CHOICE    PIC 9(05) COMP.
009350*
009360*****************************************************************
009370*    PROGRAM GROUP HEADER AND QUOTA-VERSUS-FILLED LINES FOR THE
009510     05  PQL-FILLED          PIC 9(05).
009520     05  FILLER              PIC X(13) VALUE " TIE ADMITS: ".
009530     05  PQL-TIE-ADMITS      PIC 9(05).
009535     05  FILLER              PIC X(15) VALUE " LOWER CHOICE: ".
009540     05  PQL-LOWER-CHOICE    PIC 9(05).
009545     05  FILLER              PIC X(04) VALUE SPACES.
009550*
009560 01  SEL-NO-QUOTA-NOTE       PIC X(80) VALUE
009570     "*** NO QUOTA ON FILE - CANDIDATES ABOVE NOT SELECTED ***".
010730             PERFORM 2500-RECONCILE-ROSTER
010740                 THRU 2500-RECONCILE-ROSTER-EXIT
010750*
010752             PERFORM 2600-CHECK-PRIOR-ATTEMPTS
010754                 THRU 2600-CHECK-PRIOR-ATTEMPTS-EXIT
010756*
010760             PERFORM 3000-VALIDATE-SCORES
010770                 THRU 3000-VALIDATE-SCORES-EXIT
010780*
011050*    A SIMULATION RUN STOPS HERE: THE LOADED, SORTED TABLE IS
011060*    EVALUATED AGAINST EACH QUOTA SCENARIO AND ONLY THE
011070*    COMPARISON REPORT COMES OUT. THE OFFICIAL EXTRACT, THE
011075*    RANKING AND SUMMARY REPORTS, THE CHECKPOINT AND THE
011080*    RESULTS ARCHIVE ARE ALL DELIBERATELY NOT WRITTEN, SO A
011085*    TRIAL CAN NEVER PASS FOR THE REAL THING. THE AUDIT RECORD
011090*    IS WRITTEN (MODE "S", NO EXTRACT GENERATION) SO THE TRIAL
011095*    STAYS ON THE RECORD; 9000 IS BYPASSED SO THAT A CHECKPOINT
011100*    LEFT BY AN OFFICIAL RUN IS NOT CLEARED.
011110     IF CC-MODE-SIMULATE
011120         PERFORM 7600-RUN-SIMULATIONS
011130             THRU 7600-RUN-SIMULATIONS-EXIT
011133         PERFORM 9100-WRITE-AUDIT-RECORD
011136             THRU 9100-WRITE-AUDIT-RECORD-EXIT
011140         DISPLAY "BUBBLE-SORT: SIMULATION RUN COMPLETE - NO "
011150             "OFFICIAL OUTPUTS WRITTEN."
011160         STOP RUN
011480     PERFORM 1100-READ-CONTROL-CARD
011490         THRU 1100-READ-CONTROL-CARD-EXIT.
011500*
011502     PERFORM 1050-FIND-LATEST-GENERATION
011504         THRU 1050-FIND-LATEST-GENERATION-EXIT.
011506*
011510     PERFORM 1500-LOAD-PROGRAM-QUOTAS
011520         THRU 1500-LOAD-PROGRAM-QUOTAS-EXIT.
011530*
011740     MOVE ZERO TO CC-WAITLIST-DEPTH.
011750     MOVE SPACE TO CC-TIE-POLICY.
011760     MOVE ZERO TO CC-EXAM-DATE.
011765     MOVE ZERO TO CC-ATTEMPT-LIMIT.
011770*
011780     OPEN INPUT CONTROL-FILE.
011790     IF SEL-CTLCARD-OK
011950*    RUN DATE STANDS IN WHEN THE ARCHIVE IS APPENDED.
011960     IF CC-EXAM-DATE NOT NUMERIC
011970         MOVE ZERO TO CC-EXAM-DATE
011971     END-IF.
011972*
011973*    SO ARE THE ATTEMPT-LIMIT COLUMNS - SPACES ON AN OLD CARD
011974*    MEAN NO LIMIT IS ENFORCED.
011975     IF CC-ATTEMPT-LIMIT NOT NUMERIC
011976         MOVE ZERO TO CC-ATTEMPT-LIMIT
011980     END-IF.
011990*
012000*    THE TIE-POLICY COLUMN IS ALSO CARVED FROM OLD FILLER -
012530     MOVE CK-DETAIL-CAND-ID     TO CAND-ID(I).
012540     MOVE CK-DETAIL-CAND-NAME   TO CAND-NAME(I).
012550     MOVE CK-DETAIL-PROGRAM     TO CAND-PROGRAM(I).
012551     MOVE CK-DETAIL-PROGRAM     TO CAND-CHOICE(I, 1).
012552     MOVE CK-DETAIL-CHOICE-2    TO CAND-CHOICE(I, 2).
012553     MOVE CK-DETAIL-CHOICE-3    TO CAND-CHOICE(I, 3).
012554     MOVE ZERO                  TO CAND-CHOICE-NO(I).
012555     MOVE CK-DETAIL-ATTEMPT-NO  TO CAND-ATTEMPT-NO(I).
012556     MOVE CK-DETAIL-PRIOR-BEST  TO CAND-PRIOR-BEST(I).
012560     MOVE CK-DETAIL-APPL-DATE   TO CAND-APPL-DATE(I).
012570     MOVE CK-DETAIL-VERBAL      TO CAND-VERBAL(I).
012580     MOVE CK-DETAIL-QUANT       TO CAND-QUANT(I).
012700*    FROM THE PRIOR RUN'S EXTRACT-FILE INSTEAD OF THE EXAM-
012710*    SCORES-FILE, SO A SINGLE CORRECTED SCORE CAN BE RE-SORTED
012720*    AND RE-REPORTED WITHOUT REPROCESSING THE FULL DAY'S FILE.
012721*    THE EXTRACT MUST BE THE LATEST GENERATION ON THE AUDIT
012722*    TRAIL AND ITS TRAILER MUST AGREE WITH THE RECORDS READ;
012723*    OTHERWISE THE RUN STOPS WITH RETURN CODE 16 BEFORE ANYTHING
012724*    IS RE-ISSUED. AN EXTRACT WITH NO HEADER IS ONLY ACCEPTED
012725*    WHILE THE TRAIL HAS NO GENERATION ON IT YET.
012730*****************************************************************
012740 1300-LOAD-FROM-EXTRACT.
012750     MOVE ZERO TO CAND-COUNT.
012751     MOVE ZERO TO SEL-EXT-READ-COUNT.
012752     MOVE ZERO TO SEL-EXT-READ-SELECTED.
012753     MOVE ZERO TO SEL-EXT-READ-SCORES.
012754     MOVE ZERO TO SEL-EXT-READ-RANKS.
012755     SET SEL-EXT-HDR-MISSING TO TRUE.
012756     SET SEL-EXT-TRL-MISSING TO TRUE.
012757     SET SEL-EXT-ORDER-OK    TO TRUE.
012760     OPEN INPUT EXTRACT-FILE.
012770     IF NOT SEL-RANKEXT-OK
012780         DISPLAY "BUBBLE-SORT: *** EXTRACT ERROR *** NO PRIOR "
012870*
012880     CLOSE EXTRACT-FILE.
012890     MOVE CAND-COUNT TO SEL-LOADED-COUNT.
012892*
012894     PERFORM 1350-VERIFY-EXTRACT
012896         THRU 1350-VERIFY-EXTRACT-EXIT.
012900 1300-LOAD-FROM-EXTRACT-EXIT.
012910     EXIT.
012920*
012960             SET SEL-RANKEXT-EOF TO TRUE
012970             GO TO 1310-READ-EXTRACT-ENTRY-EXIT
012980     END-READ.
012981     PERFORM 1315-CHECK-EXTRACT-RECORD
012982         THRU 1315-CHECK-EXTRACT-RECORD-EXIT.
012983     IF SEL-EXT-CONTROL-REC
012984         GO TO 1310-READ-EXTRACT-ENTRY-EXIT
012985     END-IF.
012990     ADD 1 TO CAND-COUNT.
013000     MOVE EX-CAND-ID      TO CAND-ID(CAND-COUNT).
013010     MOVE EX-CAND-NAME    TO CAND-NAME(CAND-COUNT).
013100     MOVE EX-WAITLIST-ORD TO CAND-WAIT-ORD(CAND-COUNT).
013110     MOVE EX-SITE-CODE    TO CAND-SITE(CAND-COUNT).
013120     MOVE EX-EQUATE-FLAG  TO CAND-EQUATE-FLAG(CAND-COUNT).
013121     PERFORM 1320-LOAD-EXTRACT-CHOICES
013122         THRU 1320-LOAD-EXTRACT-CHOICES-EXIT.
013130 1310-READ-EXTRACT-ENTRY-EXIT.
013140     EXIT.
013150*
014110     MOVE ZERO            TO PGM-WAITLISTED(PROGRAM-COUNT).
014120     MOVE ZERO            TO PGM-LAST-SCORE(PROGRAM-COUNT).
014130     MOVE ZERO            TO PGM-TIE-ADMITTED(PROGRAM-COUNT).
014135     MOVE ZERO            TO PGM-LOWER-CHOICE(PROGRAM-COUNT).
014140 1510-READ-QUOTA-ENTRY-EXIT.
014150     EXIT.
014160*
014900     MOVE CAND-PROGRAM(SEL-DECL-IX) TO PR-PROGRAM-CODE.
014910     MOVE SEL-DECL-IX               TO PR-RANK.
014920     MOVE ZERO                      TO PR-WAIT-ORD.
014925     MOVE CAND-CHOICE-NO(SEL-DECL-IX) TO PR-CHOICE-NO.
014930     WRITE PROMOTION-REPORT-LINE.
014940*
014950     MOVE CAND-PROGRAM(SEL-DECL-IX) TO SEL-PROG-CODE.
015330     MOVE CAND-PROGRAM(SEL-PROMOTE-IX) TO PR-PROGRAM-CODE.
015340     MOVE SEL-PROMOTE-IX               TO PR-RANK.
015350     MOVE CAND-WAIT-ORD(SEL-PROMOTE-IX) TO PR-WAIT-ORD.
015355     MOVE CAND-CHOICE-NO(SEL-PROMOTE-IX) TO PR-CHOICE-NO.
015360     WRITE PROMOTION-REPORT-LINE.
015370     SET CAND-SELECTED(SEL-PROMOTE-IX) TO TRUE.
015380     MOVE ZERO TO CAND-WAIT-ORD(SEL-PROMOTE-IX).
017730     MOVE SU-QUANT     TO SUS-QUANT(SUSPENSE-COUNT).
017740     MOVE SU-ESSAY     TO SUS-ESSAY(SUSPENSE-COUNT).
017750     MOVE SU-SITE-CODE TO SUS-SITE(SUSPENSE-COUNT).
017753     MOVE SU-CHOICE-2  TO SUS-CHOICE-2(SUSPENSE-COUNT).
017756     MOVE SU-CHOICE-3  TO SUS-CHOICE-3(SUSPENSE-COUNT).
017760 1815-READ-SUSPENSE-ENTRY-EXIT.
017770     EXIT.
017780*
018370     MOVE SUS-CAND-NAME(SEL-SUSP-IX) TO CAND-NAME(CAND-COUNT).
018380     MOVE SUS-PROGRAM(SEL-SUSP-IX)
018390         TO CAND-PROGRAM(CAND-COUNT).
018391     MOVE SUS-PROGRAM(SEL-SUSP-IX)
018392         TO CAND-CHOICE(CAND-COUNT, 1).
018393     MOVE SUS-CHOICE-2(SEL-SUSP-IX)
018394         TO CAND-CHOICE(CAND-COUNT, 2).
018395     MOVE SUS-CHOICE-3(SEL-SUSP-IX)
018396         TO CAND-CHOICE(CAND-COUNT, 3).
018397     MOVE ZERO TO CAND-CHOICE-NO(CAND-COUNT).
018400     MOVE SUS-APPL-DATE(SEL-SUSP-IX)
018410         TO CAND-APPL-DATE(CAND-COUNT).
018420     MOVE SUS-VERBAL(SEL-SUSP-IX)    TO CAND-VERBAL(CAND-COUNT).
018560     MOVE ZERO TO CAND-WAIT-ORD(CAND-COUNT).
018570     MOVE SUS-SITE(SEL-SUSP-IX) TO CAND-SITE(CAND-COUNT).
018580     SET CAND-NOT-EQUATED(CAND-COUNT) TO TRUE.
018581*    A REINSTATED CANDIDATE IS HELD TO THE ATTEMPT LIMIT (1840);
018582*    AN ENTRY OVER THE LIMIT COMES BACK OFF THE TABLE.
018583     MOVE CAND-COUNT TO SEL-PRIOR-FIRST.
018584     PERFORM 1840-CHECK-REINSTATE-LIMIT
018585         THRU 1840-CHECK-REINSTATE-LIMIT-EXIT.
018586     IF CAND-COUNT < SEL-PRIOR-FIRST
018587         GO TO 1820-PROCESS-ONE-REQUEST-EXIT
018588     END-IF.
018590     MOVE CAND-COUNT TO I.
018600*    A REINSTATED CANDIDATE'S SITE GETS THE SAME EQUATING AS
018610*    EVERYONE ELSE'S - THE FACTORS ARE RELOADED ON A REINSTATE
018980         THRU 1700-LOAD-SECTION-WEIGHTS-EXIT.
018990     PERFORM 1750-LOAD-EQUATING-FACTORS
019000         THRU 1750-LOAD-EQUATING-FACTORS-EXIT.
019003     PERFORM 2050-LOAD-SITE-MANIFEST
019006         THRU 2050-LOAD-SITE-MANIFEST-EXIT.
019010*
019020     OPEN INPUT EXAM-SCORES-FILE.
019030     IF NOT SEL-EXAMSCR-OK
020100     MOVE ES-CANDIDATE-ID  TO CAND-ID(CAND-COUNT).
020110     MOVE CM-CAND-NAME     TO CAND-NAME(CAND-COUNT).
020120     MOVE CM-PROGRAM-CODE  TO CAND-PROGRAM(CAND-COUNT).
020121     MOVE CM-PROGRAM-CODE  TO CAND-CHOICE(CAND-COUNT, 1).
020122     MOVE CM-CHOICE-2      TO CAND-CHOICE(CAND-COUNT, 2).
020123     MOVE CM-CHOICE-3      TO CAND-CHOICE(CAND-COUNT, 3).
020124     MOVE ZERO             TO CAND-CHOICE-NO(CAND-COUNT).
020125     MOVE ZERO             TO CAND-ATTEMPT-NO(CAND-COUNT).
020126     MOVE ZERO             TO CAND-PRIOR-BEST(CAND-COUNT).
020130     MOVE ES-APPL-DATE     TO CAND-APPL-DATE(CAND-COUNT).
020140     MOVE ES-VERBAL-SCORE  TO CAND-VERBAL(CAND-COUNT).
020150     MOVE ES-QUANT-SCORE   TO CAND-QUANT(CAND-COUNT).
020740             MOVE ZERO TO SITE-TRAILER-COUNT(SITE-COUNT)
020750             MOVE ZERO TO SITE-TRAILER-SUM(SITE-COUNT)
020760             SET SITE-TRAILER-MISSING(SITE-COUNT) TO TRUE
020762             SET SITE-NOT-ON-MANIFEST(SITE-COUNT) TO TRUE
020764             MOVE ZERO TO SITE-HEADCOUNT(SITE-COUNT)
020766             MOVE ZERO TO SITE-SHEETS(SITE-COUNT)
020770             MOVE SITE-COUNT TO SEL-SITE-IX
020780         ELSE
020790             DISPLAY "BUBBLE-SORT: *** SITE ERROR *** MORE THAN "
021320     IF SEL-SITE-IX > ZERO
021330         MOVE ES-TRAILER-COUNT TO SITE-TRAILER-COUNT(SEL-SITE-IX)
021340         MOVE ES-TRAILER-SUM   TO SITE-TRAILER-SUM(SEL-SITE-IX)
021341         IF ES-TRAILER-SCANNED NUMERIC
021342             MOVE ES-TRAILER-SCANNED
021343                 TO SITE-SCANNED-COUNT(SEL-SITE-IX)
021344         ELSE
021345             MOVE ES-TRAILER-COUNT
021346                 TO SITE-SCANNED-COUNT(SEL-SITE-IX)
021347         END-IF
021350         SET SITE-TRAILER-SEEN(SEL-SITE-IX) TO TRUE
021360     END-IF.
021370 2250-RECORD-SITE-TRAILER-EXIT.
021520     MOVE ES-QUANT-SCORE   TO SU-QUANT.
021530     MOVE ES-ESSAY-SCORE   TO SU-ESSAY.
021540     MOVE ES-SITE-CODE     TO SU-SITE-CODE.
021543     MOVE CM-CHOICE-2      TO SU-CHOICE-2.
021546     MOVE CM-CHOICE-3      TO SU-CHOICE-3.
021550     WRITE SUSPENSE-RECORD.
021560     ADD 1 TO SEL-SUSP-WRITTEN.
021570 2260-WRITE-SUSPENSE-ENTRY-EXIT.
023160*    CANDIDATE NEVER SORTS. ONLY A FULLY VALID ENTRY GETS ITS
023170*    COMPOSITE COMPUTED AND IS KEPT.
023180 3100-VALIDATE-ONE-SCORE.
023181*    AN OVER-LIMIT CANDIDATE WAS LISTED BY 2600 ALREADY - THE
023182*    ENTRY IS SIMPLY NOT KEPT.
023183     IF CC-ATTEMPT-LIMIT > ZERO
023184         AND CAND-ATTEMPT-NO(I) > CC-ATTEMPT-LIMIT
023185         GO TO 3100-VALIDATE-ONE-SCORE-EXIT
023186     END-IF.
023190     IF CAND-VERBAL(I) NOT NUMERIC
023200         MOVE "VERBAL SCORE NOT NUMERIC"
023210             TO SEL-EXCEPTION-REASON
024990         MOVE CAND-SITE(I)      TO CAND-SITE(SEL-VALID-COUNT)
025000         MOVE CAND-EQUATE-FLAG(I)
025010             TO CAND-EQUATE-FLAG(SEL-VALID-COUNT)
025011         MOVE CAND-CHOICES(I)
025012             TO CAND-CHOICES(SEL-VALID-COUNT)
025013         MOVE CAND-CHOICE-NO(I)
025014             TO CAND-CHOICE-NO(SEL-VALID-COUNT)
025015         MOVE CAND-ATTEMPT-NO(I)
025016             TO CAND-ATTEMPT-NO(SEL-VALID-COUNT)
025017         MOVE CAND-PRIOR-BEST(I)
025018             TO CAND-PRIOR-BEST(SEL-VALID-COUNT)
025020     END-IF.
025030 3300-KEEP-VALID-ENTRY-EXIT.
025040     EXIT.
025680             MOVE CAND-SITE(I)  TO CAND-SITE(SEL-KEPT-COUNT)
025690             MOVE CAND-EQUATE-FLAG(I)
025700                 TO CAND-EQUATE-FLAG(SEL-KEPT-COUNT)
025701             MOVE CAND-CHOICES(I)
025702                 TO CAND-CHOICES(SEL-KEPT-COUNT)
025703             MOVE CAND-CHOICE-NO(I)
025704                 TO CAND-CHOICE-NO(SEL-KEPT-COUNT)
025705             MOVE CAND-ATTEMPT-NO(I)
025706                 TO CAND-ATTEMPT-NO(SEL-KEPT-COUNT)
025707             MOVE CAND-PRIOR-BEST(I)
025708                 TO CAND-PRIOR-BEST(SEL-KEPT-COUNT)
025710         END-IF
025720         GO TO 3510-RESOLVE-ONE-ENTRY-EXIT
025730     END-IF.
026240         MOVE CAND-SITE(I) TO CAND-SITE(SEL-DUP-MATCH-IX)
026250         MOVE CAND-EQUATE-FLAG(I)
026260             TO CAND-EQUATE-FLAG(SEL-DUP-MATCH-IX)
026261         MOVE CAND-CHOICES(I)
026262             TO CAND-CHOICES(SEL-DUP-MATCH-IX)
026263         MOVE CAND-CHOICE-NO(I)
026264             TO CAND-CHOICE-NO(SEL-DUP-MATCH-IX)
026265         MOVE CAND-ATTEMPT-NO(I)
026266             TO CAND-ATTEMPT-NO(SEL-DUP-MATCH-IX)
026267         MOVE CAND-PRIOR-BEST(I)
026268             TO CAND-PRIOR-BEST(SEL-DUP-MATCH-IX)
026270     ELSE
026280         MOVE I TO SEL-DUP-IX
026290         PERFORM 3530-WRITE-DUPLICATE
029030*    4200-RECONCILE-SITE-TOTALS - CHECK EACH SITE'S LOADED COUNT
029040*    AND RAW SCORE SUM AGAINST THE SITE TRAILER, BEFORE ANYTHING
029050*    SORTS. A MISMATCH (OR A SITE WITH NO TRAILER) FLAGS THE RUN
029051*    WITH RETURN CODE 8, THE SAME CONVENTION AS 7100. OFF THE
029052*    INTAKE PATH SITE-COUNT IS ZERO AND 4200 CHECKS NOTHING.
029053*
029054*    THE SITES ARE THEN HELD TO THE MANIFEST (4205). A MANIFEST
029055*    SITE THAT DELIVERED NOTHING, A SITE DELIVERED THAT IS NOT
029056*    ON THE MANIFEST, OR A SITE WHOSE SCANNED COUNT DIFFERS FROM
029057*    THE PROCTOR'S HEADCOUNT MEANS THE INTAKE IS INCOMPLETE OR
029058*    MIXED UP - RANKING IT WOULD HAND OUT SEATS ON A PARTIAL
029059*    FIELD. THE OFFICIAL RUN STOPS HERE, RETURN CODE 12, BEFORE
029060*    THE CHECKPOINT IS WRITTEN (FIX THE INTAKE OR THE MANIFEST AND
029061*    RERUN FROM THE SCORES), LOGGING A FAILED RECONCILE ON THE
029062*    AUDIT TRAIL (4290). A SIMULATION WARNS AND CARRIES ON.
029080*****************************************************************
029090 4200-RECONCILE-SITE-TOTALS.
029091     IF SITE-COUNT = ZERO
029092         GO TO 4200-RECONCILE-SITE-TOTALS-EXIT
029093     END-IF.
029100     PERFORM 4210-RECONCILE-ONE-SITE
029110         THRU 4210-RECONCILE-ONE-SITE-EXIT
029120         VARYING J FROM 1 BY 1 UNTIL J > SITE-COUNT.
029121*
029122     PERFORM 4205-CHECK-MANIFEST
029123         THRU 4205-CHECK-MANIFEST-EXIT.
029130 4200-RECONCILE-SITE-TOTALS-EXIT.
029140     EXIT.
029150*
029160 4210-RECONCILE-ONE-SITE.
029161     IF SITE-REC-COUNT(J) = ZERO
029162         AND SITE-TRAILER-MISSING(J)
029163         AND SITE-ON-MANIFEST(J)
029164         GO TO 4210-RECONCILE-ONE-SITE-EXIT
029165     END-IF.
029170     IF SITE-TRAILER-MISSING(J)
029180         DISPLAY "BUBBLE-SORT: *** SITE ERROR *** NO TRAILER "
029190             "RECEIVED FOR SITE " SITE-CODE(J) "."
029194         MOVE SITE-REC-COUNT(J) TO SITE-SCANNED-COUNT(J)
029200         MOVE 8 TO RETURN-CODE
029210         GO TO 4210-RECONCILE-ONE-SITE-EXIT
029220     END-IF.
029770     MOVE NUM(I)              TO CK-DETAIL-SCORE.
029780     MOVE CAND-SITE(I)        TO CK-DETAIL-SITE.
029790     MOVE CAND-EQUATE-FLAG(I) TO CK-DETAIL-EQUATE-FLAG.
029793     MOVE CAND-CHOICE(I, 2)   TO CK-DETAIL-CHOICE-2.
029796     MOVE CAND-CHOICE(I, 3)   TO CK-DETAIL-CHOICE-3.
029797     MOVE CAND-ATTEMPT-NO(I)  TO CK-DETAIL-ATTEMPT-NO.
029798     MOVE CAND-PRIOR-BEST(I)  TO CK-DETAIL-PRIOR-BEST.
029800     WRITE CHECKPOINT-RECORD.
029810 5100-WRITE-CHECKPOINT-DETAIL-EXIT.
029820     EXIT.
030630     MOVE CAND-WAIT-ORD(I)  TO SR-WAIT-ORD.
030640     MOVE CAND-SITE(I)      TO SR-SITE.
030650     MOVE CAND-EQUATE-FLAG(I) TO SR-EQUATE-FLAG.
030653     MOVE CAND-CHOICES(I)   TO SR-CHOICES.
030656     MOVE CAND-CHOICE-NO(I) TO SR-CHOICE-NO.
030657     MOVE CAND-ATTEMPT-NO(I) TO SR-ATTEMPT-NO.
030658     MOVE CAND-PRIOR-BEST(I) TO SR-PRIOR-BEST.
030660     RELEASE SORT-WORK-RECORD.
030670 6110-RELEASE-ONE-CANDIDATE-EXIT.
030680     EXIT.
031050     MOVE SR-WAIT-ORD  TO CAND-WAIT-ORD(CAND-COUNT).
031060     MOVE SR-SITE      TO CAND-SITE(CAND-COUNT).
031070     MOVE SR-EQUATE-FLAG TO CAND-EQUATE-FLAG(CAND-COUNT).
031073     MOVE SR-CHOICES   TO CAND-CHOICES(CAND-COUNT).
031076     MOVE SR-CHOICE-NO TO CAND-CHOICE-NO(CAND-COUNT).
031077     MOVE SR-ATTEMPT-NO TO CAND-ATTEMPT-NO(CAND-COUNT).
031078     MOVE SR-PRIOR-BEST TO CAND-PRIOR-BEST(CAND-COUNT).
031080 6210-RETURN-ONE-CANDIDATE-EXIT.
031090     EXIT.
031100*
031540*    7500-APPLY-SELECTION - DECIDE SELECTED/NOT-SELECTED FOR
031550*    EVERY CANDIDATE, IN FINAL RANK ORDER, BEFORE THE REPORT AND
031560*    EXTRACT ARE WRITTEN. WITH PROGRAM QUOTAS ON FILE EACH
031567*    CANDIDATE IS PLACED IN THE HIGHEST OF THEIR RANKED PROGRAM
031574*    CHOICES WHOSE QUOTA STILL HAS A SEAT WHEN THEIR TURN COMES;
031581*    A CHOICE WHOSE PROGRAM HAS NO QUOTA RECORD OFFERS NO SEAT.
031588*    WITHOUT QUOTAS THE GLOBAL CC-CUTOFF-COUNT APPLIES (ZERO
031595*    MEANS EVERYONE IS SELECTED) AND ONLY THE FIRST CHOICE
031602*    COUNTS.
031610*****************************************************************
031620 7500-APPLY-SELECTION.
031630     PERFORM 7510-SELECT-ONE-CANDIDATE
031730*    SELECTING THE DECLINER HERE WOULD RE-OFFER A REFUSED SEAT
031740*    AND UNDO THE PROMOTION MADE FOR IT. THE DECLINER TAKES NO
031750*    QUOTA SEAT AND NO WAITLIST ORDINAL, SO THE FILL BELOW
031760*    SEATS THE NEXT-BEST NON-DECLINED CANDIDATE NATURALLY. THE
031761*    DECLINER KEEPS THE PROGRAM AND CHOICE NUMBER DECLINED.
031770     IF CAND-DECLINED(I)
031780         GO TO 7510-SELECT-ONE-CANDIDATE-EXIT
031781     END-IF.
031782     MOVE ZERO TO CAND-CHOICE-NO(I).
031783*    EVERY PASS STARTS FROM THE FIRST CHOICE - A REGRADE OR
031784*    SIMULATION PASS MUST NOT INHERIT THE PROGRAM AN EARLIER
031785*    PASS PLACED THE CANDIDATE IN.
031786     SET CAND-NOT-SELECTED(I) TO TRUE.
031787     IF CAND-CHOICE(I, 1) NOT = SPACES
031788         MOVE CAND-CHOICE(I, 1) TO CAND-PROGRAM(I)
031790     END-IF.
031800*    THE GLOBAL CUTOFF COUNTS SEATS FILLED, JUST AS THE QUOTA
031810*    BRANCH COUNTS PGM-FILLED - A DECLINED ENTRY (SKIPPED ABOVE)
031930             OR SEL-SEATS-FILLED < CC-CUTOFF-COUNT
031940             ADD 1 TO SEL-SEATS-FILLED
031950             SET CAND-SELECTED(I) TO TRUE
031955             MOVE 1 TO CAND-CHOICE-NO(I)
031960             MOVE NUM(I) TO SEL-LAST-SEAT-SCORE
031970         ELSE
031980             IF CC-TIE-ADMIT-ALL
031990                 AND SEL-SEATS-FILLED > ZERO
032000                 AND NUM(I) = SEL-LAST-SEAT-SCORE
032010                 SET CAND-SELECTED(I) TO TRUE
032015                 MOVE 1 TO CAND-CHOICE-NO(I)
032020                 ADD 1 TO SEL-TIE-ADMIT-COUNT
032030             ELSE
032050                 IF CC-WAITLIST-DEPTH > ZERO
032060                     AND SEL-WAITLIST-COUNT < CC-WAITLIST-DEPTH
032070                     ADD 1 TO SEL-WAITLIST-COUNT
032080                     MOVE SEL-WAITLIST-COUNT TO CAND-WAIT-ORD(I)
032085                     MOVE 1 TO CAND-CHOICE-NO(I)
032090                 END-IF
032100             END-IF
032110         END-IF
032120         GO TO 7510-SELECT-ONE-CANDIDATE-EXIT
032130     END-IF.
032140*
032150*    WORK DOWN THE CANDIDATE'S CHOICES UNTIL ONE SEATS THEM. THE
032160*    TABLE IS IN FINAL RANK ORDER, SO EVERY BETTER-RANKED
032170*    CANDIDATE HAS ALREADY TAKEN THEIR SEAT AND A SEAT OPEN NOW
032180*    IS ONE THIS COMPOSITE HAS EARNED.
032190     PERFORM 7540-TRY-ONE-CHOICE
032200         THRU 7540-TRY-ONE-CHOICE-EXIT
032210         VARYING SEL-CHOICE-IX FROM 1 BY 1
032220         UNTIL SEL-CHOICE-IX > 3
032230         OR CAND-SELECTED(I).
032240     IF CAND-SELECTED(I)
032250         GO TO 7510-SELECT-ONE-CANDIDATE-EXIT
032470     END-IF.
032471*
032472*    NO CHOICE HAD A SEAT: WAIT ON THE HIGHEST CHOICE WHOSE
032473*    WAITLIST HAS ROOM. A PROGRAM WITH NO QUOTA RECORD GIVES NO
032474*    WAITLIST ORDINAL - THERE IS NO SEAT TO WAIT FOR.
032475     PERFORM 7550-WAITLIST-ONE-CHOICE
032476         THRU 7550-WAITLIST-ONE-CHOICE-EXIT
032477         VARYING SEL-CHOICE-IX FROM 1 BY 1
032478         UNTIL SEL-CHOICE-IX > 3
032479         OR CAND-WAIT-ORD(I) > ZERO.
032480 7510-SELECT-ONE-CANDIDATE-EXIT.
032490     EXIT.
032500*
033770     MOVE ZERO            TO PGM-WAITLISTED(PROGRAM-COUNT).
033780     MOVE ZERO            TO PGM-LAST-SCORE(PROGRAM-COUNT).
033790     MOVE ZERO            TO PGM-TIE-ADMITTED(PROGRAM-COUNT).
033795     MOVE ZERO            TO PGM-LOWER-CHOICE(PROGRAM-COUNT).
033800 7610-READ-SCENARIO-ROW-EXIT.
033810     EXIT.
033820*
034830     MOVE NUM(I)         TO RL-SCORE.
034840     MOVE I              TO RL-RANK.
034850     MOVE CAND-EQUATE-FLAG(I) TO RL-EQUATE-FLAG.
034851     IF CAND-CHOICE-NO(I) > ZERO
034852         MOVE CAND-PROGRAM(I)   TO RL-PLACED-PROGRAM
034853         MOVE CAND-CHOICE-NO(I) TO RL-CHOICE-NO
034854     END-IF.
034855     MOVE CAND-ATTEMPT-NO(I) TO RL-ATTEMPT-NO.
034856     IF CAND-ATTEMPT-NO(I) > 1
034857         MOVE CAND-PRIOR-BEST(I) TO RL-PRIOR-BEST
034858     END-IF.
034860     WRITE RANKING-REPORT-LINE.
034870 8100-WRITE-RANKING-LINE-EXIT.
034880     EXIT.
035010     MOVE PGM-QUOTA(J)  TO PQL-QUOTA.
035020     MOVE PGM-FILLED(J) TO PQL-FILLED.
035030     MOVE PGM-TIE-ADMITTED(J) TO PQL-TIE-ADMITS.
035035     MOVE PGM-LOWER-CHOICE(J) TO PQL-LOWER-CHOICE.
035040     WRITE RANKING-REPORT-LINE FROM PROGRAM-QUOTA-LINE.
035050     MOVE SPACES TO RANKING-REPORT-LINE.
035060     WRITE RANKING-REPORT-LINE.
035680*    THE ADMISSIONS AND ENROLLMENT SYSTEM. THE SELECTED FLAG IS
035690*    DECIDED BY 7500-APPLY-SELECTION - PER-PROGRAM QUOTAS WHEN
035700*    THE QUOTA FILE IS PRESENT, OTHERWISE THE GLOBAL CUTOFF.
035702*    THE CANDIDATES ARE BRACKETED BY A HEADER CARRYING THE NEW
035704*    GENERATION NUMBER AND A TRAILER CARRYING THE RECORD COUNT,
035706*    SELECTED COUNT AND SCORE/RANK HASH TOTALS THAT EVERY
035708*    READER OF THE FILE CHECKS.
035710*****************************************************************
035720 8500-WRITE-EXTRACT-FILE.
035730     OPEN OUTPUT EXTRACT-FILE.
035780         STOP RUN
035790     END-IF.
035800*
035801     PERFORM 8510-WRITE-EXTRACT-HEADER
035802         THRU 8510-WRITE-EXTRACT-HEADER-EXIT.
035803*
035810     PERFORM 8600-WRITE-EXTRACT-LINE
035820         THRU 8600-WRITE-EXTRACT-LINE-EXIT
035830         VARYING I FROM 1 BY 1 UNTIL I > CAND-COUNT.
035840*
035841     MOVE SPACES                 TO EXTRACT-RECORD.
035842     SET EX-TRAILER-REC          TO TRUE.
035843     MOVE SEL-EXTRACT-GENERATION TO EX-TRL-GENERATION.
035844     MOVE SEL-EXT-RECORD-COUNT   TO EX-TRL-RECORD-COUNT.
035845     MOVE SEL-EXT-SELECTED-COUNT TO EX-TRL-SELECTED-COUNT.
035846     MOVE SEL-EXT-SCORE-HASH     TO EX-TRL-SCORE-HASH.
035847     MOVE SEL-EXT-RANK-HASH      TO EX-TRL-RANK-HASH.
035848     WRITE EXTRACT-RECORD.
035849*
035850     CLOSE EXTRACT-FILE.
035856     DISPLAY "BUBBLE-SORT: EXTRACT FILE COMPLETE, GENERATION "
035862         SEL-EXTRACT-GENERATION ", " CAND-COUNT
035870         " CANDIDATE(S) EXTRACTED.".
035880 8500-WRITE-EXTRACT-FILE-EXIT.
035890     EXIT.
036030     MOVE CAND-ESSAY(I)     TO EX-ESSAY.
036040     MOVE CAND-SITE(I)      TO EX-SITE-CODE.
036050     MOVE CAND-EQUATE-FLAG(I) TO EX-EQUATE-FLAG.
036051     MOVE CAND-CHOICE-NO(I) TO EX-PLACED-CHOICE.
036052     MOVE CAND-CHOICE(I, 1) TO EX-CHOICE-1.
036053     MOVE CAND-CHOICE(I, 2) TO EX-CHOICE-2.
036054     MOVE CAND-CHOICE(I, 3) TO EX-CHOICE-3.
036055     MOVE CAND-ATTEMPT-NO(I) TO EX-ATTEMPT-NO.
036056     MOVE CAND-PRIOR-BEST(I) TO EX-PRIOR-BEST.
036060     WRITE EXTRACT-RECORD.
036062     ADD 1 TO SEL-EXT-RECORD-COUNT.
036063     IF CAND-SELECTED(I)
036064         ADD 1 TO SEL-EXT-SELECTED-COUNT
036065     END-IF.
036066     ADD NUM(I) TO SEL-EXT-SCORE-HASH.
036067     ADD I      TO SEL-EXT-RANK-HASH.
036070 8600-WRITE-EXTRACT-LINE-EXIT.
036080     EXIT.
036090*
038720*    IT ACCUMULATES ONE RECORD PER RUN ACROSS RUNS. A RUN THAT
038730*    STOPS COLD ON AN OPEN/PARAMETER ERROR (RETURN CODE 16,
038740*    STOP RUN) NEVER REACHES TERMINATION AND LEAVES NO RECORD -
038750*    THE JOB LOG COVERS THOSE. EVERY COMPLETED RUN, AND A RUN
038751*    STOPPED ON THE SITE MANIFEST (4290), LANDS HERE.
038760*****************************************************************
038770 9100-WRITE-AUDIT-RECORD.
038780     OPEN EXTEND AUDIT-TRAIL-FILE.
039130     MOVE SEL-PROMOTE-COUNT    TO AU-PROMOTE-COUNT.
039140     MOVE CC-TIE-POLICY        TO AU-TIE-POLICY.
039150     MOVE SEL-REINSTATE-COUNT  TO AU-REINSTATE-COUNT.
039151     MOVE SEL-EXTRACT-GENERATION TO AU-EXTRACT-GENERATION.
039152*    THE SITTING FOLLOWS THE EXTRACT HEADER RULE IN 8500.
039153     MOVE CC-EXAM-DATE         TO AU-EXAM-DATE.
039154     IF AU-EXAM-DATE = ZERO
039155         MOVE SEL-EXT-EXAM-DATE TO AU-EXAM-DATE
039156     END-IF.
039157     IF AU-EXAM-DATE = ZERO
039158         MOVE AU-RUN-DATE      TO AU-EXAM-DATE
039159     END-IF.
039160     MOVE RETURN-CODE          TO AU-RETURN-CODE.
039170     WRITE AUDIT-TRAIL-RECORD.
039180     CLOSE AUDIT-TRAIL-FILE.
039190     DISPLAY "BUBBLE-SORT: AUDIT RECORD APPENDED.".
039200 9100-WRITE-AUDIT-RECORD-EXIT.
039210     EXIT.
039220*
039230*****************************************************************
039240*    1050-FIND-LATEST-GENERATION - READ THE AUDIT TRAIL FOR THE
039250*    HIGHEST EXTRACT GENERATION ANY RUN HAS WRITTEN. THAT IS THE
039260*    ONLY EXTRACT 1300 WILL RELOAD, AND THIS RUN'S EXTRACT (IF
039270*    IT WRITES ONE) IS THE NEXT GENERATION AFTER IT. AUDIT
039280*    RECORDS FROM BEFORE GENERATIONS WERE KEPT CARRY NO NUMBER
039290*    AND ARE PASSED OVER; NO TRAIL AT ALL MEANS GENERATION ZERO.
039300*****************************************************************
039310 1050-FIND-LATEST-GENERATION.
039320     MOVE ZERO TO SEL-LATEST-GENERATION.
039330     OPEN INPUT AUDIT-TRAIL-FILE.
039340     IF SEL-AUDIT-CREATED
039350         CLOSE AUDIT-TRAIL-FILE
039360         GO TO 1050-FIND-LATEST-GENERATION-EXIT
039370     END-IF.
039380     IF NOT SEL-AUDIT-OK
039390         DISPLAY "BUBBLE-SORT: *** AUDIT ERROR *** CANNOT READ "
039400             "AUDIT-TRAIL-FILE, STATUS = " SEL-AUDIT-STATUS
039410         MOVE 16 TO RETURN-CODE
039420         STOP RUN
039430     END-IF.
039440*
039450     PERFORM 1060-READ-AUDIT-GENERATION
039460         THRU 1060-READ-AUDIT-GENERATION-EXIT
039470         UNTIL SEL-AUDIT-EOF.
039480*
039490     CLOSE AUDIT-TRAIL-FILE.
039500 1050-FIND-LATEST-GENERATION-EXIT.
039510     EXIT.
039520*
039530 1060-READ-AUDIT-GENERATION.
039540     READ AUDIT-TRAIL-FILE
039550         AT END
039560             SET SEL-AUDIT-EOF TO TRUE
039570             GO TO 1060-READ-AUDIT-GENERATION-EXIT
039580     END-READ.
039590     IF AU-EXTRACT-GENERATION NUMERIC
039600         IF AU-EXTRACT-GENERATION > SEL-LATEST-GENERATION
039610             MOVE AU-EXTRACT-GENERATION TO SEL-LATEST-GENERATION
039620         END-IF
039630     END-IF.
039640 1060-READ-AUDIT-GENERATION-EXIT.
039650     EXIT.
039660*
039670*****************************************************************
039680*    1315-CHECK-EXTRACT-RECORD - THE HEADER AND TRAILER ARE NOT
039690*    CANDIDATES: THEIR FIGURES ARE HELD ASIDE FOR 1350 AND
039700*    SEL-EXT-CONTROL-REC TELLS 1310 TO SKIP THE RECORD. A DETAIL
039710*    RECORD IS COUNTED INTO THE READ TOTALS. THE HEADER MUST COME
039720*    FIRST AND THE TRAILER LAST - ANYTHING READ OUT OF THAT ORDER
039730*    MEANS THE FILE HAS BEEN SPLICED.
039740*****************************************************************
039750 1315-CHECK-EXTRACT-RECORD.
039760     SET SEL-EXT-CONTROL-REC TO TRUE.
039770     IF SEL-EXT-TRL-SEEN
039780         SET SEL-EXT-ORDER-BAD TO TRUE
039790         GO TO 1315-CHECK-EXTRACT-RECORD-EXIT
039800     END-IF.
039810     IF EX-HEADER-REC
039820         IF SEL-EXT-HDR-SEEN
039830             OR SEL-EXT-READ-COUNT > ZERO
039840             SET SEL-EXT-ORDER-BAD TO TRUE
039850         END-IF
039860         SET SEL-EXT-HDR-SEEN TO TRUE
039870         MOVE EX-HDR-GENERATION TO SEL-EXT-GENERATION
039880         MOVE EX-HDR-RUN-DATE   TO SEL-EXT-RUN-DATE
039890         MOVE EX-HDR-EXAM-DATE  TO SEL-EXT-EXAM-DATE
039900         GO TO 1315-CHECK-EXTRACT-RECORD-EXIT
039910     END-IF.
039920     IF EX-TRAILER-REC
039930         SET SEL-EXT-TRL-SEEN TO TRUE
039940         MOVE EX-TRL-GENERATION     TO SEL-EXT-TRL-GENERATION
039950         MOVE EX-TRL-RECORD-COUNT   TO SEL-EXT-TRL-COUNT
039960         MOVE EX-TRL-SELECTED-COUNT TO SEL-EXT-TRL-SELECTED
039970         MOVE EX-TRL-SCORE-HASH     TO SEL-EXT-TRL-SCORES
039980         MOVE EX-TRL-RANK-HASH      TO SEL-EXT-TRL-RANKS
039990         GO TO 1315-CHECK-EXTRACT-RECORD-EXIT
040000     END-IF.
040010     SET SEL-EXT-DETAIL-REC TO TRUE.
040020     ADD 1 TO SEL-EXT-READ-COUNT.
040030     IF EX-SELECTED
040040         ADD 1 TO SEL-EXT-READ-SELECTED
040050     END-IF.
040060     ADD EX-SCORE TO SEL-EXT-READ-SCORES.
040070     ADD EX-RANK  TO SEL-EXT-READ-RANKS.
040080 1315-CHECK-EXTRACT-RECORD-EXIT.
040090     EXIT.
040100*
040110*****************************************************************
040120*    1320-LOAD-EXTRACT-CHOICES - THE PROGRAM CHOICES AND ATTEMPT
040130*    FIGURES OF THE ENTRY 1310 HAS JUST LOADED. AN EXTRACT WRITTEN
040140*    BEFORE PROGRAM CHOICES WERE CARRIED HAS NO CHOICE LIST - THE
040150*    ONE PROGRAM ON IT WAS THE FIRST CHOICE. LIKEWISE AN EXTRACT
040160*    FROM BEFORE THE ARCHIVE LOOKUP HAS NO ATTEMPT FIGURES - ZERO
040170*    SHOWS THEM AS NOT LOOKED UP.
040180*****************************************************************
040190 1320-LOAD-EXTRACT-CHOICES.
040200     MOVE EX-CHOICE-1     TO CAND-CHOICE(CAND-COUNT, 1).
040210     MOVE EX-CHOICE-2     TO CAND-CHOICE(CAND-COUNT, 2).
040220     MOVE EX-CHOICE-3     TO CAND-CHOICE(CAND-COUNT, 3).
040230     MOVE EX-PLACED-CHOICE
040240         TO CAND-CHOICE-NO(CAND-COUNT).
040250     IF EX-CHOICE-1 = SPACES
040260         MOVE EX-PROGRAM-CODE TO CAND-CHOICE(CAND-COUNT, 1)
040270         IF CAND-SELECTED(CAND-COUNT)
040280             OR CAND-WAIT-ORD(CAND-COUNT) > ZERO
040290             MOVE 1 TO CAND-CHOICE-NO(CAND-COUNT)
040300         ELSE
040310             MOVE ZERO TO CAND-CHOICE-NO(CAND-COUNT)
040320         END-IF
040330     END-IF.
040340     IF EX-ATTEMPT-NO NUMERIC
040350         MOVE EX-ATTEMPT-NO TO CAND-ATTEMPT-NO(CAND-COUNT)
040360         MOVE EX-PRIOR-BEST TO CAND-PRIOR-BEST(CAND-COUNT)
040370     ELSE
040380         MOVE ZERO TO CAND-ATTEMPT-NO(CAND-COUNT)
040390         MOVE ZERO TO CAND-PRIOR-BEST(CAND-COUNT)
040400     END-IF.
040410 1320-LOAD-EXTRACT-CHOICES-EXIT.
040420     EXIT.
040430*
040440*****************************************************************
040450*    1350-VERIFY-EXTRACT - THE STALE-EXTRACT GUARD. THE HEADER
040460*    GENERATION MUST BE THE LATEST ON THE AUDIT TRAIL (A NEWER
040470*    RUN HAS SUPERSEDED ANY OTHER), AND THE TRAILER MUST CARRY
040480*    THE SAME GENERATION AND THE COUNTS AND HASH TOTALS OF THE
040490*    RECORDS ACTUALLY READ (ANYTHING ELSE IS A TRUNCATED OR
040500*    HAND-EDITED FILE).
040510*****************************************************************
040520 1350-VERIFY-EXTRACT.
040530     IF SEL-EXT-HDR-MISSING
040540         AND SEL-EXT-TRL-MISSING
040550         AND SEL-EXT-ORDER-OK
040560         AND SEL-LATEST-GENERATION = ZERO
040570         DISPLAY "BUBBLE-SORT: EXTRACT CARRIES NO GENERATION "
040580             "HEADER - ACCEPTED, NONE YET ON THE AUDIT TRAIL."
040590         GO TO 1350-VERIFY-EXTRACT-EXIT
040600     END-IF.
040610*
040620     IF SEL-EXT-HDR-MISSING
040630         DISPLAY "BUBBLE-SORT: *** EXTRACT ERROR *** "
040640             "EXTRACT-FILE HAS NO HEADER, LATEST GENERATION IS "
040650             SEL-LATEST-GENERATION
040660         MOVE 16 TO RETURN-CODE
040670         STOP RUN
040680     END-IF.
040690     IF SEL-EXT-GENERATION NOT = SEL-LATEST-GENERATION
040700         DISPLAY "BUBBLE-SORT: *** EXTRACT ERROR *** "
040710             "EXTRACT-FILE IS GENERATION " SEL-EXT-GENERATION
040720             ", LATEST GENERATION IS " SEL-LATEST-GENERATION
040730         MOVE 16 TO RETURN-CODE
040740         STOP RUN
040750     END-IF.
040760     IF SEL-EXT-TRL-MISSING
040770         OR SEL-EXT-ORDER-BAD
040780         DISPLAY "BUBBLE-SORT: *** EXTRACT ERROR *** "
040790             "EXTRACT-FILE GENERATION " SEL-EXT-GENERATION
040800             " IS MISSING ITS TRAILER OR OUT OF ORDER"
040810         MOVE 16 TO RETURN-CODE
040820         STOP RUN
040830     END-IF.
040840     IF SEL-EXT-TRL-GENERATION NOT = SEL-EXT-GENERATION
040850         OR SEL-EXT-TRL-COUNT      NOT = SEL-EXT-READ-COUNT
040860         OR SEL-EXT-TRL-SELECTED   NOT = SEL-EXT-READ-SELECTED
040870         OR SEL-EXT-TRL-SCORES     NOT = SEL-EXT-READ-SCORES
040880         OR SEL-EXT-TRL-RANKS      NOT = SEL-EXT-READ-RANKS
040890         DISPLAY "BUBBLE-SORT: *** EXTRACT ERROR *** "
040900             "EXTRACT-FILE GENERATION " SEL-EXT-GENERATION
040910             " TRAILER DOES NOT MATCH ITS RECORDS"
040920         DISPLAY "BUBBLE-SORT:     TRAILER COUNT "
040930             SEL-EXT-TRL-COUNT " SELECTED "
040940             SEL-EXT-TRL-SELECTED   ", RECORDS READ "
040950             SEL-EXT-READ-COUNT " SELECTED "
040960             SEL-EXT-READ-SELECTED
040970         MOVE 16 TO RETURN-CODE
040980         STOP RUN
040990     END-IF.
041000*
041010     DISPLAY "BUBBLE-SORT: EXTRACT GENERATION " SEL-EXT-GENERATION
041020         " VERIFIED, " SEL-EXT-READ-COUNT " RECORD(S).".
041030 1350-VERIFY-EXTRACT-EXIT.
041040     EXIT.
041050*
041060*****************************************************************
041070*    1840-CHECK-REINSTATE-LIMIT - A REINSTATED CANDIDATE IS HELD
041080*    TO THE SAME ATTEMPT LIMIT AS THE INTAKE. THE ARCHIVE IS READ
041090*    FOR THE ONE ENTRY 1820 HAS JUST ADDED (SEL-PRIOR-FIRST). OVER
041100*    THE LIMIT, THE REQUEST IS REJECTED WITH RETURN CODE 8 AND THE
041110*    ENTRY IS TAKEN BACK OFF THE TABLE.
041120*****************************************************************
041130 1840-CHECK-REINSTATE-LIMIT.
041140     PERFORM 2610-LOOKUP-PRIOR-SITTINGS
041150         THRU 2610-LOOKUP-PRIOR-SITTINGS-EXIT.
041160     IF CC-ATTEMPT-LIMIT > ZERO
041170         AND CAND-ATTEMPT-NO(CAND-COUNT) > CC-ATTEMPT-LIMIT
041180         DISPLAY "BUBBLE-SORT: *** REINSTATE ERROR *** "
041190             "CANDIDATE " RN-CAND-ID " IS OVER THE ATTEMPT LIMIT "
041200             "(ATTEMPT " CAND-ATTEMPT-NO(CAND-COUNT) ")."
041210         MOVE 8 TO RETURN-CODE
041220         SUBTRACT 1 FROM CAND-COUNT
041230     END-IF.
041240 1840-CHECK-REINSTATE-LIMIT-EXIT.
041250     EXIT.
041260*
041270*****************************************************************
041280*    2050-LOAD-SITE-MANIFEST - THE PROCTORS' MANIFEST OF EVERY
041290*    SITE THE SITTING WAS HELD AT GOES INTO THE SITE TABLE
041300*    BEFORE ANY SCANNER FILE IS READ. THE MANIFEST IS REQUIRED -
041310*    WITHOUT IT A SITE WHOSE SCANNER FILE NEVER REACHED THE
041320*    INTAKE CANNOT BE MISSED. A MANIFEST THAT CANNOT BE TRUSTED
041330*    (A SITE TWICE, A COUNT NOT NUMERIC, MORE SITES THAN THE
041340*    TABLE HOLDS) IS A SETUP ERROR AND STOPS THE RUN BEFORE ANY
041350*    SCORE IS READ.
041360*****************************************************************
041370 2050-LOAD-SITE-MANIFEST.
041380     MOVE ZERO TO SITE-COUNT.
041390     MOVE ZERO TO SEL-MANIFEST-COUNT.
041400     OPEN INPUT SITE-MANIFEST-FILE.
041410     IF NOT SEL-SITEMAN-OK
041420         DISPLAY "BUBBLE-SORT: UNABLE TO OPEN SITE-MANIFEST-"
041430             "FILE, STATUS = " SEL-SITEMAN-STATUS
041440         MOVE 16 TO RETURN-CODE
041450         STOP RUN
041460     END-IF.
041470     PERFORM 2060-READ-MANIFEST-ENTRY
041480         THRU 2060-READ-MANIFEST-ENTRY-EXIT
041490         UNTIL SEL-SITEMAN-EOF.
041500     CLOSE SITE-MANIFEST-FILE.
041510     MOVE SITE-COUNT TO SEL-MANIFEST-COUNT.
041520     DISPLAY "BUBBLE-SORT: " SEL-MANIFEST-COUNT
041530         " SITE(S) EXPECTED ON THE SITE MANIFEST.".
041540 2050-LOAD-SITE-MANIFEST-EXIT.
041550     EXIT.
041560*
041570 2060-READ-MANIFEST-ENTRY.
041580     READ SITE-MANIFEST-FILE
041590         AT END
041600             SET SEL-SITEMAN-EOF TO TRUE
041610             GO TO 2060-READ-MANIFEST-ENTRY-EXIT
041620     END-READ.
041630     IF SM-HEADCOUNT NOT NUMERIC
041640         OR SM-SHEETS NOT NUMERIC
041650         DISPLAY "BUBBLE-SORT: *** MANIFEST ERROR *** COUNTS FOR "
041660             "SITE " SM-SITE-CODE " ARE NOT NUMERIC."
041670         MOVE 16 TO RETURN-CODE
041680         STOP RUN
041690     END-IF.
041700     MOVE ZERO TO SEL-SITE-IX.
041710     PERFORM 2065-CHECK-MANIFEST-SITE
041720         THRU 2065-CHECK-MANIFEST-SITE-EXIT
041730         VARYING J FROM 1 BY 1 UNTIL J > SITE-COUNT.
041740     IF SEL-SITE-IX > ZERO
041750         DISPLAY "BUBBLE-SORT: *** MANIFEST ERROR *** SITE "
041760             SM-SITE-CODE " APPEARS TWICE ON THE SITE MANIFEST."
041770         MOVE 16 TO RETURN-CODE
041780         STOP RUN
041790     END-IF.
041800     IF SITE-COUNT NOT < SEL-MAX-SITES
041810         DISPLAY "BUBBLE-SORT: *** MANIFEST ERROR *** MORE THAN "
041820             SEL-MAX-SITES " SITES ON THE SITE MANIFEST."
041830         MOVE 16 TO RETURN-CODE
041840         STOP RUN
041850     END-IF.
041860     ADD 1 TO SITE-COUNT.
041870     MOVE SM-SITE-CODE TO SITE-CODE(SITE-COUNT).
041880     MOVE ZERO TO SITE-REC-COUNT(SITE-COUNT).
041890     MOVE ZERO TO SITE-SCORE-SUM(SITE-COUNT).
041900     MOVE ZERO TO SITE-TRAILER-COUNT(SITE-COUNT).
041910     MOVE ZERO TO SITE-TRAILER-SUM(SITE-COUNT).
041920     SET SITE-TRAILER-MISSING(SITE-COUNT) TO TRUE.
041930     SET SITE-ON-MANIFEST(SITE-COUNT) TO TRUE.
041940     MOVE SM-HEADCOUNT TO SITE-HEADCOUNT(SITE-COUNT).
041950     MOVE SM-SHEETS    TO SITE-SHEETS(SITE-COUNT).
041960 2060-READ-MANIFEST-ENTRY-EXIT.
041970     EXIT.
041980*
041990 2065-CHECK-MANIFEST-SITE.
042000     IF SITE-CODE(J) = SM-SITE-CODE
042010         MOVE J TO SEL-SITE-IX
042020     END-IF.
042030 2065-CHECK-MANIFEST-SITE-EXIT.
042040     EXIT.
042050*
042060*****************************************************************
042070*    2600-CHECK-PRIOR-ATTEMPTS - COUNT EVERY LOADED CANDIDATE'S
042080*    PRIOR SITTINGS FROM THE RESULTS ARCHIVE. A CANDIDATE WHOSE
042090*    PRIOR SITTINGS ALREADY REACH CC-ATTEMPT-LIMIT GOES TO THE
042100*    EXCEPTION LISTING - ONE LINE NAMING THE LIMIT, THEN ONE
042110*    LINE PER PRIOR SITTING WITH ITS EXAM DATE AND COMPOSITE -
042120*    AND IS DROPPED BY THE VALIDATION PASS, SO IT IS NEVER
042130*    RANKED. RUNS AFTER THE ROSTER RECONCILIATION (AN OVER-LIMIT
042140*    CANDIDATE STILL SAT THE EXAM AND IS NOT ABSENT) AND WHILE
042150*    THE EXCEPTION LISTING IS STILL OPEN.
042160*****************************************************************
042170 2600-CHECK-PRIOR-ATTEMPTS.
042180     MOVE 1 TO SEL-PRIOR-FIRST.
042190     PERFORM 2610-LOOKUP-PRIOR-SITTINGS
042200         THRU 2610-LOOKUP-PRIOR-SITTINGS-EXIT.
042210*
042220     MOVE ZERO TO SEL-REPEAT-COUNT.
042230     MOVE ZERO TO SEL-OVER-LIMIT-COUNT.
042240     PERFORM 2620-CHECK-ONE-ATTEMPT
042250         THRU 2620-CHECK-ONE-ATTEMPT-EXIT
042260         VARYING I FROM 1 BY 1 UNTIL I > CAND-COUNT.
042270     DISPLAY "BUBBLE-SORT: PRIOR-SITTING LOOKUP COMPLETE, "
042280         SEL-REPEAT-COUNT " REPEAT TAKER(S), "
042290         SEL-OVER-LIMIT-COUNT " OVER THE ATTEMPT LIMIT.".
042300 2600-CHECK-PRIOR-ATTEMPTS-EXIT.
042310     EXIT.
042320*
042330*    THE SITTING THE LOOKUP COUNTS BACK FROM FOLLOWS THE EXTRACT
042340*    HEADER RULE IN 8500: THE CARD'S EXAM DATE, ELSE THAT OF THE
042350*    EXTRACT RELOADED, ELSE THE RUN DATE.
042360 2605-SET-SITTING-DATE.
042370     IF CC-EXAM-DATE > ZERO
042380         MOVE CC-EXAM-DATE TO SEL-HIST-DATE
042390     ELSE
042400         IF SEL-EXT-EXAM-DATE NUMERIC
042410             AND SEL-EXT-EXAM-DATE > ZERO
042420             MOVE SEL-EXT-EXAM-DATE TO SEL-HIST-DATE
042430         ELSE
042440             ACCEPT SEL-HIST-DATE FROM DATE YYYYMMDD
042450         END-IF
042460     END-IF.
042470 2605-SET-SITTING-DATE-EXIT.
042480     EXIT.
042490*
042500*    ONE PASS OVER THE ARCHIVE FOR TABLE ENTRIES SEL-PRIOR-FIRST
042510*    THRU CAND-COUNT (THE WHOLE INTAKE, OR ONE REINSTATED ENTRY).
042520*    ONLY SITTINGS DATED BEFORE THE ONE BEING RUN COUNT, AND A
042530*    SITTING WHOSE "S" RECORD HAS ALREADY BEEN SEEN IS A REPEAT
042540*    APPEND AND IS PASSED OVER. NO ARCHIVE YET MEANS NOBODY HAS
042550*    SAT BEFORE.
042560 2610-LOOKUP-PRIOR-SITTINGS.
042570     PERFORM 2605-SET-SITTING-DATE
042580         THRU 2605-SET-SITTING-DATE-EXIT.
042590     PERFORM 2615-CLEAR-ONE-ATTEMPT
042600         THRU 2615-CLEAR-ONE-ATTEMPT-EXIT
042610         VARYING J FROM SEL-PRIOR-FIRST BY 1 UNTIL J > CAND-COUNT.
042620     MOVE ZERO TO SEEN-SITTING-COUNT.
042630     MOVE ZERO TO PRIOR-SITTING-COUNT.
042640     SET SEL-SITTING-SKIPPED TO TRUE.
042650     SET SEL-PRIOR-TABLE-ROOM TO TRUE.
042660*
042670     OPEN INPUT HISTORY-FILE.
042680     IF NOT SEL-HIST-OK
042690         AND NOT SEL-HIST-CREATED
042700         DISPLAY "BUBBLE-SORT: *** HISTORY ERROR *** CANNOT "
042710             "READ HISTORY-FILE FOR PRIOR SITTINGS, STATUS = "
042720             SEL-HIST-STATUS
042730         MOVE 16 TO RETURN-CODE
042740         STOP RUN
042750     END-IF.
042760     PERFORM 2630-READ-ONE-HISTORY
042770         THRU 2630-READ-ONE-HISTORY-EXIT
042780         UNTIL SEL-HIST-EOF.
042790     CLOSE HISTORY-FILE.
042800 2610-LOOKUP-PRIOR-SITTINGS-EXIT.
042810     EXIT.
042820*
042830 2615-CLEAR-ONE-ATTEMPT.
042840     MOVE 1    TO CAND-ATTEMPT-NO(J).
042850     MOVE ZERO TO CAND-PRIOR-BEST(J).
042860 2615-CLEAR-ONE-ATTEMPT-EXIT.
042870     EXIT.
042880*
042890*    OVER THE LIMIT MEANS THIS SITTING'S ATTEMPT NUMBER (PRIOR
042900*    SITTINGS PLUS ONE) IS PAST WHAT THE CONTROL CARD ALLOWS.
042910 2620-CHECK-ONE-ATTEMPT.
042920     IF CAND-ATTEMPT-NO(I) > 1
042930         ADD 1 TO SEL-REPEAT-COUNT
042940     END-IF.
042950     IF CC-ATTEMPT-LIMIT = ZERO
042960         OR CAND-ATTEMPT-NO(I) NOT > CC-ATTEMPT-LIMIT
042970         GO TO 2620-CHECK-ONE-ATTEMPT-EXIT
042980     END-IF.
042990*
043000     ADD 1 TO SEL-OVER-LIMIT-COUNT.
043010     COMPUTE SLR-PRIOR-COUNT = CAND-ATTEMPT-NO(I) - 1.
043020     MOVE SEL-LIMIT-REASON TO SEL-EXCEPTION-REASON.
043030     MOVE SPACES TO SEL-EXCEPTION-SCORE.
043040     PERFORM 3200-WRITE-EXCEPTION
043050         THRU 3200-WRITE-EXCEPTION-EXIT.
043060     PERFORM 2625-LIST-ONE-PRIOR
043070         THRU 2625-LIST-ONE-PRIOR-EXIT
043080         VARYING J FROM 1 BY 1 UNTIL J > PRIOR-SITTING-COUNT.
043090 2620-CHECK-ONE-ATTEMPT-EXIT.
043100     EXIT.
043110*
043120*    THE DETAIL LINES UNDER AN OVER-LIMIT EXCEPTION ARE NOT
043130*    EXCEPTIONS IN THEIR OWN RIGHT AND ARE NOT COUNTED AS SUCH.
043140 2625-LIST-ONE-PRIOR.
043150     IF PRI-CAND-IX(J) = I
043160         MOVE SPACES           TO EXCEPTION-LISTING-LINE
043170         MOVE CAND-ID(I)       TO XL-CAND-ID
043180         MOVE PRI-COMPOSITE(J) TO XL-SCORE
043190         MOVE PRI-EXAM-DATE(J) TO SPR-EXAM-DATE
043200         MOVE SEL-PRIOR-REASON TO XL-REASON
043210         WRITE EXCEPTION-LISTING-LINE
043220     END-IF.
043230 2625-LIST-ONE-PRIOR-EXIT.
043240     EXIT.
043250*
043260 2630-READ-ONE-HISTORY.
043270     READ HISTORY-FILE
043280         AT END
043290             SET SEL-HIST-EOF TO TRUE
043300             GO TO 2630-READ-ONE-HISTORY-EXIT
043310     END-READ.
043320     IF HI-SITTING-REC
043330         PERFORM 2635-NOTE-ONE-SITTING
043340             THRU 2635-NOTE-ONE-SITTING-EXIT
043350         GO TO 2630-READ-ONE-HISTORY-EXIT
043360     END-IF.
043370     IF NOT HI-CANDIDATE-REC
043380         OR SEL-SITTING-SKIPPED
043390         GO TO 2630-READ-ONE-HISTORY-EXIT
043400     END-IF.
043410     PERFORM 2640-MATCH-ONE-PRIOR
043420         THRU 2640-MATCH-ONE-PRIOR-EXIT
043430         VARYING J FROM SEL-PRIOR-FIRST BY 1 UNTIL J > CAND-COUNT.
043440 2630-READ-ONE-HISTORY-EXIT.
043450     EXIT.
043460*
043470*    EVERY SITTING OPENS WITH ITS "S" RECORD, SO THE DECISION
043480*    TAKEN HERE HOLDS FOR THE "C" RECORDS THAT FOLLOW IT.
043490 2635-NOTE-ONE-SITTING.
043500     SET SEL-SITTING-SKIPPED TO TRUE.
043510     IF HI-EXAM-DATE NOT < SEL-HIST-DATE
043520         GO TO 2635-NOTE-ONE-SITTING-EXIT
043530     END-IF.
043540     MOVE ZERO TO SEL-SEEN-IX.
043550     PERFORM 2637-CHECK-ONE-SEEN
043560         THRU 2637-CHECK-ONE-SEEN-EXIT
043570         VARYING J FROM 1 BY 1
043580         UNTIL J > SEEN-SITTING-COUNT
043590         OR SEL-SEEN-IX > ZERO.
043600     IF SEL-SEEN-IX > ZERO
043610         GO TO 2635-NOTE-ONE-SITTING-EXIT
043620     END-IF.
043630     IF SEEN-SITTING-COUNT < SEL-MAX-SITTINGS
043640         ADD 1 TO SEEN-SITTING-COUNT
043650         MOVE HI-EXAM-DATE
043660             TO SEEN-SITTING-DATE(SEEN-SITTING-COUNT)
043670     END-IF.
043680     SET SEL-SITTING-COUNTS TO TRUE.
043690 2635-NOTE-ONE-SITTING-EXIT.
043700     EXIT.
043710*
043720 2637-CHECK-ONE-SEEN.
043730     IF SEEN-SITTING-DATE(J) = HI-EXAM-DATE
043740         MOVE J TO SEL-SEEN-IX
043750     END-IF.
043760 2637-CHECK-ONE-SEEN-EXIT.
043770     EXIT.
043780*
043790*    THE INTAKE IS NOT YET FREE OF DUPLICATE ATTEMPTS AT THIS
043800*    POINT, SO EVERY ENTRY CARRYING THE ID IS CREDITED - THE
043810*    SCAN DOES NOT STOP AT THE FIRST MATCH. A FULL PRIOR-SITTING
043820*    TABLE ONLY SHORTENS THE DATE LIST ON THE EXCEPTION LISTING;
043830*    THE COUNT AND THE PRIOR BEST STAY EXACT.
043840 2640-MATCH-ONE-PRIOR.
043850     IF CAND-ID(J) NOT = HI-CAND-ID
043860         GO TO 2640-MATCH-ONE-PRIOR-EXIT
043870     END-IF.
043880     ADD 1 TO CAND-ATTEMPT-NO(J).
043890     IF HI-CAND-COMPOSITE > CAND-PRIOR-BEST(J)
043900         MOVE HI-CAND-COMPOSITE TO CAND-PRIOR-BEST(J)
043910     END-IF.
043920     IF PRIOR-SITTING-COUNT < SEL-MAX-PRIOR
043930         ADD 1 TO PRIOR-SITTING-COUNT
043940         MOVE J TO PRI-CAND-IX(PRIOR-SITTING-COUNT)
043950         MOVE HI-EXAM-DATE TO PRI-EXAM-DATE(PRIOR-SITTING-COUNT)
043960         MOVE HI-CAND-COMPOSITE
043970             TO PRI-COMPOSITE(PRIOR-SITTING-COUNT)
043980     ELSE
043990         IF SEL-PRIOR-TABLE-ROOM
044000             SET SEL-PRIOR-TABLE-FULL TO TRUE
044010             DISPLAY "BUBBLE-SORT: *** HISTORY WARNING *** MORE "
044020                 "THAN " SEL-MAX-PRIOR
044030                 " PRIOR SITTINGS MATCHED - "
044040                 "EXCEPTION DATE LISTS MAY BE SHORT."
044050             IF RETURN-CODE < 4
044060                 MOVE 4 TO RETURN-CODE
044070             END-IF
044080         END-IF
044090     END-IF.
044100 2640-MATCH-ONE-PRIOR-EXIT.
044110     EXIT.
044120*
044130*****************************************************************
044140*    4205-CHECK-MANIFEST - HOLD THE SITES DELIVERED TO THE SITE
044150*    MANIFEST (SEE 4200), ONE SITE AT A TIME THROUGH 4220. A
044160*    SIMULATION WARNS AND CARRIES ON; AN OFFICIAL RUN STOPS
044170*    THROUGH 4290.
044180*****************************************************************
044190 4205-CHECK-MANIFEST.
044200     MOVE ZERO TO SEL-SITE-MISSING-COUNT.
044210     MOVE ZERO TO SEL-SITE-UNEXPECT-COUNT.
044220     MOVE ZERO TO SEL-SITE-HEADCT-COUNT.
044230     PERFORM 4220-CHECK-ONE-MANIFEST-SITE
044240         THRU 4220-CHECK-ONE-MANIFEST-SITE-EXIT
044250         VARYING J FROM 1 BY 1 UNTIL J > SITE-COUNT.
044260     IF SEL-SITE-MISSING-COUNT = ZERO
044270         AND SEL-SITE-UNEXPECT-COUNT = ZERO
044280         AND SEL-SITE-HEADCT-COUNT = ZERO
044290         DISPLAY "BUBBLE-SORT: ALL " SEL-MANIFEST-COUNT
044300             " MANIFEST SITE(S) DELIVERED AND AGREE WITH THE "
044310             "PROCTOR HEADCOUNTS."
044320         GO TO 4205-CHECK-MANIFEST-EXIT
044330     END-IF.
044340     DISPLAY "BUBBLE-SORT: *** MANIFEST ERROR *** "
044350         SEL-SITE-MISSING-COUNT " SITE(S) MISSING, "
044360         SEL-SITE-UNEXPECT-COUNT " NOT ON THE MANIFEST, "
044370         SEL-SITE-HEADCT-COUNT " OFF THE PROCTOR HEADCOUNT.".
044380     IF CC-MODE-SIMULATE
044390         DISPLAY "BUBBLE-SORT: SIMULATION CONTINUES ON THE "
044400             "INTAKE AS DELIVERED."
044410         IF RETURN-CODE < 4
044420             MOVE 4 TO RETURN-CODE
044430         END-IF
044440         GO TO 4205-CHECK-MANIFEST-EXIT
044450     END-IF.
044460     DISPLAY "BUBBLE-SORT: RUN STOPPED - INTAKE DOES NOT MATCH "
044470         "THE SITE MANIFEST. NO CHECKPOINT WRITTEN.".
044480     PERFORM 4290-STOP-ON-MANIFEST
044490         THRU 4290-STOP-ON-MANIFEST-EXIT.
044500 4205-CHECK-MANIFEST-EXIT.
044510     EXIT.
044520*
044530*    A MANIFEST SITE WITH NEITHER A DETAIL RECORD NOR A TRAILER
044540*    NEVER REACHED THE INTAKE AT ALL. THE SCANNED COUNT IS EVERY
044550*    SHEET THE TRAILER SAYS WAS READ, HELD AND REJECTED SHEETS
044560*    INCLUDED (THE DETAIL RECORDS ONLY IF THE TRAILER IS MISSING).
044570 4220-CHECK-ONE-MANIFEST-SITE.
044580     IF SITE-NOT-ON-MANIFEST(J)
044590         DISPLAY "BUBBLE-SORT: *** MANIFEST ERROR *** SITE "
044600             SITE-CODE(J) " DELIVERED " SITE-REC-COUNT(J)
044610             " RECORD(S) BUT IS NOT ON THE SITE MANIFEST."
044620         ADD 1 TO SEL-SITE-UNEXPECT-COUNT
044630         GO TO 4220-CHECK-ONE-MANIFEST-SITE-EXIT
044640     END-IF.
044650     IF SITE-REC-COUNT(J) = ZERO
044660         AND SITE-TRAILER-MISSING(J)
044670         DISPLAY "BUBBLE-SORT: *** MANIFEST ERROR *** SITE "
044680             SITE-CODE(J) " IS ON THE MANIFEST (HEADCOUNT "
044690             SITE-HEADCOUNT(J) ") BUT NOTHING WAS DELIVERED."
044700         ADD 1 TO SEL-SITE-MISSING-COUNT
044710         GO TO 4220-CHECK-ONE-MANIFEST-SITE-EXIT
044720     END-IF.
044730     IF SITE-SCANNED-COUNT(J) NOT = SITE-HEADCOUNT(J)
044740         DISPLAY "BUBBLE-SORT: *** MANIFEST ERROR *** SITE "
044750             SITE-CODE(J) " SCANNED " SITE-SCANNED-COUNT(J)
044760             " SHEET(S), PROCTOR HEADCOUNT " SITE-HEADCOUNT(J)
044770             ", SHEETS COLLECTED " SITE-SHEETS(J) "."
044780         ADD 1 TO SEL-SITE-HEADCT-COUNT
044790     END-IF.
044800 4220-CHECK-ONE-MANIFEST-SITE-EXIT.
044810     EXIT.
044820*
044830*    AN OFFICIAL RUN STOPS ON THE MANIFEST WITH RETURN CODE 12,
044840*    LOGGED AS A FAILED RECONCILE ON THE AUDIT TRAIL.
044850 4290-STOP-ON-MANIFEST.
044860     MOVE 12 TO RETURN-CODE.
044870     SET SEL-RECONCILE-FAILED TO TRUE.
044880     MOVE ZERO TO SEL-EXTRACT-GENERATION.
044890     PERFORM 9100-WRITE-AUDIT-RECORD
044900         THRU 9100-WRITE-AUDIT-RECORD-EXIT.
044910     STOP RUN.
044920 4290-STOP-ON-MANIFEST-EXIT.
044930     EXIT.
044940*
044950*****************************************************************
044960*    7540-TRY-ONE-CHOICE - ONE OF CANDIDATE I'S CHOICES
044970*    (SEL-CHOICE-IX) AGAINST ITS PROGRAM'S QUOTA. A SEAT IS TAKEN
044980*    WHILE THE QUOTA HAS ROOM, OR UNDER TIE POLICY "A" WHEN THE
044990*    COMPOSITE TIES THE SCORE HOLDING THAT PROGRAM'S LAST QUOTA
045000*    SEAT (THE OVERHANG IS TALLIED FOR THE QUOTA LINE).
045010*****************************************************************
045020 7540-TRY-ONE-CHOICE.
045030     IF CAND-CHOICE(I, SEL-CHOICE-IX) = SPACES
045040         GO TO 7540-TRY-ONE-CHOICE-EXIT
045050     END-IF.
045060     MOVE CAND-CHOICE(I, SEL-CHOICE-IX) TO SEL-PROG-CODE.
045070     PERFORM 7520-LOCATE-PROGRAM-ENTRY
045080         THRU 7520-LOCATE-PROGRAM-ENTRY-EXIT.
045090     IF SEL-PROG-IX = ZERO
045100         GO TO 7540-TRY-ONE-CHOICE-EXIT
045110     END-IF.
045120     IF PGM-FILLED(SEL-PROG-IX) < PGM-QUOTA(SEL-PROG-IX)
045130         ADD 1 TO PGM-FILLED(SEL-PROG-IX)
045140         SET CAND-SELECTED(I) TO TRUE
045150         MOVE NUM(I) TO PGM-LAST-SCORE(SEL-PROG-IX)
045160     ELSE
045170         IF CC-TIE-ADMIT-ALL
045180             AND PGM-FILLED(SEL-PROG-IX) > ZERO
045190             AND NUM(I) = PGM-LAST-SCORE(SEL-PROG-IX)
045200             SET CAND-SELECTED(I) TO TRUE
045210             ADD 1 TO PGM-TIE-ADMITTED(SEL-PROG-IX)
045220             ADD 1 TO SEL-TIE-ADMIT-COUNT
045230         ELSE
045240             GO TO 7540-TRY-ONE-CHOICE-EXIT
045250         END-IF
045260     END-IF.
045270     MOVE SEL-PROG-CODE TO CAND-PROGRAM(I).
045280     MOVE SEL-CHOICE-IX TO CAND-CHOICE-NO(I).
045290     IF SEL-CHOICE-IX > 1
045300         ADD 1 TO PGM-LOWER-CHOICE(SEL-PROG-IX)
045310     END-IF.
045320 7540-TRY-ONE-CHOICE-EXIT.
045330     EXIT.
045340*
045350*    WAITLIST ORDINALS ARE KEPT PER PROGRAM, IN RANK ORDER OF
045360*    THE CANDIDATES WAITING ON THAT PROGRAM WHATEVER CHOICE IT
045370*    WAS FOR THEM; CAND-CHOICE-NO RECORDS WHICH CHOICE IT WAS.
045380 7550-WAITLIST-ONE-CHOICE.
045390     IF CAND-CHOICE(I, SEL-CHOICE-IX) = SPACES
045400         OR CC-WAITLIST-DEPTH = ZERO
045410         GO TO 7550-WAITLIST-ONE-CHOICE-EXIT
045420     END-IF.
045430     MOVE CAND-CHOICE(I, SEL-CHOICE-IX) TO SEL-PROG-CODE.
045440     PERFORM 7520-LOCATE-PROGRAM-ENTRY
045450         THRU 7520-LOCATE-PROGRAM-ENTRY-EXIT.
045460     IF SEL-PROG-IX = ZERO
045470         OR PGM-WAITLISTED(SEL-PROG-IX) NOT < CC-WAITLIST-DEPTH
045480         GO TO 7550-WAITLIST-ONE-CHOICE-EXIT
045490     END-IF.
045500     ADD 1 TO PGM-WAITLISTED(SEL-PROG-IX).
045510     MOVE PGM-WAITLISTED(SEL-PROG-IX) TO CAND-WAIT-ORD(I).
045520     MOVE SEL-PROG-CODE TO CAND-PROGRAM(I).
045530     MOVE SEL-CHOICE-IX TO CAND-CHOICE-NO(I).
045540 7550-WAITLIST-ONE-CHOICE-EXIT.
045550     EXIT.
045560*
045570*****************************************************************
045580*    8510-WRITE-EXTRACT-HEADER - NUMBER THIS RUN'S EXTRACT ONE
045590*    PAST THE LATEST GENERATION ON THE AUDIT TRAIL, CLEAR THE
045600*    TRAILER TOTALS 8600 ADDS UP AND WRITE THE HEADER. A RE-ISSUE
045610*    WITH NO EXAM DATE ON ITS CARD KEEPS THE DATE OF THE EXTRACT
045620*    IT RELOADED.
045630*****************************************************************
045640 8510-WRITE-EXTRACT-HEADER.
045650     COMPUTE SEL-EXTRACT-GENERATION = SEL-LATEST-GENERATION + 1.
045660     MOVE ZERO TO SEL-EXT-RECORD-COUNT.
045670     MOVE ZERO TO SEL-EXT-SELECTED-COUNT.
045680     MOVE ZERO TO SEL-EXT-SCORE-HASH.
045690     MOVE ZERO TO SEL-EXT-RANK-HASH.
045700     MOVE SPACES                 TO EXTRACT-RECORD.
045710     SET EX-HEADER-REC           TO TRUE.
045720     MOVE SEL-EXTRACT-GENERATION TO EX-HDR-GENERATION.
045730     ACCEPT EX-HDR-RUN-DATE FROM DATE YYYYMMDD.
045740     ACCEPT EX-HDR-RUN-TIME FROM TIME.
045750     MOVE CC-RUN-MODE            TO EX-HDR-RUN-MODE.
045760     IF CC-EXAM-DATE > ZERO
045770         MOVE CC-EXAM-DATE       TO EX-HDR-EXAM-DATE
045780     ELSE
045790         IF SEL-EXT-EXAM-DATE > ZERO
045800             MOVE SEL-EXT-EXAM-DATE TO EX-HDR-EXAM-DATE
045810         ELSE
045820             MOVE EX-HDR-RUN-DATE TO EX-HDR-EXAM-DATE
045830         END-IF
045840     END-IF.
045850     WRITE EXTRACT-RECORD.
045860 8510-WRITE-EXTRACT-HEADER-EXIT.
045870     EXIT.
