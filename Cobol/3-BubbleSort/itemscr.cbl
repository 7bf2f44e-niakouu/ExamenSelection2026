000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     ITEM-SCORER.
000030 AUTHOR.         D-TEAM APPLICATIONS GROUP.
000040 INSTALLATION.   ADMISSIONS-TESTING CENTER.
000050 DATE-WRITTEN.   10/05/26.
000060 DATE-COMPILED.  10/05/26.
000070*
000080*****************************************************************
000090*    MODIFICATION HISTORY
000100*    ------------------------------------------------------------
000110*    10/05/26  JWK  NEW PROGRAM. SCORES THE SITTING FROM THE
000120*                   SCANNERS' RAW ITEM RESPONSES (ITEMRSP
000130*                   COPYBOOK) AGAINST THE ANSWER KEY (ANSKEY
000140*                   COPYBOOK) AND WRITES THE EXAMSCR INTAKE,
000150*                   SITE TRAILERS INCLUDED, THAT BUBBLE-SORT
000160*                   LOADS. THE VERBAL AND QUANTITATIVE SECTION
000170*                   SCORES ARE NO LONGER COMPUTED BY THE SCANNER
000180*                   FIRMWARE, SO A MISKEYED OR AMBIGUOUS QUESTION
000190*                   IS FIXED ON THE KEY AND THE SITTING RESCORED
000200*                   HERE INSTEAD OF EVERY SITE RESCANNING. ALSO
000210*                   PRINTS THE ITEM-ANALYSIS REPORT (ITMLINE
000220*                   COPYBOOK) - DIFFICULTY, UPPER/LOWER GROUP
000230*                   DISCRIMINATION AND OPTION FREQUENCIES PER
000240*                   ITEM, WITH WEAK ITEMS FLAGGED FOR THE
000250*                   PSYCHOMETRICIAN.
000260*    10/07/26  JWK  THE ESSAY SECTION SCORE NOW COMES FROM THE
000270*                   RESOLVED-ESSAY-FILE (ESSYRES COPYBOOK) THAT
000280*                   ESSAY-RECONCILE BUILDS FROM THE READERS'
000290*                   MARKS, NOT FROM A MARK KEYED AT THE SITE.
000300*                   A SHEET WHOSE ESSAY IS NOT YET RESOLVED IS
000310*                   LISTED AND HELD OFF THE INTAKE RATHER THAN
000320*                   RANKED ON A PARTIAL MARK.
000330*    10/15/26  JWK  INTAKE TRAILER NOW CARRIES EVERY SHEET READ
000340*                   (ES-TRAILER-SCANNED) FOR THE MANIFEST CHECK.
000350*****************************************************************
000360*
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.   IBM-370.
000400 OBJECT-COMPUTER.   IBM-370.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT ANSWER-KEY-FILE ASSIGN TO ANSKEY
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS SC-ANSKEY-STATUS.
000460*
000470     SELECT ITEM-RESPONSE-FILE ASSIGN TO ITEMRESP
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS SC-ITEMRESP-STATUS.
000500*
000510     SELECT SECTION-WEIGHT-FILE ASSIGN TO SECWGT
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS SC-SECWGT-STATUS.
000540*
000550     SELECT EXAM-SCORES-FILE ASSIGN TO EXAMSCR
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS SC-EXAMSCR-STATUS.
000580*
000590     SELECT ITEM-ANALYSIS-FILE ASSIGN TO ITEMRPT
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS SC-ITEMRPT-STATUS.
000620*
000630     SELECT RESOLVED-ESSAY-FILE ASSIGN TO ESSYRES
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS SC-ESSYRES-STATUS.
000660*
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  ANSWER-KEY-FILE
000700     RECORDING MODE IS F.
000710 01  ANSWER-KEY-RECORD.
000720     COPY ANSKEY.
000730*
000740 FD  ITEM-RESPONSE-FILE
000750     RECORDING MODE IS F.
000760 01  ITEM-RESPONSE-RECORD.
000770     COPY ITEMRSP.
000780*
000790 FD  SECTION-WEIGHT-FILE
000800     RECORDING MODE IS F.
000810 01  SECTION-WEIGHT-RECORD.
000820     COPY SECWGT.
000830*
000840 FD  EXAM-SCORES-FILE
000850     RECORDING MODE IS F.
000860 01  EXAM-SCORES-RECORD.
000870     COPY EXAMSCR.
000880*
000890 FD  ITEM-ANALYSIS-FILE
000900     RECORDING MODE IS F.
000910 01  ITEM-ANALYSIS-LINE.
000920     COPY ITMLINE.
000930*
000940 FD  RESOLVED-ESSAY-FILE
000950     RECORDING MODE IS F.
000960 01  RESOLVED-ESSAY-RECORD.
000970     COPY ESSYRES.
000980*
000990 WORKING-STORAGE SECTION.
001000*
001010*****************************************************************
001020*    SWITCHES AND STATUS FIELDS
001030*****************************************************************
001040 77  SC-ANSKEY-STATUS        PIC X(02) VALUE SPACES.
001050     88  SC-ANSKEY-OK            VALUE "00".
001060     88  SC-ANSKEY-EOF           VALUE "10".
001070*
001080 77  SC-ITEMRESP-STATUS      PIC X(02) VALUE SPACES.
001090     88  SC-ITEMRESP-OK          VALUE "00".
001100     88  SC-ITEMRESP-EOF         VALUE "10".
001110*
001120 77  SC-SECWGT-STATUS        PIC X(02) VALUE SPACES.
001130     88  SC-SECWGT-OK            VALUE "00".
001140*
001150 77  SC-EXAMSCR-STATUS       PIC X(02) VALUE SPACES.
001160     88  SC-EXAMSCR-OK           VALUE "00".
001170*
001180 77  SC-ITEMRPT-STATUS       PIC X(02) VALUE SPACES.
001190     88  SC-ITEMRPT-OK           VALUE "00".
001200*
001210 77  SC-ESSYRES-STATUS       PIC X(02) VALUE SPACES.
001220     88  SC-ESSYRES-OK           VALUE "00".
001230     88  SC-ESSYRES-EOF          VALUE "10".
001240*
001250 77  I                       PIC 9(05) COMP VALUE ZERO.
001260 77  J                       PIC 9(05) COMP VALUE ZERO.
001270 77  K                       PIC 9(05) COMP VALUE ZERO.
001280 77  SC-MAX-ITEMS            PIC 9(03) COMP VALUE 150.
001290 77  SC-KEY-COUNT            PIC 9(03) COMP VALUE ZERO.
001300 77  SC-ACTIVE-COUNT         PIC 9(03) COMP VALUE ZERO.
001310 77  SC-DROPPED-COUNT        PIC 9(03) COMP VALUE ZERO.
001320 77  SC-WEAK-COUNT           PIC 9(03) COMP VALUE ZERO.
001330*
001340*    POINTS POSSIBLE PER SECTION COUNT ACTIVE ITEMS ONLY - A
001350*    DROPPED ITEM LOWERS THE CEILING FOR EVERY CANDIDATE ALIKE.
001360 77  SC-VERBAL-POSSIBLE      PIC 9(05) COMP VALUE ZERO.
001370 77  SC-QUANT-POSSIBLE       PIC 9(05) COMP VALUE ZERO.
001380 77  SC-VERBAL-EARNED        PIC 9(05) COMP VALUE ZERO.
001390 77  SC-QUANT-EARNED         PIC 9(05) COMP VALUE ZERO.
001400 77  SC-RAW-TOTAL            PIC 9(05) COMP VALUE ZERO.
001410 77  SC-VERBAL-SCALED        PIC 9(03) VALUE ZERO.
001420 77  SC-QUANT-SCALED         PIC 9(03) VALUE ZERO.
001430*
001440 77  SC-DETAIL-READ          PIC 9(05) COMP VALUE ZERO.
001450 77  SC-SCORED-COUNT         PIC 9(05) COMP VALUE ZERO.
001460 77  SC-REJECT-COUNT         PIC 9(05) COMP VALUE ZERO.
001470 77  SC-TRAILERS-WRITTEN     PIC 9(03) COMP VALUE ZERO.
001480 77  SC-REJECT-REASON        PIC X(30) VALUE SPACES.
001490 77  SC-ESSAY-REC-NO         PIC 9(05) COMP VALUE ZERO.
001500*
001510 77  SC-SITE-COUNT           PIC 9(03) COMP VALUE ZERO.
001520 77  SC-MAX-SITES            PIC 9(03) COMP VALUE 10.
001530 77  SC-SITE-IX              PIC 9(03) COMP VALUE ZERO.
001540*
001550 77  SC-ESSAY-COUNT          PIC 9(05) COMP VALUE ZERO.
001560 77  SC-MAX-ESSAYS           PIC 9(05) COMP VALUE 30000.
001570 77  SC-ESSAY-IX             PIC 9(05) COMP VALUE ZERO.
001580 77  SC-HELD-COUNT           PIC 9(05) COMP VALUE ZERO.
001590*
001600*    RESPONSE CLASSES - OPTIONS A THRU E ARE 1 THRU 5, AN
001610*    OMITTED ITEM IS 6 AND A MULTIPLE OR UNREADABLE MARK IS 7.
001620 77  SC-OPTION-CHAR          PIC X(01) VALUE SPACE.
001630 77  SC-OPTION-IX            PIC 9(01) VALUE ZERO.
001640*
001650*    UPPER AND LOWER GROUPS ARE THE TOP AND BOTTOM 27 PERCENT
001660*    OF CANDIDATES BY RAW POINTS ON THE ACTIVE ITEMS. CANDIDATES
001670*    TIED AT A CUT SCORE ALL FALL INTO THAT GROUP.
001680 77  SC-GROUP-PCT            PIC 9(03) COMP VALUE 27.
001690 77  SC-GROUP-TARGET         PIC 9(05) COMP VALUE ZERO.
001700 77  SC-RUNNING-COUNT        PIC 9(05) COMP VALUE ZERO.
001710 77  SC-CUT-IX               PIC 9(05) COMP VALUE ZERO.
001720 77  SC-DIST-TOP             PIC 9(05) COMP VALUE ZERO.
001730 77  SC-UPPER-CUT            PIC 9(05) COMP VALUE ZERO.
001740 77  SC-LOWER-CUT            PIC 9(05) COMP VALUE ZERO.
001750 77  SC-UPPER-COUNT          PIC 9(05) COMP VALUE ZERO.
001760 77  SC-LOWER-COUNT          PIC 9(05) COMP VALUE ZERO.
001770*
001780 77  SC-DIFFICULTY           PIC 9(01)V9(02) VALUE ZERO.
001790 77  SC-DISCRIM              PIC S9(01)V9(02) VALUE ZERO.
001800 77  SC-OPTION-PCT           PIC 9(03) VALUE ZERO.
001810*
001820*    THE PSYCHOMETRICIAN'S STANDING FIGURES FOR A WEAK ITEM.
001830 77  SC-MIN-DISCRIM          PIC 9(01)V9(02) VALUE 0.20.
001840 77  SC-HARD-LIMIT           PIC 9(01)V9(02) VALUE 0.20.
001850 77  SC-EASY-LIMIT           PIC 9(01)V9(02) VALUE 0.95.
001860*
001870 77  SC-DISTRACTOR-SWITCH    PIC X(01) VALUE "N".
001880     88  SC-DISTRACTOR-OVER      VALUE "Y".
001890*
001900 77  SC-XCP-HEADER-SWITCH    PIC X(01) VALUE "N".
001910     88  SC-XCP-HEADER-DONE      VALUE "Y".
001920*
001930*****************************************************************
001940*    ITEM TABLE - SUBSCRIPTED BY ITEM NUMBER (ANSWER SHEET
001950*    POSITION). LOADED FROM THE ANSWER KEY, THEN CARRIES THE
001960*    RESPONSE TALLIES FOR THE ITEM-ANALYSIS REPORT.
001970*****************************************************************
001980 01  ITEM-TABLE.
001990     05  ITEM-ENTRY              OCCURS 150 TIMES.
002000         10  KT-KEYED-FLAG       PIC X(01).
002010             88  KT-KEYED            VALUE "Y".
002020             88  KT-NOT-KEYED        VALUE "N".
002030         10  KT-SECTION          PIC X(01).
002040             88  KT-VERBAL-ITEM      VALUE "V".
002050             88  KT-QUANT-ITEM       VALUE "Q".
002060         10  KT-CORRECT-OPTION   PIC X(01).
002070         10  KT-CORRECT-IX       PIC 9(01).
002080         10  KT-POINTS           PIC 9(02).
002090         10  KT-STATUS           PIC X(01).
002100             88  KT-ACTIVE           VALUE "A".
002110             88  KT-DROPPED          VALUE "D".
002120         10  KT-RESPONSE-COUNT   PIC 9(05) COMP
002130                 OCCURS 7 TIMES.
002140         10  KT-CORRECT-COUNT    PIC 9(05) COMP.
002150         10  KT-UPPER-CORRECT    PIC 9(05) COMP.
002160         10  KT-LOWER-CORRECT    PIC 9(05) COMP.
002170*
002180*****************************************************************
002190*    RESOLVED ESSAY TABLE - THE SETTLED ESSAY MARK FOR EVERY
002200*    CANDIDATE ESSAY-RECONCILE HAS RELEASED
002210*****************************************************************
002220 01  RESOLVED-ESSAY-TABLE.
002230     05  RESOLVED-ESSAY-ENTRY
002240             OCCURS 0 TO 30000 TIMES
002250             DEPENDING ON SC-ESSAY-COUNT.
002260         10  RE-CAND-ID          PIC X(10).
002270         10  RE-ESSAY-SCORE      PIC 9(03).
002280*
002290*****************************************************************
002300*    RAW-SCORE DISTRIBUTION - CANDIDATES AT EACH RAW POINT
002310*    TOTAL, SUBSCRIPTED BY TOTAL + 1. 150 ITEMS AT UP TO 99
002320*    POINTS EACH FITS. USED TO FIND THE GROUP CUT SCORES.
002330*****************************************************************
002340 01  SCORE-DISTRIBUTION.
002350     05  SD-COUNT                PIC 9(05) COMP
002360             OCCURS 15000 TIMES.
002370*
002380*****************************************************************
002390*    SITE TABLE - WHAT EACH SCANNER DELIVERED AGAINST ITS OWN
002400*    TRAILER, AND WHAT WENT OUT ON THE INTAKE FOR THAT SITE
002410*****************************************************************
002420 01  SITE-TABLE.
002430     05  SITE-ENTRY
002440             OCCURS 0 TO 10 TIMES
002450             DEPENDING ON SC-SITE-COUNT.
002460         10  ST-SITE-CODE        PIC X(03).
002470         10  ST-READ-COUNT       PIC 9(05) COMP.
002480         10  ST-SCANNER-COUNT    PIC 9(05) COMP.
002490         10  ST-WRITTEN-COUNT    PIC 9(05) COMP.
002500         10  ST-SCORE-SUM        PIC 9(07) COMP.
002510         10  ST-TRAILER-FLAG     PIC X(01).
002520             88  ST-TRAILER-SEEN     VALUE "Y".
002530             88  ST-TRAILER-MISSING  VALUE "N".
002540         10  ST-OUTCOME          PIC X(24).
002550*
002560*****************************************************************
002570*    ITEM-ANALYSIS REPORT PRINT LINES
002580*****************************************************************
002590 01  ITM-HEADER-LINE         PIC X(80) VALUE
002600     "ITEM ANALYSIS AND SCORING CONTROL REPORT".
002610*
002620 01  ITM-XCP-HEADER-LINE     PIC X(80) VALUE
002630     "SCORING EXCEPTIONS - NOT WRITTEN TO THE INTAKE".
002640*
002650 01  ITM-XCP-LINE.
002660     05  IXL-SITE-CODE       PIC X(03).
002670     05  FILLER              PIC X(02) VALUE SPACES.
002680     05  IXL-CAND-ID         PIC X(10).
002690     05  FILLER              PIC X(02) VALUE SPACES.
002700     05  IXL-REASON          PIC X(30).
002710     05  FILLER              PIC X(33) VALUE SPACES.
002720*
002730 01  ITM-COL-HEADER-LINE.
002740     05  FILLER              PIC X(40) VALUE
002750         "ITM S  K  PT STAT DIFF  DISC   A   B   C".
002760     05  FILLER              PIC X(40) VALUE
002770         "   D   E OMT MLT  FLAG".
002780*
002790 01  ITM-DETAIL-LINE.
002800     05  IAL-ITEM-NUMBER     PIC ZZ9.
002810     05  FILLER              PIC X(01) VALUE SPACES.
002820     05  IAL-SECTION         PIC X(01).
002830     05  FILLER              PIC X(02) VALUE SPACES.
002840     05  IAL-KEY             PIC X(01).
002850     05  FILLER              PIC X(02) VALUE SPACES.
002860     05  IAL-POINTS          PIC Z9.
002870     05  FILLER              PIC X(01) VALUE SPACES.
002880     05  IAL-STATUS          PIC X(04).
002890     05  FILLER              PIC X(01) VALUE SPACES.
002900     05  IAL-DIFFICULTY      PIC 9.99.
002910     05  FILLER              PIC X(01) VALUE SPACES.
002920     05  IAL-DISCRIM         PIC -9.99.
002930     05  IAL-OPTION-PCT      PIC ZZZ9
002940             OCCURS 7 TIMES.
002950     05  FILLER              PIC X(02) VALUE SPACES.
002960     05  IAL-FLAG            PIC X(22).
002970*
002980 01  ITM-GROUP-LINE.
002990     05  FILLER              PIC X(22) VALUE
003000         "UPPER GROUP RAW >=".
003010     05  IGL-UPPER-CUT       PIC Z(04)9.
003020     05  FILLER              PIC X(03) VALUE SPACES.
003030     05  IGL-UPPER-COUNT     PIC Z(04)9.
003040     05  FILLER              PIC X(05) VALUE " CAND".
003050     05  FILLER              PIC X(04) VALUE SPACES.
003060     05  FILLER              PIC X(12) VALUE
003070         "LOWER RAW <=".
003080     05  IGL-LOWER-CUT       PIC Z(04)9.
003090     05  FILLER              PIC X(03) VALUE SPACES.
003100     05  IGL-LOWER-COUNT     PIC Z(04)9.
003110     05  FILLER              PIC X(05) VALUE " CAND".
003120     05  FILLER              PIC X(06) VALUE SPACES.
003130*
003140 01  ITM-COUNT-LINE.
003150     05  ICL-LABEL           PIC X(40).
003160     05  ICL-COUNT           PIC Z(04)9.
003170     05  FILLER              PIC X(35) VALUE SPACES.
003180*
003190 01  ITM-SITE-HEADER-LINE    PIC X(80) VALUE
003200     "SITE  READ  SCANNER  WRITTEN      SUM  OUTCOME".
003210*
003220 01  ITM-SITE-LINE.
003230     05  ISL-SITE-CODE       PIC X(03).
003240     05  FILLER              PIC X(02) VALUE SPACES.
003250     05  ISL-READ-COUNT      PIC Z(04)9.
003260     05  FILLER              PIC X(04) VALUE SPACES.
003270     05  ISL-SCANNER-COUNT   PIC Z(04)9.
003280     05  FILLER              PIC X(04) VALUE SPACES.
003290     05  ISL-WRITTEN-COUNT   PIC Z(04)9.
003300     05  FILLER              PIC X(02) VALUE SPACES.
003310     05  ISL-SCORE-SUM       PIC Z(06)9.
003320     05  FILLER              PIC X(02) VALUE SPACES.
003330     05  ISL-OUTCOME         PIC X(24).
003340     05  FILLER              PIC X(17) VALUE SPACES.
003350*
003360 01  ITM-NO-CANDIDATES-LINE  PIC X(80) VALUE
003370     "NO CANDIDATES SCORED - NO ITEM STATISTICS.".
003380*
003390 PROCEDURE DIVISION.
003400*
003410*****************************************************************
003420*    0000-MAINLINE
003430*****************************************************************
003440 0000-MAINLINE.
003450     PERFORM 1000-INITIALIZE
003460         THRU 1000-INITIALIZE-EXIT.
003470     PERFORM 1100-LOAD-ANSWER-KEY
003480         THRU 1100-LOAD-ANSWER-KEY-EXIT.
003490     PERFORM 1200-LOAD-SECTION-MAXIMA
003500         THRU 1200-LOAD-SECTION-MAXIMA-EXIT.
003510     PERFORM 1300-LOAD-RESOLVED-ESSAYS
003520         THRU 1300-LOAD-RESOLVED-ESSAYS-EXIT.
003530     PERFORM 2000-SCORE-RESPONSES
003540         THRU 2000-SCORE-RESPONSES-EXIT.
003550     PERFORM 2500-WRITE-SITE-TRAILERS
003560         THRU 2500-WRITE-SITE-TRAILERS-EXIT.
003570     PERFORM 3000-GROUP-ANALYSIS
003580         THRU 3000-GROUP-ANALYSIS-EXIT.
003590     PERFORM 4000-WRITE-ITEM-REPORT
003600         THRU 4000-WRITE-ITEM-REPORT-EXIT.
003610     PERFORM 9000-TERMINATE
003620         THRU 9000-TERMINATE-EXIT.
003630     STOP RUN.
003640*
003650*****************************************************************
003660*    1000-INITIALIZE - EVERY FILE IS REQUIRED. THE INTAKE IS
003670*    OPENED HERE SO A BAD ALLOCATION STOPS THE STEP BEFORE ANY
003680*    SCORING IS DONE.
003690*****************************************************************
003700 1000-INITIALIZE.
003710     OPEN INPUT ANSWER-KEY-FILE.
003720     IF NOT SC-ANSKEY-OK
003730         DISPLAY "ITEM-SCORER: *** KEY ERROR *** UNABLE TO OPEN"
003740             " ANSWER-KEY-FILE, STATUS = " SC-ANSKEY-STATUS
003750         MOVE 16 TO RETURN-CODE
003760         STOP RUN
003770     END-IF.
003780     OPEN INPUT ITEM-RESPONSE-FILE.
003790     IF NOT SC-ITEMRESP-OK
003800         DISPLAY "ITEM-SCORER: UNABLE TO OPEN ITEM-RESPONSE-"
003810             "FILE, STATUS = " SC-ITEMRESP-STATUS
003820         MOVE 16 TO RETURN-CODE
003830         STOP RUN
003840     END-IF.
003850     OPEN OUTPUT EXAM-SCORES-FILE.
003860     IF NOT SC-EXAMSCR-OK
003870         DISPLAY "ITEM-SCORER: UNABLE TO OPEN EXAM-SCORES-FILE,"
003880             " STATUS = " SC-EXAMSCR-STATUS
003890         MOVE 16 TO RETURN-CODE
003900         STOP RUN
003910     END-IF.
003920     OPEN OUTPUT ITEM-ANALYSIS-FILE.
003930     IF NOT SC-ITEMRPT-OK
003940         DISPLAY "ITEM-SCORER: UNABLE TO OPEN ITEM-ANALYSIS-"
003950             "FILE, STATUS = " SC-ITEMRPT-STATUS
003960         MOVE 16 TO RETURN-CODE
003970         STOP RUN
003980     END-IF.
003990     PERFORM 1010-CLEAR-ONE-ITEM
004000         THRU 1010-CLEAR-ONE-ITEM-EXIT
004010         VARYING I FROM 1 BY 1 UNTIL I > SC-MAX-ITEMS.
004020     PERFORM 1020-CLEAR-ONE-TOTAL
004030         THRU 1020-CLEAR-ONE-TOTAL-EXIT
004040         VARYING I FROM 1 BY 1 UNTIL I > 15000.
004050     WRITE ITEM-ANALYSIS-LINE FROM ITM-HEADER-LINE.
004060     MOVE SPACES TO ITEM-ANALYSIS-LINE.
004070     WRITE ITEM-ANALYSIS-LINE.
004080 1000-INITIALIZE-EXIT.
004090     EXIT.
004100*
004110 1010-CLEAR-ONE-ITEM.
004120     SET KT-NOT-KEYED(I) TO TRUE.
004130     MOVE SPACES TO KT-SECTION(I).
004140     MOVE SPACES TO KT-CORRECT-OPTION(I).
004150     MOVE ZERO   TO KT-CORRECT-IX(I).
004160     MOVE ZERO   TO KT-POINTS(I).
004170     MOVE SPACES TO KT-STATUS(I).
004180     MOVE ZERO   TO KT-CORRECT-COUNT(I).
004190     MOVE ZERO   TO KT-UPPER-CORRECT(I).
004200     MOVE ZERO   TO KT-LOWER-CORRECT(I).
004210     PERFORM 1015-CLEAR-ONE-RESPONSE-COUNT
004220         THRU 1015-CLEAR-ONE-RESPONSE-COUNT-EXIT
004230         VARYING J FROM 1 BY 1 UNTIL J > 7.
004240 1010-CLEAR-ONE-ITEM-EXIT.
004250     EXIT.
004260*
004270 1015-CLEAR-ONE-RESPONSE-COUNT.
004280     MOVE ZERO TO KT-RESPONSE-COUNT(I, J).
004290 1015-CLEAR-ONE-RESPONSE-COUNT-EXIT.
004300     EXIT.
004310*
004320 1020-CLEAR-ONE-TOTAL.
004330     MOVE ZERO TO SD-COUNT(I).
004340 1020-CLEAR-ONE-TOTAL-EXIT.
004350     EXIT.
004360*
004370*****************************************************************
004380*    1100-LOAD-ANSWER-KEY - ONE RECORD PER ITEM. A KEY THAT
004390*    CANNOT BE TRUSTED CANNOT SCORE ANYONE, SO EVERY EDIT HERE
004400*    IS FATAL: THE RUN STOPS BEFORE A SINGLE INTAKE RECORD IS
004410*    WRITTEN AND THE KEY IS CORRECTED AND THE STEP RERUN.
004420*****************************************************************
004430 1100-LOAD-ANSWER-KEY.
004440     PERFORM 1110-READ-KEY-RECORD
004450         THRU 1110-READ-KEY-RECORD-EXIT
004460         UNTIL SC-ANSKEY-EOF.
004470     CLOSE ANSWER-KEY-FILE.
004480     IF SC-KEY-COUNT = ZERO
004490         DISPLAY "ITEM-SCORER: *** KEY ERROR *** ANSWER-KEY-"
004500             "FILE IS EMPTY."
004510         MOVE 16 TO RETURN-CODE
004520         STOP RUN
004530     END-IF.
004540*    A SECTION WITH NOTHING LEFT TO SCORE CANNOT BE SCALED -
004550*    DROPPING EVERY ITEM IN A SECTION IS A KEY ERROR, NOT A
004560*    ROUND OF ZEROS FOR THE WHOLE SITTING.
004570     IF SC-VERBAL-POSSIBLE = ZERO
004580         OR SC-QUANT-POSSIBLE = ZERO
004590         DISPLAY "ITEM-SCORER: *** KEY ERROR *** NO ACTIVE "
004600             "POINTS IN THE VERBAL OR QUANTITATIVE SECTION."
004610         MOVE 16 TO RETURN-CODE
004620         STOP RUN
004630     END-IF.
004640     DISPLAY "ITEM-SCORER: " SC-KEY-COUNT " ITEM(S) KEYED, "
004650         SC-ACTIVE-COUNT " ACTIVE, " SC-DROPPED-COUNT
004660         " DROPPED - VERBAL " SC-VERBAL-POSSIBLE
004670         " POINTS, QUANT " SC-QUANT-POSSIBLE " POINTS.".
004680 1100-LOAD-ANSWER-KEY-EXIT.
004690     EXIT.
004700*
004710 1110-READ-KEY-RECORD.
004720     READ ANSWER-KEY-FILE
004730         AT END
004740             SET SC-ANSKEY-EOF TO TRUE
004750             GO TO 1110-READ-KEY-RECORD-EXIT
004760     END-READ.
004770     IF AK-ITEM-NUMBER NOT NUMERIC
004780         OR AK-ITEM-NUMBER = ZERO
004790         OR AK-ITEM-NUMBER > SC-MAX-ITEMS
004800         DISPLAY "ITEM-SCORER: *** KEY ERROR *** ITEM NUMBER "
004810             AK-ITEM-NUMBER " IS NOT 001 THRU " SC-MAX-ITEMS
004820             "."
004830         MOVE 16 TO RETURN-CODE
004840         STOP RUN
004850     END-IF.
004860     MOVE AK-ITEM-NUMBER TO I.
004870     IF KT-KEYED(I)
004880         DISPLAY "ITEM-SCORER: *** KEY ERROR *** ITEM "
004890             AK-ITEM-NUMBER " IS KEYED MORE THAN ONCE."
004900         MOVE 16 TO RETURN-CODE
004910         STOP RUN
004920     END-IF.
004930     IF NOT AK-VERBAL-ITEM
004940         AND NOT AK-QUANT-ITEM
004950         DISPLAY "ITEM-SCORER: *** KEY ERROR *** ITEM "
004960             AK-ITEM-NUMBER " HAS SECTION " AK-SECTION
004970             " - MUST BE V OR Q."
004980         MOVE 16 TO RETURN-CODE
004990         STOP RUN
005000     END-IF.
005010     IF NOT AK-VALID-OPTION
005020         DISPLAY "ITEM-SCORER: *** KEY ERROR *** ITEM "
005030             AK-ITEM-NUMBER " IS KEYED " AK-CORRECT-OPTION
005040             " - MUST BE A THRU E."
005050         MOVE 16 TO RETURN-CODE
005060         STOP RUN
005070     END-IF.
005080     IF AK-POINT-VALUE NOT NUMERIC
005090         OR AK-POINT-VALUE = ZERO
005100         DISPLAY "ITEM-SCORER: *** KEY ERROR *** ITEM "
005110             AK-ITEM-NUMBER " HAS NO USABLE POINT VALUE."
005120         MOVE 16 TO RETURN-CODE
005130         STOP RUN
005140     END-IF.
005150     IF NOT AK-ACTIVE
005160         AND NOT AK-DROPPED
005170         DISPLAY "ITEM-SCORER: *** KEY ERROR *** ITEM "
005180             AK-ITEM-NUMBER " HAS STATUS " AK-ITEM-STATUS
005190             " - MUST BE A OR D."
005200         MOVE 16 TO RETURN-CODE
005210         STOP RUN
005220     END-IF.
005230     SET KT-KEYED(I) TO TRUE.
005240     MOVE AK-SECTION        TO KT-SECTION(I).
005250     MOVE AK-CORRECT-OPTION TO KT-CORRECT-OPTION(I).
005260     MOVE AK-CORRECT-OPTION TO SC-OPTION-CHAR.
005270     PERFORM 2350-CLASSIFY-RESPONSE
005280         THRU 2350-CLASSIFY-RESPONSE-EXIT.
005290     MOVE SC-OPTION-IX      TO KT-CORRECT-IX(I).
005300     MOVE AK-POINT-VALUE    TO KT-POINTS(I).
005310     MOVE AK-ITEM-STATUS    TO KT-STATUS(I).
005320     ADD 1 TO SC-KEY-COUNT.
005330     IF AK-DROPPED
005340         ADD 1 TO SC-DROPPED-COUNT
005350         GO TO 1110-READ-KEY-RECORD-EXIT
005360     END-IF.
005370     ADD 1 TO SC-ACTIVE-COUNT.
005380     IF AK-VERBAL-ITEM
005390         ADD AK-POINT-VALUE TO SC-VERBAL-POSSIBLE
005400     ELSE
005410         ADD AK-POINT-VALUE TO SC-QUANT-POSSIBLE
005420     END-IF.
005430 1110-READ-KEY-RECORD-EXIT.
005440     EXIT.
005450*
005460*****************************************************************
005470*    1200-LOAD-SECTION-MAXIMA - THE SAME SECWGT CARD BUBBLE-
005480*    SORT READS. RAW POINTS ARE SCALED ONTO EACH SECTION'S
005490*    MAXIMUM HERE SO THE INTAKE ARRIVES ON THE SCALE THE
005500*    COMPOSITE EXPECTS, WHATEVER THE ITEM COUNT OR POINT
005510*    VALUES ON THIS SITTING'S FORM. THE WEIGHTS ARE BUBBLE-
005520*    SORT'S BUSINESS AND ARE NOT CHECKED HERE.
005530*****************************************************************
005540 1200-LOAD-SECTION-MAXIMA.
005550     OPEN INPUT SECTION-WEIGHT-FILE.
005560     IF NOT SC-SECWGT-OK
005570         DISPLAY "ITEM-SCORER: *** WEIGHT ERROR *** UNABLE TO "
005580             "OPEN SECTION-WEIGHT-FILE, STATUS = "
005590             SC-SECWGT-STATUS
005600         MOVE 16 TO RETURN-CODE
005610         STOP RUN
005620     END-IF.
005630     READ SECTION-WEIGHT-FILE
005640         AT END
005650             DISPLAY "ITEM-SCORER: *** WEIGHT ERROR *** SECTION-"
005660                 "WEIGHT-FILE IS EMPTY."
005670             MOVE 16 TO RETURN-CODE
005680             STOP RUN
005690     END-READ.
005700     IF WG-VERBAL-MAX NOT NUMERIC
005710         OR WG-QUANT-MAX NOT NUMERIC
005720         OR WG-VERBAL-MAX = ZERO
005730         OR WG-QUANT-MAX = ZERO
005740         DISPLAY "ITEM-SCORER: *** WEIGHT ERROR *** VERBAL OR "
005750             "QUANT SECTION MAXIMUM IS NOT USABLE."
005760         MOVE 16 TO RETURN-CODE
005770         STOP RUN
005780     END-IF.
005790     CLOSE SECTION-WEIGHT-FILE.
005800 1200-LOAD-SECTION-MAXIMA-EXIT.
005810     EXIT.
005820*
005830*****************************************************************
005840*    1300-LOAD-RESOLVED-ESSAYS - THE RECONCILED ESSAY MARKS FROM
005850*    ESSAY-RECONCILE. THE FILE IS REQUIRED: WITHOUT IT NO ESSAY
005860*    IS RESOLVED AND EVERY CANDIDATE WOULD BE HELD. IT IS BUILT
005870*    BY OUR OWN STEP, SO A DAMAGED RECORD MEANS THE STEP BEFORE
005880*    THIS ONE DID NOT FINISH, AND IS FATAL.
005890*****************************************************************
005900 1300-LOAD-RESOLVED-ESSAYS.
005910     OPEN INPUT RESOLVED-ESSAY-FILE.
005920     IF NOT SC-ESSYRES-OK
005930         DISPLAY "ITEM-SCORER: *** ESSAY ERROR *** UNABLE TO OPEN"
005940             " RESOLVED-ESSAY-FILE, STATUS = " SC-ESSYRES-STATUS
005950         MOVE 16 TO RETURN-CODE
005960         STOP RUN
005970     END-IF.
005980     PERFORM 1310-READ-RESOLVED-ESSAY
005990         THRU 1310-READ-RESOLVED-ESSAY-EXIT
006000         UNTIL SC-ESSYRES-EOF.
006010     CLOSE RESOLVED-ESSAY-FILE.
006020     DISPLAY "ITEM-SCORER: " SC-ESSAY-COUNT
006030         " RESOLVED ESSAY MARK(S) LOADED.".
006040 1300-LOAD-RESOLVED-ESSAYS-EXIT.
006050     EXIT.
006060*
006070 1310-READ-RESOLVED-ESSAY.
006080     READ RESOLVED-ESSAY-FILE
006090         AT END
006100             SET SC-ESSYRES-EOF TO TRUE
006110             GO TO 1310-READ-RESOLVED-ESSAY-EXIT
006120     END-READ.
006130     IF RS-CANDIDATE-ID = SPACES
006140         OR RS-ESSAY-SCORE NOT NUMERIC
006150         ADD 1 SC-ESSAY-COUNT GIVING SC-ESSAY-REC-NO
006160         DISPLAY "ITEM-SCORER: *** ESSAY ERROR *** ESSYRES REC "
006170             SC-ESSAY-REC-NO " DAMAGED - RERUN ESSAY-RECONCILE."
006180         MOVE 16 TO RETURN-CODE
006190         STOP RUN
006200     END-IF.
006210     IF SC-ESSAY-COUNT = SC-MAX-ESSAYS
006220         DISPLAY "ITEM-SCORER: *** ESSAY ERROR *** MORE THAN "
006230             SC-MAX-ESSAYS " RESOLVED ESSAYS - TABLE IS FULL."
006240         MOVE 16 TO RETURN-CODE
006250         STOP RUN
006260     END-IF.
006270     ADD 1 TO SC-ESSAY-COUNT.
006280     MOVE RS-CANDIDATE-ID TO RE-CAND-ID(SC-ESSAY-COUNT).
006290     MOVE RS-ESSAY-SCORE  TO RE-ESSAY-SCORE(SC-ESSAY-COUNT).
006300 1310-READ-RESOLVED-ESSAY-EXIT.
006310     EXIT.
006320*
006330*****************************************************************
006340*    2000-SCORE-RESPONSES - FIRST PASS OVER THE SCANNER FILE.
006350*    EACH ANSWER SHEET IS SCORED AGAINST THE KEY AND WRITTEN TO
006360*    THE INTAKE AS AN EXAMSCR DETAIL RECORD; THE OPTION TALLIES
006370*    AND RAW-SCORE DISTRIBUTION FOR THE ITEM ANALYSIS ARE TAKEN
006380*    ON THE WAY THROUGH.
006390*****************************************************************
006400 2000-SCORE-RESPONSES.
006410     PERFORM 2100-READ-RESPONSE
006420         THRU 2100-READ-RESPONSE-EXIT
006430         UNTIL SC-ITEMRESP-EOF.
006440     CLOSE ITEM-RESPONSE-FILE.
006450     DISPLAY "ITEM-SCORER: " SC-DETAIL-READ " ANSWER SHEET(S) "
006460         "READ, " SC-SCORED-COUNT " SCORED, " SC-REJECT-COUNT
006470         " REJECTED.".
006480 2000-SCORE-RESPONSES-EXIT.
006490     EXIT.
006500*
006510 2100-READ-RESPONSE.
006520     READ ITEM-RESPONSE-FILE
006530         AT END
006540             SET SC-ITEMRESP-EOF TO TRUE
006550             GO TO 2100-READ-RESPONSE-EXIT
006560     END-READ.
006570     IF IR-TRAILER-REC
006580         PERFORM 2250-RECORD-SCANNER-TRAILER
006590             THRU 2250-RECORD-SCANNER-TRAILER-EXIT
006600         GO TO 2100-READ-RESPONSE-EXIT
006610     END-IF.
006620     IF NOT IR-DETAIL-REC
006630         MOVE "UNRECOGNIZED RESPONSE RECORD" TO SC-REJECT-REASON
006640         PERFORM 2200-WRITE-SCORING-EXCEPTION
006650             THRU 2200-WRITE-SCORING-EXCEPTION-EXIT
006660         GO TO 2100-READ-RESPONSE-EXIT
006670     END-IF.
006680     ADD 1 TO SC-DETAIL-READ.
006690*    EVERY ANSWER SHEET READ COUNTS TOWARD ITS SITE, REJECTED
006700*    OR NOT - THE SCANNER TRAILER DESCRIBES WHAT WAS DELIVERED.
006710     PERFORM 2230-LOCATE-SITE-ENTRY
006720         THRU 2230-LOCATE-SITE-ENTRY-EXIT.
006730     IF SC-SITE-IX > ZERO
006740         ADD 1 TO ST-READ-COUNT(SC-SITE-IX)
006750     END-IF.
006760     IF IR-CANDIDATE-ID = SPACES
006770         MOVE "NO CANDIDATE ID ON THE SHEET" TO SC-REJECT-REASON
006780         PERFORM 2200-WRITE-SCORING-EXCEPTION
006790             THRU 2200-WRITE-SCORING-EXCEPTION-EXIT
006800         GO TO 2100-READ-RESPONSE-EXIT
006810     END-IF.
006820     PERFORM 2150-FIND-RESOLVED-ESSAY
006830         THRU 2150-FIND-RESOLVED-ESSAY-EXIT.
006840     IF SC-ESSAY-IX = ZERO
006850         MOVE "ESSAY NOT RESOLVED - HELD" TO SC-REJECT-REASON
006860         PERFORM 2200-WRITE-SCORING-EXCEPTION
006870             THRU 2200-WRITE-SCORING-EXCEPTION-EXIT
006880         ADD 1 TO SC-HELD-COUNT
006890         GO TO 2100-READ-RESPONSE-EXIT
006900     END-IF.
006910     MOVE ZERO TO SC-VERBAL-EARNED.
006920     MOVE ZERO TO SC-QUANT-EARNED.
006930     PERFORM 2300-SCORE-ONE-ITEM
006940         THRU 2300-SCORE-ONE-ITEM-EXIT
006950         VARYING I FROM 1 BY 1 UNTIL I > SC-MAX-ITEMS.
006960     COMPUTE SC-VERBAL-SCALED ROUNDED =
006970         (SC-VERBAL-EARNED * WG-VERBAL-MAX)
006980         / SC-VERBAL-POSSIBLE.
006990     COMPUTE SC-QUANT-SCALED ROUNDED =
007000         (SC-QUANT-EARNED * WG-QUANT-MAX)
007010         / SC-QUANT-POSSIBLE.
007020     COMPUTE SC-RAW-TOTAL = SC-VERBAL-EARNED + SC-QUANT-EARNED.
007030     ADD 1 TO SD-COUNT(SC-RAW-TOTAL + 1).
007040     ADD 1 TO SC-SCORED-COUNT.
007050     PERFORM 2400-WRITE-INTAKE-DETAIL
007060         THRU 2400-WRITE-INTAKE-DETAIL-EXIT.
007070 2100-READ-RESPONSE-EXIT.
007080     EXIT.
007090*
007100*    SC-ESSAY-IX COMES BACK ZERO WHEN ESSAY-RECONCILE HAS NOT
007110*    RELEASED A MARK FOR IR-CANDIDATE-ID.
007120 2150-FIND-RESOLVED-ESSAY.
007130     MOVE ZERO TO SC-ESSAY-IX.
007140     PERFORM 2155-SCAN-ONE-ESSAY
007150         THRU 2155-SCAN-ONE-ESSAY-EXIT
007160         VARYING K FROM 1 BY 1
007170         UNTIL K > SC-ESSAY-COUNT
007180         OR SC-ESSAY-IX > ZERO.
007190 2150-FIND-RESOLVED-ESSAY-EXIT.
007200     EXIT.
007210*
007220 2155-SCAN-ONE-ESSAY.
007230     IF RE-CAND-ID(K) = IR-CANDIDATE-ID
007240         MOVE K TO SC-ESSAY-IX
007250     END-IF.
007260 2155-SCAN-ONE-ESSAY-EXIT.
007270     EXIT.
007280*
007290*    SC-REJECT-REASON IS SET BY THE CALLER. THE SECTION HEADING
007300*    IS WRITTEN AHEAD OF THE FIRST EXCEPTION ONLY. A REJECTED
007310*    SHEET NEVER REACHES THE INTAKE, SO THE CANDIDATE SURFACES
007320*    AGAIN ON BUBBLE-SORT'S ABSENTEE LISTING.
007330 2200-WRITE-SCORING-EXCEPTION.
007340     IF NOT SC-XCP-HEADER-DONE
007350         SET SC-XCP-HEADER-DONE TO TRUE
007360         WRITE ITEM-ANALYSIS-LINE FROM ITM-XCP-HEADER-LINE
007370     END-IF.
007380     MOVE IR-SITE-CODE     TO IXL-SITE-CODE.
007390     MOVE IR-CANDIDATE-ID  TO IXL-CAND-ID.
007400     MOVE SC-REJECT-REASON TO IXL-REASON.
007410     WRITE ITEM-ANALYSIS-LINE FROM ITM-XCP-LINE.
007420     ADD 1 TO SC-REJECT-COUNT.
007430     IF RETURN-CODE < 4
007440         MOVE 4 TO RETURN-CODE
007450     END-IF.
007460 2200-WRITE-SCORING-EXCEPTION-EXIT.
007470     EXIT.
007480*
007490*    FIND THE SITE-TABLE ENTRY FOR IR-SITE-CODE, ADDING ONE FOR
007500*    A SITE NOT SEEN BEFORE. SC-SITE-IX COMES BACK ZERO ONLY
007510*    WHEN THE SITE TABLE IS FULL, WHICH IS FLAGGED AT ONCE.
007520 2230-LOCATE-SITE-ENTRY.
007530     MOVE ZERO TO SC-SITE-IX.
007540     PERFORM 2235-CHECK-ONE-SITE
007550         THRU 2235-CHECK-ONE-SITE-EXIT
007560         VARYING J FROM 1 BY 1 UNTIL J > SC-SITE-COUNT.
007570     IF SC-SITE-IX = ZERO
007580         IF SC-SITE-COUNT < SC-MAX-SITES
007590             ADD 1 TO SC-SITE-COUNT
007600             MOVE IR-SITE-CODE TO ST-SITE-CODE(SC-SITE-COUNT)
007610             MOVE ZERO TO ST-READ-COUNT(SC-SITE-COUNT)
007620             MOVE ZERO TO ST-SCANNER-COUNT(SC-SITE-COUNT)
007630             MOVE ZERO TO ST-WRITTEN-COUNT(SC-SITE-COUNT)
007640             MOVE ZERO TO ST-SCORE-SUM(SC-SITE-COUNT)
007650             SET ST-TRAILER-MISSING(SC-SITE-COUNT) TO TRUE
007660             MOVE SPACES TO ST-OUTCOME(SC-SITE-COUNT)
007670             MOVE SC-SITE-COUNT TO SC-SITE-IX
007680         ELSE
007690             DISPLAY "ITEM-SCORER: *** SITE ERROR *** MORE THAN "
007700                 SC-MAX-SITES " SITE CODES ON THE RESPONSE FILE"
007710                 " - SITE " IR-SITE-CODE " NOT TALLIED."
007720             MOVE 8 TO RETURN-CODE
007730         END-IF
007740     END-IF.
007750 2230-LOCATE-SITE-ENTRY-EXIT.
007760     EXIT.
007770*
007780 2235-CHECK-ONE-SITE.
007790     IF ST-SITE-CODE(J) = IR-SITE-CODE
007800         MOVE J TO SC-SITE-IX
007810     END-IF.
007820 2235-CHECK-ONE-SITE-EXIT.
007830     EXIT.
007840*
007850 2250-RECORD-SCANNER-TRAILER.
007860     IF IR-TRAILER-COUNT NOT NUMERIC
007870         DISPLAY "ITEM-SCORER: *** SITE ERROR *** SCANNER "
007880             "TRAILER FOR SITE " IR-SITE-CODE " IS NOT NUMERIC."
007890         MOVE 8 TO RETURN-CODE
007900         GO TO 2250-RECORD-SCANNER-TRAILER-EXIT
007910     END-IF.
007920     PERFORM 2230-LOCATE-SITE-ENTRY
007930         THRU 2230-LOCATE-SITE-ENTRY-EXIT.
007940     IF SC-SITE-IX > ZERO
007950         MOVE IR-TRAILER-COUNT TO ST-SCANNER-COUNT(SC-SITE-IX)
007960         SET ST-TRAILER-SEEN(SC-SITE-IX) TO TRUE
007970     END-IF.
007980 2250-RECORD-SCANNER-TRAILER-EXIT.
007990     EXIT.
008000*
008010*    ONE ITEM OF ONE ANSWER SHEET. THE OPTION TALLIES ARE TAKEN
008020*    FOR DROPPED ITEMS TOO - THE REPORT SHOULD STILL SHOW WHY AN
008030*    ITEM WAS DROPPED - BUT ONLY ACTIVE ITEMS EARN POINTS.
008040*    POSITIONS WITH NO KEY RECORD ARE NOT PART OF THE FORM.
008050 2300-SCORE-ONE-ITEM.
008060     IF KT-NOT-KEYED(I)
008070         GO TO 2300-SCORE-ONE-ITEM-EXIT
008080     END-IF.
008090     MOVE IR-RESPONSE(I) TO SC-OPTION-CHAR.
008100     PERFORM 2350-CLASSIFY-RESPONSE
008110         THRU 2350-CLASSIFY-RESPONSE-EXIT.
008120     ADD 1 TO KT-RESPONSE-COUNT(I, SC-OPTION-IX).
008130     IF SC-OPTION-IX NOT = KT-CORRECT-IX(I)
008140         GO TO 2300-SCORE-ONE-ITEM-EXIT
008150     END-IF.
008160     ADD 1 TO KT-CORRECT-COUNT(I).
008170     IF KT-DROPPED(I)
008180         GO TO 2300-SCORE-ONE-ITEM-EXIT
008190     END-IF.
008200     IF KT-VERBAL-ITEM(I)
008210         ADD KT-POINTS(I) TO SC-VERBAL-EARNED
008220     ELSE
008230         ADD KT-POINTS(I) TO SC-QUANT-EARNED
008240     END-IF.
008250 2300-SCORE-ONE-ITEM-EXIT.
008260     EXIT.
008270*
008280*    MAP THE MARK IN SC-OPTION-CHAR TO ITS RESPONSE CLASS IN
008290*    SC-OPTION-IX. ANYTHING THE SCANNER SENDS OTHER THAN A
008300*    LETTER OR A BLANK IS TREATED AS A MULTIPLE MARK.
008310 2350-CLASSIFY-RESPONSE.
008320     MOVE 7 TO SC-OPTION-IX.
008330     IF SC-OPTION-CHAR = "A"
008340         MOVE 1 TO SC-OPTION-IX
008350     END-IF.
008360     IF SC-OPTION-CHAR = "B"
008370         MOVE 2 TO SC-OPTION-IX
008380     END-IF.
008390     IF SC-OPTION-CHAR = "C"
008400         MOVE 3 TO SC-OPTION-IX
008410     END-IF.
008420     IF SC-OPTION-CHAR = "D"
008430         MOVE 4 TO SC-OPTION-IX
008440     END-IF.
008450     IF SC-OPTION-CHAR = "E"
008460         MOVE 5 TO SC-OPTION-IX
008470     END-IF.
008480     IF SC-OPTION-CHAR = SPACE
008490         MOVE 6 TO SC-OPTION-IX
008500     END-IF.
008510 2350-CLASSIFY-RESPONSE-EXIT.
008520     EXIT.
008530*
008540*    THE INTAKE DETAIL CARRIES THE SCALED SECTION SCORES AND THE
008550*    RESOLVED ESSAY MARK. THE SITE SUM IS THE SAME SUM OF ALL
008560*    THREE SECTIONS THAT BUBBLE-SORT RECONCILES AGAINST.
008570 2400-WRITE-INTAKE-DETAIL.
008580     MOVE SPACES           TO EXAM-SCORES-RECORD.
008590     SET ES-DETAIL-REC     TO TRUE.
008600     MOVE IR-SITE-CODE     TO ES-SITE-CODE.
008610     MOVE IR-CANDIDATE-ID  TO ES-CANDIDATE-ID.
008620     MOVE IR-APPL-DATE     TO ES-APPL-DATE.
008630     MOVE SC-VERBAL-SCALED TO ES-VERBAL-SCORE.
008640     MOVE SC-QUANT-SCALED  TO ES-QUANT-SCORE.
008650     MOVE RE-ESSAY-SCORE(SC-ESSAY-IX)
008660                           TO ES-ESSAY-SCORE.
008670     WRITE EXAM-SCORES-RECORD.
008680     IF SC-SITE-IX > ZERO
008690         ADD 1 TO ST-WRITTEN-COUNT(SC-SITE-IX)
008700         ADD ES-VERBAL-SCORE ES-QUANT-SCORE ES-ESSAY-SCORE
008710             TO ST-SCORE-SUM(SC-SITE-IX)
008720     END-IF.
008730 2400-WRITE-INTAKE-DETAIL-EXIT.
008740     EXIT.
008750*
008760*****************************************************************
008770*    2500-WRITE-SITE-TRAILERS - ONE EXAMSCR TRAILER PER SITE,
008780*    BUT ONLY FOR A SITE WHOSE SCANNER TRAILER AGREES WITH THE
008790*    SHEETS ACTUALLY READ. A SITE THAT DID NOT RECONCILE GETS NO
008800*    INTAKE TRAILER AT ALL, SO BUBBLE-SORT'S OWN SITE RECONCILE
008810*    STOPS THE RANKING ON IT TOO - A SHORT DELIVERY IS NOT
008820*    PAPERED OVER WITH A TRAILER THAT MATCHES WHAT WE HAPPEN TO
008830*    HAVE.
008840*****************************************************************
008850 2500-WRITE-SITE-TRAILERS.
008860     PERFORM 2510-WRITE-ONE-SITE-TRAILER
008870         THRU 2510-WRITE-ONE-SITE-TRAILER-EXIT
008880         VARYING J FROM 1 BY 1 UNTIL J > SC-SITE-COUNT.
008890     CLOSE EXAM-SCORES-FILE.
008900 2500-WRITE-SITE-TRAILERS-EXIT.
008910     EXIT.
008920*
008930 2510-WRITE-ONE-SITE-TRAILER.
008940     IF ST-TRAILER-MISSING(J)
008950         MOVE "NO SCANNER TRAILER" TO ST-OUTCOME(J)
008960         DISPLAY "ITEM-SCORER: *** SITE ERROR *** NO SCANNER "
008970             "TRAILER FOR SITE " ST-SITE-CODE(J)
008980             " - INTAKE TRAILER WITHHELD."
008990         MOVE 8 TO RETURN-CODE
009000         GO TO 2510-WRITE-ONE-SITE-TRAILER-EXIT
009010     END-IF.
009020     IF ST-SCANNER-COUNT(J) NOT = ST-READ-COUNT(J)
009030         MOVE "SCANNER COUNT MISMATCH" TO ST-OUTCOME(J)
009040         DISPLAY "ITEM-SCORER: *** SITE ERROR *** SITE "
009050             ST-SITE-CODE(J) " SCANNER TRAILER SAYS "
009060             ST-SCANNER-COUNT(J) " SHEET(S), " ST-READ-COUNT(J)
009070             " READ - INTAKE TRAILER WITHHELD."
009080         MOVE 8 TO RETURN-CODE
009090         GO TO 2510-WRITE-ONE-SITE-TRAILER-EXIT
009100     END-IF.
009110     MOVE SPACES              TO EXAM-SCORES-RECORD.
009120     SET ES-TRAILER-REC       TO TRUE.
009130     MOVE ST-SITE-CODE(J)     TO ES-SITE-CODE.
009140     MOVE ST-WRITTEN-COUNT(J) TO ES-TRAILER-COUNT.
009150     MOVE ST-SCORE-SUM(J)     TO ES-TRAILER-SUM.
009160     MOVE ST-READ-COUNT(J)    TO ES-TRAILER-SCANNED.
009170     WRITE EXAM-SCORES-RECORD.
009180     ADD 1 TO SC-TRAILERS-WRITTEN.
009190     MOVE "INTAKE TRAILER WRITTEN" TO ST-OUTCOME(J).
009200 2510-WRITE-ONE-SITE-TRAILER-EXIT.
009210     EXIT.
009220*
009230*****************************************************************
009240*    3000-GROUP-ANALYSIS - SECOND PASS FOR DISCRIMINATION. THE
009250*    CUT SCORES FOR THE UPPER AND LOWER GROUPS COME FROM THE
009260*    RAW-SCORE DISTRIBUTION TAKEN ON THE FIRST PASS; EACH
009270*    SCORED SHEET IS THEN RE-TOTALLED AND ITS CORRECT ANSWERS
009280*    TALLIED TO WHICHEVER GROUP IT FALLS IN.
009290*****************************************************************
009300 3000-GROUP-ANALYSIS.
009310     IF SC-SCORED-COUNT = ZERO
009320         GO TO 3000-GROUP-ANALYSIS-EXIT
009330     END-IF.
009340     PERFORM 3100-FIND-GROUP-CUTS
009350         THRU 3100-FIND-GROUP-CUTS-EXIT.
009360     OPEN INPUT ITEM-RESPONSE-FILE.
009370     IF NOT SC-ITEMRESP-OK
009380         DISPLAY "ITEM-SCORER: UNABLE TO REOPEN ITEM-RESPONSE-"
009390             "FILE, STATUS = " SC-ITEMRESP-STATUS
009400         MOVE 16 TO RETURN-CODE
009410         STOP RUN
009420     END-IF.
009430     MOVE SPACES TO SC-ITEMRESP-STATUS.
009440     PERFORM 3200-READ-RESPONSE-AGAIN
009450         THRU 3200-READ-RESPONSE-AGAIN-EXIT
009460         UNTIL SC-ITEMRESP-EOF.
009470     CLOSE ITEM-RESPONSE-FILE.
009480 3000-GROUP-ANALYSIS-EXIT.
009490     EXIT.
009500*
009510*    THE GROUP SIZE IS SC-GROUP-PCT OF THE CANDIDATES SCORED,
009520*    AT LEAST ONE. THE UPPER CUT IS FOUND WALKING DOWN FROM THE
009530*    TOP OF THE DISTRIBUTION, THE LOWER CUT WALKING UP FROM
009540*    ZERO, EACH STOPPING ONCE THE GROUP IS FULL.
009550 3100-FIND-GROUP-CUTS.
009560     COMPUTE SC-GROUP-TARGET =
009570         (SC-SCORED-COUNT * SC-GROUP-PCT) / 100.
009580     IF SC-GROUP-TARGET = ZERO
009590         MOVE 1 TO SC-GROUP-TARGET
009600     END-IF.
009610     COMPUTE SC-DIST-TOP =
009620         SC-VERBAL-POSSIBLE + SC-QUANT-POSSIBLE + 1.
009630     MOVE ZERO TO SC-RUNNING-COUNT.
009640     MOVE ZERO TO SC-CUT-IX.
009650     PERFORM 3110-ADD-ONE-TOTAL
009660         THRU 3110-ADD-ONE-TOTAL-EXIT
009670         VARYING K FROM SC-DIST-TOP BY -1
009680         UNTIL K < 1
009690         OR SC-RUNNING-COUNT NOT < SC-GROUP-TARGET.
009700     COMPUTE SC-UPPER-CUT = SC-CUT-IX - 1.
009710     MOVE SC-RUNNING-COUNT TO SC-UPPER-COUNT.
009720     MOVE ZERO TO SC-RUNNING-COUNT.
009730     MOVE ZERO TO SC-CUT-IX.
009740     PERFORM 3110-ADD-ONE-TOTAL
009750         THRU 3110-ADD-ONE-TOTAL-EXIT
009760         VARYING K FROM 1 BY 1
009770         UNTIL K > SC-DIST-TOP
009780         OR SC-RUNNING-COUNT NOT < SC-GROUP-TARGET.
009790     COMPUTE SC-LOWER-CUT = SC-CUT-IX - 1.
009800     MOVE SC-RUNNING-COUNT TO SC-LOWER-COUNT.
009810 3100-FIND-GROUP-CUTS-EXIT.
009820     EXIT.
009830*
009840 3110-ADD-ONE-TOTAL.
009850     ADD SD-COUNT(K) TO SC-RUNNING-COUNT.
009860     MOVE K TO SC-CUT-IX.
009870 3110-ADD-ONE-TOTAL-EXIT.
009880     EXIT.
009890*
009900*    ONLY SHEETS THAT WERE SCORED ON THE FIRST PASS COUNT - THE
009910*    SAME EDITS ARE APPLIED SO THE GROUPS MATCH THE
009920*    DISTRIBUTION THE CUTS WERE TAKEN FROM.
009930 3200-READ-RESPONSE-AGAIN.
009940     READ ITEM-RESPONSE-FILE
009950         AT END
009960             SET SC-ITEMRESP-EOF TO TRUE
009970             GO TO 3200-READ-RESPONSE-AGAIN-EXIT
009980     END-READ.
009990     IF NOT IR-DETAIL-REC
010000         OR IR-CANDIDATE-ID = SPACES
010010         GO TO 3200-READ-RESPONSE-AGAIN-EXIT
010020     END-IF.
010030     PERFORM 2150-FIND-RESOLVED-ESSAY
010040         THRU 2150-FIND-RESOLVED-ESSAY-EXIT.
010050     IF SC-ESSAY-IX = ZERO
010060         GO TO 3200-READ-RESPONSE-AGAIN-EXIT
010070     END-IF.
010080     MOVE ZERO TO SC-RAW-TOTAL.
010090     PERFORM 3210-TOTAL-ONE-ITEM
010100         THRU 3210-TOTAL-ONE-ITEM-EXIT
010110         VARYING I FROM 1 BY 1 UNTIL I > SC-MAX-ITEMS.
010120     IF SC-RAW-TOTAL NOT < SC-UPPER-CUT
010130         PERFORM 3220-TALLY-UPPER-ITEM
010140             THRU 3220-TALLY-UPPER-ITEM-EXIT
010150             VARYING I FROM 1 BY 1 UNTIL I > SC-MAX-ITEMS
010160     END-IF.
010170     IF SC-RAW-TOTAL NOT > SC-LOWER-CUT
010180         PERFORM 3230-TALLY-LOWER-ITEM
010190             THRU 3230-TALLY-LOWER-ITEM-EXIT
010200             VARYING I FROM 1 BY 1 UNTIL I > SC-MAX-ITEMS
010210     END-IF.
010220 3200-READ-RESPONSE-AGAIN-EXIT.
010230     EXIT.
010240*
010250 3210-TOTAL-ONE-ITEM.
010260     IF KT-NOT-KEYED(I)
010270         OR KT-DROPPED(I)
010280         GO TO 3210-TOTAL-ONE-ITEM-EXIT
010290     END-IF.
010300     IF IR-RESPONSE(I) = KT-CORRECT-OPTION(I)
010310         ADD KT-POINTS(I) TO SC-RAW-TOTAL
010320     END-IF.
010330 3210-TOTAL-ONE-ITEM-EXIT.
010340     EXIT.
010350*
010360 3220-TALLY-UPPER-ITEM.
010370     IF KT-KEYED(I)
010380         AND IR-RESPONSE(I) = KT-CORRECT-OPTION(I)
010390         ADD 1 TO KT-UPPER-CORRECT(I)
010400     END-IF.
010410 3220-TALLY-UPPER-ITEM-EXIT.
010420     EXIT.
010430*
010440 3230-TALLY-LOWER-ITEM.
010450     IF KT-KEYED(I)
010460         AND IR-RESPONSE(I) = KT-CORRECT-OPTION(I)
010470         ADD 1 TO KT-LOWER-CORRECT(I)
010480     END-IF.
010490 3230-TALLY-LOWER-ITEM-EXIT.
010500     EXIT.
010510*
010520*****************************************************************
010530*    4000-WRITE-ITEM-REPORT - ONE LINE PER KEYED ITEM IN ITEM
010540*    ORDER, THEN THE GROUP CUTS, THE SITE RECONCILIATION AND
010550*    THE RUN COUNTS.
010560*****************************************************************
010570 4000-WRITE-ITEM-REPORT.
010580     IF SC-XCP-HEADER-DONE
010590         MOVE SPACES TO ITEM-ANALYSIS-LINE
010600         WRITE ITEM-ANALYSIS-LINE
010610     END-IF.
010620     IF SC-SCORED-COUNT = ZERO
010630         WRITE ITEM-ANALYSIS-LINE FROM ITM-NO-CANDIDATES-LINE
010640     ELSE
010650         WRITE ITEM-ANALYSIS-LINE FROM ITM-COL-HEADER-LINE
010660         PERFORM 4100-WRITE-ONE-ITEM
010670             THRU 4100-WRITE-ONE-ITEM-EXIT
010680             VARYING I FROM 1 BY 1 UNTIL I > SC-MAX-ITEMS
010690         MOVE SPACES TO ITEM-ANALYSIS-LINE
010700         WRITE ITEM-ANALYSIS-LINE
010710         MOVE SC-UPPER-CUT   TO IGL-UPPER-CUT
010720         MOVE SC-UPPER-COUNT TO IGL-UPPER-COUNT
010730         MOVE SC-LOWER-CUT   TO IGL-LOWER-CUT
010740         MOVE SC-LOWER-COUNT TO IGL-LOWER-COUNT
010750         WRITE ITEM-ANALYSIS-LINE FROM ITM-GROUP-LINE
010760     END-IF.
010770*
010780     MOVE SPACES TO ITEM-ANALYSIS-LINE.
010790     WRITE ITEM-ANALYSIS-LINE.
010800     WRITE ITEM-ANALYSIS-LINE FROM ITM-SITE-HEADER-LINE.
010810     PERFORM 4300-WRITE-ONE-SITE
010820         THRU 4300-WRITE-ONE-SITE-EXIT
010830         VARYING J FROM 1 BY 1 UNTIL J > SC-SITE-COUNT.
010840*
010850     MOVE SPACES TO ITEM-ANALYSIS-LINE.
010860     WRITE ITEM-ANALYSIS-LINE.
010870     MOVE "ANSWER SHEETS READ" TO ICL-LABEL.
010880     MOVE SC-DETAIL-READ TO ICL-COUNT.
010890     WRITE ITEM-ANALYSIS-LINE FROM ITM-COUNT-LINE.
010900     MOVE "CANDIDATES SCORED TO THE INTAKE" TO ICL-LABEL.
010910     MOVE SC-SCORED-COUNT TO ICL-COUNT.
010920     WRITE ITEM-ANALYSIS-LINE FROM ITM-COUNT-LINE.
010930     MOVE "SCORING EXCEPTIONS" TO ICL-LABEL.
010940     MOVE SC-REJECT-COUNT TO ICL-COUNT.
010950     WRITE ITEM-ANALYSIS-LINE FROM ITM-COUNT-LINE.
010960     MOVE "  OF WHICH ESSAY NOT YET RESOLVED" TO ICL-LABEL.
010970     MOVE SC-HELD-COUNT TO ICL-COUNT.
010980     WRITE ITEM-ANALYSIS-LINE FROM ITM-COUNT-LINE.
010990     MOVE "ACTIVE ITEMS ON THE KEY" TO ICL-LABEL.
011000     MOVE SC-ACTIVE-COUNT TO ICL-COUNT.
011010     WRITE ITEM-ANALYSIS-LINE FROM ITM-COUNT-LINE.
011020     MOVE "DROPPED ITEMS ON THE KEY" TO ICL-LABEL.
011030     MOVE SC-DROPPED-COUNT TO ICL-COUNT.
011040     WRITE ITEM-ANALYSIS-LINE FROM ITM-COUNT-LINE.
011050     MOVE "ACTIVE ITEMS FLAGGED FOR REVIEW" TO ICL-LABEL.
011060     MOVE SC-WEAK-COUNT TO ICL-COUNT.
011070     WRITE ITEM-ANALYSIS-LINE FROM ITM-COUNT-LINE.
011080 4000-WRITE-ITEM-REPORT-EXIT.
011090     EXIT.
011100*
011110*    DIFFICULTY IS THE SHARE OF ALL CANDIDATES SCORED WHO
011120*    ANSWERED CORRECTLY; DISCRIMINATION IS THE UPPER GROUP'S
011130*    SHARE CORRECT LESS THE LOWER GROUP'S.
011140 4100-WRITE-ONE-ITEM.
011150     IF KT-NOT-KEYED(I)
011160         GO TO 4100-WRITE-ONE-ITEM-EXIT
011170     END-IF.
011180     MOVE I                    TO IAL-ITEM-NUMBER.
011190     MOVE KT-SECTION(I)        TO IAL-SECTION.
011200     MOVE KT-CORRECT-OPTION(I) TO IAL-KEY.
011210     MOVE KT-POINTS(I)         TO IAL-POINTS.
011220     IF KT-DROPPED(I)
011230         MOVE "DROP" TO IAL-STATUS
011240     ELSE
011250         MOVE SPACES TO IAL-STATUS
011260     END-IF.
011270     COMPUTE SC-DIFFICULTY ROUNDED =
011280         KT-CORRECT-COUNT(I) / SC-SCORED-COUNT.
011290     MOVE SC-DIFFICULTY TO IAL-DIFFICULTY.
011300     IF SC-UPPER-COUNT > ZERO
011310         AND SC-LOWER-COUNT > ZERO
011320         COMPUTE SC-DISCRIM ROUNDED =
011330             (KT-UPPER-CORRECT(I) / SC-UPPER-COUNT)
011340             - (KT-LOWER-CORRECT(I) / SC-LOWER-COUNT)
011350     ELSE
011360         MOVE ZERO TO SC-DISCRIM
011370     END-IF.
011380     MOVE SC-DISCRIM TO IAL-DISCRIM.
011390     PERFORM 4110-FORMAT-ONE-OPTION
011400         THRU 4110-FORMAT-ONE-OPTION-EXIT
011410         VARYING J FROM 1 BY 1 UNTIL J > 7.
011420     MOVE SPACES TO IAL-FLAG.
011430     IF KT-ACTIVE(I)
011440         PERFORM 4200-FLAG-WEAK-ITEM
011450             THRU 4200-FLAG-WEAK-ITEM-EXIT
011460     END-IF.
011470     IF IAL-FLAG NOT = SPACES
011480         ADD 1 TO SC-WEAK-COUNT
011490     END-IF.
011500     WRITE ITEM-ANALYSIS-LINE FROM ITM-DETAIL-LINE.
011510 4100-WRITE-ONE-ITEM-EXIT.
011520     EXIT.
011530*
011540 4110-FORMAT-ONE-OPTION.
011550     COMPUTE SC-OPTION-PCT ROUNDED =
011560         (KT-RESPONSE-COUNT(I, J) * 100) / SC-SCORED-COUNT.
011570     MOVE SC-OPTION-PCT TO IAL-OPTION-PCT(J).
011580 4110-FORMAT-ONE-OPTION-EXIT.
011590     EXIT.
011600*
011610*    ONE FLAG PER ITEM, THE MOST SERIOUS FIRST: AN ITEM THE
011620*    WEAKER CANDIDATES GET RIGHT MORE OFTEN THAN THE STRONGER
011630*    ONES, THEN A WRONG OPTION OUTDRAWING THE KEY (THE USUAL
011640*    SIGN OF A MISKEY), THEN POOR DISCRIMINATION, THEN AN ITEM
011650*    TOO HARD OR TOO EASY TO TELL CANDIDATES APART.
011660 4200-FLAG-WEAK-ITEM.
011670     MOVE "N" TO SC-DISTRACTOR-SWITCH.
011680     PERFORM 4210-CHECK-ONE-DISTRACTOR
011690         THRU 4210-CHECK-ONE-DISTRACTOR-EXIT
011700         VARYING J FROM 1 BY 1 UNTIL J > 5.
011710     IF SC-DISCRIM < ZERO
011720         MOVE "NEGATIVE DISCRIM" TO IAL-FLAG
011730         GO TO 4200-FLAG-WEAK-ITEM-EXIT
011740     END-IF.
011750     IF SC-DISTRACTOR-OVER
011760         MOVE "DISTRACTOR OVER KEY" TO IAL-FLAG
011770         GO TO 4200-FLAG-WEAK-ITEM-EXIT
011780     END-IF.
011790     IF SC-DISCRIM < SC-MIN-DISCRIM
011800         MOVE "LOW DISCRIMINATION" TO IAL-FLAG
011810         GO TO 4200-FLAG-WEAK-ITEM-EXIT
011820     END-IF.
011830     IF SC-DIFFICULTY < SC-HARD-LIMIT
011840         MOVE "TOO HARD" TO IAL-FLAG
011850         GO TO 4200-FLAG-WEAK-ITEM-EXIT
011860     END-IF.
011870     IF SC-DIFFICULTY > SC-EASY-LIMIT
011880         MOVE "TOO EASY" TO IAL-FLAG
011890     END-IF.
011900 4200-FLAG-WEAK-ITEM-EXIT.
011910     EXIT.
011920*
011930 4210-CHECK-ONE-DISTRACTOR.
011940     IF J NOT = KT-CORRECT-IX(I)
011950         AND KT-RESPONSE-COUNT(I, J) >
011960             KT-RESPONSE-COUNT(I, KT-CORRECT-IX(I))
011970         SET SC-DISTRACTOR-OVER TO TRUE
011980     END-IF.
011990 4210-CHECK-ONE-DISTRACTOR-EXIT.
012000     EXIT.
012010*
012020 4300-WRITE-ONE-SITE.
012030     MOVE ST-SITE-CODE(J)     TO ISL-SITE-CODE.
012040     MOVE ST-READ-COUNT(J)    TO ISL-READ-COUNT.
012050     MOVE ST-SCANNER-COUNT(J) TO ISL-SCANNER-COUNT.
012060     MOVE ST-WRITTEN-COUNT(J) TO ISL-WRITTEN-COUNT.
012070     MOVE ST-SCORE-SUM(J)     TO ISL-SCORE-SUM.
012080     MOVE ST-OUTCOME(J)       TO ISL-OUTCOME.
012090     WRITE ITEM-ANALYSIS-LINE FROM ITM-SITE-LINE.
012100 4300-WRITE-ONE-SITE-EXIT.
012110     EXIT.
012120*
012130*****************************************************************
012140*    9000-TERMINATE
012150*****************************************************************
012160 9000-TERMINATE.
012170     CLOSE ITEM-ANALYSIS-FILE.
012180     DISPLAY "ITEM-SCORER: " SC-SCORED-COUNT " CANDIDATE(S) "
012190         "WRITTEN TO THE INTAKE, " SC-TRAILERS-WRITTEN
012200         " SITE TRAILER(S), " SC-WEAK-COUNT
012210         " ITEM(S) FLAGGED.".
012220     DISPLAY "ITEM-SCORER: SCORING COMPLETE.".
012230 9000-TERMINATE-EXIT.
012240     EXIT.
