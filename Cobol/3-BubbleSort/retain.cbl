000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     RETENTION-PURGE.
000030 AUTHOR.         D-TEAM APPLICATIONS GROUP.
000040 INSTALLATION.   ADMISSIONS-TESTING CENTER.
000050 DATE-WRITTEN.   10/15/26.
000060 DATE-COMPILED.  10/15/26.
000070*
000080*****************************************************************
000090*    MODIFICATION HISTORY
000100*    ------------------------------------------------------------
000110*    10/15/26  JWK  NEW PROGRAM. THE RESULTS ARCHIVE (HISTFILE)
000120*                   AND THE AUDIT TRAIL (AUDITLOG) ARE APPEND-
000130*                   ONLY AND KEPT CANDIDATE IDS, SECTION SCORES
000140*                   AND REGRADE IDS FOREVER, AGAINST THE RECORDS-
000150*                   RETENTION SCHEDULE. THIS STEP COPIES BOTH
000160*                   FILES FORWARD UNDER A PARAMETER CARD (RETNPRM
000170*                   COPYBOOK): CANDIDATE RECORDS FROM SITTINGS
000180*                   PAST RETENTION ARE ANONYMIZED OR DROPPED,
000190*                   SITTING AND PROGRAM RECORDS ARE COPIED AS
000200*                   THEY STAND, AND REGRADE IDS ON OLD AUDIT
000210*                   RECORDS ARE MASKED. THE PURGE REPORT (RTNLINE
000220*                   COPYBOOK) GIVES BEFORE AND AFTER COUNTS PER
000230*                   SITTING AND CONTROL TOTALS OVER EVERYTHING
000240*                   TREND-REPORT READS, TAKEN FROM THE OLD AND
000250*                   THE NEW ARCHIVE, WHICH MUST AGREE.
000260*****************************************************************
000270*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   IBM-370.
000310 OBJECT-COMPUTER.   IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT RETN-PARM-FILE ASSIGN TO RETNPARM
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS RP-PARM-STATUS.
000370*
000380     SELECT HISTORY-FILE ASSIGN TO HISTFILE
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS RP-HIST-STATUS.
000410*
000420     SELECT NEW-HISTORY-FILE ASSIGN TO HISTNEW
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS RP-HISTNEW-STATUS.
000450*
000460     SELECT AUDIT-TRAIL-FILE ASSIGN TO AUDITLOG
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS RP-AUDIT-STATUS.
000490*
000500     SELECT NEW-AUDIT-TRAIL-FILE ASSIGN TO AUDITNEW
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS RP-AUDITNEW-STATUS.
000530*
000540     SELECT RETN-REPORT-FILE ASSIGN TO RETNRPT
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS RP-REPORT-STATUS.
000570*
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  RETN-PARM-FILE
000610     RECORDING MODE IS F.
000620 01  RETN-PARM-RECORD.
000630     COPY RETNPRM.
000640*
000650 FD  HISTORY-FILE
000660     RECORDING MODE IS F.
000670 01  HISTORY-RECORD.
000680     COPY HISTREC.
000690*
000700 FD  NEW-HISTORY-FILE
000710     RECORDING MODE IS F.
000720 01  NEW-HISTORY-RECORD.
000730     COPY HISTREC REPLACING LEADING ==HI== BY ==HN==.
000740*
000750 FD  AUDIT-TRAIL-FILE
000760     RECORDING MODE IS F.
000770 01  AUDIT-TRAIL-RECORD.
000780     COPY AUDITREC.
000790*
000800 FD  NEW-AUDIT-TRAIL-FILE
000810     RECORDING MODE IS F.
000820 01  NEW-AUDIT-TRAIL-RECORD.
000830     COPY AUDITREC REPLACING LEADING ==AU== BY ==AN==.
000840*
000850 FD  RETN-REPORT-FILE
000860     RECORDING MODE IS F.
000870 01  RETN-REPORT-LINE.
000880     COPY RTNLINE.
000890*
000900 WORKING-STORAGE SECTION.
000910*
000920*****************************************************************
000930*    SWITCHES AND STATUS FIELDS
000940*****************************************************************
000950 77  RP-PARM-STATUS          PIC X(02) VALUE SPACES.
000960     88  RP-PARM-OK              VALUE "00".
000970*
000980 77  RP-HIST-STATUS          PIC X(02) VALUE SPACES.
000990     88  RP-HIST-OK              VALUE "00".
001000     88  RP-HIST-EOF             VALUE "10".
001010*
001020 77  RP-HISTNEW-STATUS       PIC X(02) VALUE SPACES.
001030     88  RP-HISTNEW-OK           VALUE "00".
001040*
001050 77  RP-AUDIT-STATUS         PIC X(02) VALUE SPACES.
001060     88  RP-AUDIT-OK             VALUE "00".
001070     88  RP-AUDIT-EOF            VALUE "10".
001080*
001090 77  RP-AUDITNEW-STATUS      PIC X(02) VALUE SPACES.
001100     88  RP-AUDITNEW-OK          VALUE "00".
001110*
001120 77  RP-REPORT-STATUS        PIC X(02) VALUE SPACES.
001130     88  RP-REPORT-OK            VALUE "00".
001140*
001150 77  RP-PROOF-SWITCH         PIC X(01) VALUE "Y".
001160     88  RP-PROOF-AGREES         VALUE "Y".
001170     88  RP-PROOF-DISAGREES      VALUE "N".
001180*
001190 77  I                       PIC 9(05) COMP VALUE ZERO.
001200 77  RP-MAX-SITTINGS         PIC 9(05) COMP VALUE 500.
001210 77  RP-SIT-COUNT            PIC 9(05) COMP VALUE ZERO.
001220 77  RP-SIT-IX               PIC 9(05) COMP VALUE ZERO.
001230 77  RP-HIST-READ            PIC 9(07) COMP VALUE ZERO.
001240 77  RP-HIST-WRITTEN         PIC 9(07) COMP VALUE ZERO.
001250 77  RP-HIST-OTHER           PIC 9(07) COMP VALUE ZERO.
001260 77  RP-AUDIT-READ           PIC 9(07) COMP VALUE ZERO.
001270 77  RP-AUDIT-WRITTEN        PIC 9(07) COMP VALUE ZERO.
001280 77  RP-AUDIT-EXPIRED        PIC 9(07) COMP VALUE ZERO.
001290 77  RP-AUDIT-MASKED         PIC 9(07) COMP VALUE ZERO.
001300 77  RP-AUDIT-WAS-MASKED     PIC 9(07) COMP VALUE ZERO.
001310*
001320 77  RP-AS-OF-DATE           PIC 9(08) VALUE ZERO.
001330 77  RP-CAND-CUTOFF          PIC 9(08) VALUE ZERO.
001340 77  RP-AUDIT-CUTOFF         PIC 9(08) VALUE ZERO.
001350 77  RP-AUDIT-DATE           PIC 9(08) VALUE ZERO.
001360*
001370*****************************************************************
001380*    TREND CONTROL TOTALS - EVERY FIGURE TREND-REPORT TAKES FROM
001390*    THE ARCHIVE, SUMMED OVER THE RECORDS READ FROM THE OLD FILE
001400*    AND OVER THE RECORDS WRITTEN TO THE NEW ONE
001410*****************************************************************
001420 01  RP-BEFORE-TOTALS.
001430     05  RP-BEFORE-SIT-RECS      PIC 9(07) COMP VALUE ZERO.
001440     05  RP-BEFORE-SIT-DATES     PIC 9(13) COMP VALUE ZERO.
001450     05  RP-BEFORE-SIT-COUNTS    PIC 9(11) COMP VALUE ZERO.
001460     05  RP-BEFORE-SIT-MEANS     PIC 9(09)V9(02) COMP
001470                                 VALUE ZERO.
001480     05  RP-BEFORE-SIT-MEDIANS   PIC 9(09)V9(02) COMP
001490                                 VALUE ZERO.
001500     05  RP-BEFORE-SIT-CUTOFFS   PIC 9(11) COMP VALUE ZERO.
001510     05  RP-BEFORE-PGM-RECS      PIC 9(07) COMP VALUE ZERO.
001520     05  RP-BEFORE-PGM-QUOTAS    PIC 9(11) COMP VALUE ZERO.
001530     05  RP-BEFORE-PGM-FILLED    PIC 9(11) COMP VALUE ZERO.
001540*
001550 01  RP-AFTER-TOTALS.
001560     05  RP-AFTER-SIT-RECS       PIC 9(07) COMP VALUE ZERO.
001570     05  RP-AFTER-SIT-DATES      PIC 9(13) COMP VALUE ZERO.
001580     05  RP-AFTER-SIT-COUNTS     PIC 9(11) COMP VALUE ZERO.
001590     05  RP-AFTER-SIT-MEANS      PIC 9(09)V9(02) COMP
001600                                 VALUE ZERO.
001610     05  RP-AFTER-SIT-MEDIANS    PIC 9(09)V9(02) COMP
001620                                 VALUE ZERO.
001630     05  RP-AFTER-SIT-CUTOFFS    PIC 9(11) COMP VALUE ZERO.
001640     05  RP-AFTER-PGM-RECS       PIC 9(07) COMP VALUE ZERO.
001650     05  RP-AFTER-PGM-QUOTAS     PIC 9(11) COMP VALUE ZERO.
001660     05  RP-AFTER-PGM-FILLED     PIC 9(11) COMP VALUE ZERO.
001670*
001680 77  RP-PROOF-BEFORE         PIC 9(13)V9(02) VALUE ZERO.
001690 77  RP-PROOF-AFTER          PIC 9(13)V9(02) VALUE ZERO.
001700*
001710*****************************************************************
001720*    SITTING TABLE - ONE ENTRY PER EXAM DATE ON THE ARCHIVE, IN
001730*    THE ORDER THE ARCHIVE FIRST SHOWS IT
001740*****************************************************************
001750 01  SITTING-TABLE.
001760     05  SITTING-ENTRY
001770             OCCURS 0 TO 500 TIMES
001780             DEPENDING ON RP-SIT-COUNT.
001790         10  SS-EXAM-DATE        PIC 9(08).
001800         10  SS-SIT-BEFORE       PIC 9(05) COMP.
001810         10  SS-SIT-AFTER        PIC 9(05) COMP.
001820         10  SS-PGM-BEFORE       PIC 9(05) COMP.
001830         10  SS-PGM-AFTER        PIC 9(05) COMP.
001840         10  SS-CAND-BEFORE      PIC 9(05) COMP.
001850         10  SS-CAND-AFTER       PIC 9(05) COMP.
001860         10  SS-CAND-ANON        PIC 9(05) COMP.
001870         10  SS-CAND-DROPPED     PIC 9(05) COMP.
001880*
001890 01  RP-GRAND-TOTALS.
001900     05  RP-TOT-SIT-BEFORE       PIC 9(07) COMP VALUE ZERO.
001910     05  RP-TOT-SIT-AFTER        PIC 9(07) COMP VALUE ZERO.
001920     05  RP-TOT-PGM-BEFORE       PIC 9(07) COMP VALUE ZERO.
001930     05  RP-TOT-PGM-AFTER        PIC 9(07) COMP VALUE ZERO.
001940     05  RP-TOT-CAND-BEFORE      PIC 9(07) COMP VALUE ZERO.
001950     05  RP-TOT-CAND-AFTER       PIC 9(07) COMP VALUE ZERO.
001960     05  RP-TOT-CAND-ANON        PIC 9(07) COMP VALUE ZERO.
001970     05  RP-TOT-CAND-DROPPED     PIC 9(07) COMP VALUE ZERO.
001980*
001990*****************************************************************
002000*    REPORT LINES
002010*****************************************************************
002020 01  RTN-TITLE-LINE.
002030     05  FILLER              PIC X(54) VALUE
002040         "RESULTS ARCHIVE AND AUDIT TRAIL RETENTION RUN - AS OF ".
002050     05  RTL-AS-OF-DATE      PIC 9(08).
002060     05  FILLER              PIC X(18) VALUE SPACES.
002070*
002080 01  RTN-CAND-PARM-LINE.
002090     05  FILLER              PIC X(23) VALUE
002100         "CANDIDATE RECORDS KEPT ".
002110     05  RCP-YEARS           PIC Z9.
002120     05  FILLER              PIC X(25) VALUE
002130         " YEARS - SITTINGS BEFORE ".
002140     05  RCP-CUTOFF          PIC 9(08).
002150     05  FILLER              PIC X(01) VALUE SPACES.
002160     05  RCP-ACTION          PIC X(10).
002170     05  FILLER              PIC X(11) VALUE SPACES.
002180*
002190 01  RTN-AUDIT-PARM-LINE.
002200     05  FILLER              PIC X(26) VALUE
002210         "REGRADE IDS ON AUDIT KEPT ".
002220     05  RAP-YEARS           PIC Z9.
002230     05  FILLER              PIC X(21) VALUE
002240         " YEARS - RUNS BEFORE ".
002250     05  RAP-CUTOFF          PIC 9(08).
002260     05  FILLER              PIC X(07) VALUE " MASKED".
002270     05  FILLER              PIC X(16) VALUE SPACES.
002280*
002290 01  RTN-COLUMN-LINE-1.
002300     05  FILLER              PIC X(20) VALUE SPACES.
002310     05  FILLER              PIC X(09) VALUE "SITTING".
002320     05  FILLER              PIC X(11) VALUE "PROGRAM".
002330     05  FILLER              PIC X(25) VALUE
002340         "CANDIDATE RECORDS".
002350     05  FILLER              PIC X(15) VALUE SPACES.
002360*
002370 01  RTN-COLUMN-LINE-2.
002380     05  FILLER              PIC X(10) VALUE "EXAM DATE".
002390     05  FILLER              PIC X(10) VALUE "STATUS".
002400     05  FILLER              PIC X(04) VALUE "BFR".
002410     05  FILLER              PIC X(05) VALUE "AFT".
002420     05  FILLER              PIC X(05) VALUE " BFR".
002430     05  FILLER              PIC X(06) VALUE " AFT".
002440     05  FILLER              PIC X(06) VALUE "BEFORE".
002450     05  FILLER              PIC X(07) VALUE " AFTER".
002460     05  FILLER              PIC X(07) VALUE " ANON".
002470     05  FILLER              PIC X(05) VALUE " DROP".
002480     05  FILLER              PIC X(15) VALUE SPACES.
002490*
002500 01  RTN-OTHER-LINE.
002510     05  FILLER              PIC X(07) VALUE SPACES.
002520     05  ROL-COUNT           PIC Z(06)9.
002530     05  FILLER              PIC X(34) VALUE
002540         " ARCHIVE RECORD(S) WITHOUT A TYPE ".
002550     05  FILLER              PIC X(32) VALUE
002560         "OR DATE - COPIED AS THEY STAND".
002570*
002580 01  RTN-AUDIT-LINE-1.
002590     05  FILLER              PIC X(20) VALUE
002600         "AUDIT RECORDS READ  ".
002610     05  RAL-READ            PIC Z(06)9.
002620     05  FILLER              PIC X(12) VALUE "   WRITTEN  ".
002630     05  RAL-WRITTEN         PIC Z(06)9.
002640     05  FILLER              PIC X(24) VALUE
002650         "   PAST RETENTION       ".
002660     05  RAL-EXPIRED         PIC Z(06)9.
002670     05  FILLER              PIC X(03) VALUE SPACES.
002680*
002690 01  RTN-AUDIT-LINE-2.
002700     05  FILLER              PIC X(20) VALUE
002710         "REGRADE IDS MASKED  ".
002720     05  RAL-MASKED          PIC Z(06)9.
002730     05  FILLER              PIC X(36) VALUE
002740         "   ALREADY MASKED BY AN EARLIER RUN ".
002750     05  RAL-WAS-MASKED      PIC Z(06)9.
002760     05  FILLER              PIC X(10) VALUE SPACES.
002770*
002780 01  RTN-TOTAL-HEADING.
002790     05  FILLER              PIC X(28) VALUE
002800         "TREND CONTROL TOTALS".
002810     05  FILLER              PIC X(16) VALUE
002820         "  BEFORE (OLD)".
002830     05  FILLER              PIC X(03) VALUE SPACES.
002840     05  FILLER              PIC X(16) VALUE
002850         "   AFTER (NEW)".
002860     05  FILLER              PIC X(17) VALUE SPACES.
002870*
002880 01  RTN-TOTAL-LINE.
002890     05  RTT-LABEL           PIC X(28).
002900     05  RTT-BEFORE          PIC Z(12)9.99.
002910     05  FILLER              PIC X(03) VALUE SPACES.
002920     05  RTT-AFTER           PIC Z(12)9.99.
002930     05  FILLER              PIC X(02) VALUE SPACES.
002940     05  RTT-FLAG            PIC X(03).
002950     05  FILLER              PIC X(12) VALUE SPACES.
002960*
002970 01  RTN-PROOF-OK-LINE       PIC X(80) VALUE
002980     "TOTALS AGREE - TREND-REPORT SITTING FIGURES UNCHANGED".
002990*
003000 01  RTN-PROOF-BAD-LINE      PIC X(80) VALUE
003010     "*** TOTALS DISAGREE - DO NOT REPLACE THE OLD FILES ***".
003020*
003030 PROCEDURE DIVISION.
003040*
003050*****************************************************************
003060*    0000-MAINLINE
003070*****************************************************************
003080 0000-MAINLINE.
003090     PERFORM 1000-INITIALIZE
003100         THRU 1000-INITIALIZE-EXIT.
003110     PERFORM 2000-COPY-ARCHIVE
003120         THRU 2000-COPY-ARCHIVE-EXIT.
003130     PERFORM 3000-COPY-AUDIT-TRAIL
003140         THRU 3000-COPY-AUDIT-TRAIL-EXIT.
003150     PERFORM 4000-WRITE-PURGE-REPORT
003160         THRU 4000-WRITE-PURGE-REPORT-EXIT.
003170     PERFORM 5000-PROVE-TREND-TOTALS
003180         THRU 5000-PROVE-TREND-TOTALS-EXIT.
003190     PERFORM 9000-TERMINATE
003200         THRU 9000-TERMINATE-EXIT.
003210     STOP RUN.
003220*
003230*****************************************************************
003240*    1000-INITIALIZE - THE PARAMETER CARD GIVES THE RETENTION
003250*    PERIODS. A RECORD IS PAST RETENTION WHEN ITS DATE FALLS
003260*    BEFORE THE AS-OF DATE TAKEN BACK THAT MANY YEARS. THE OLD
003270*    FILES ARE ONLY READ; THE JOB REPLACES THEM WITH THE NEW
003280*    ONES AFTER A CLEAN RUN.
003290*****************************************************************
003300 1000-INITIALIZE.
003310     OPEN INPUT RETN-PARM-FILE.
003320     IF NOT RP-PARM-OK
003330         DISPLAY "RETENTION-PURGE: *** PARM ERROR *** UNABLE TO "
003340             "OPEN RETN-PARM-FILE, STATUS = " RP-PARM-STATUS
003350         MOVE 16 TO RETURN-CODE
003360         STOP RUN
003370     END-IF.
003380     READ RETN-PARM-FILE
003390         AT END
003400             DISPLAY "RETENTION-PURGE: *** PARM ERROR *** "
003410                 "RETN-PARM-FILE IS EMPTY."
003420             MOVE 16 TO RETURN-CODE
003430             STOP RUN
003440     END-READ.
003450     IF RT-CAND-YEARS NOT NUMERIC
003460         OR RT-CAND-YEARS = ZERO
003470         OR RT-AUDIT-YEARS NOT NUMERIC
003480         OR RT-AUDIT-YEARS = ZERO
003490         DISPLAY "RETENTION-PURGE: *** PARM ERROR *** RETENTION "
003500             "YEARS MUST BE NUMERIC AND NOT ZERO."
003510         MOVE 16 TO RETURN-CODE
003520         STOP RUN
003530     END-IF.
003540     IF NOT RT-ACTION-ANONYMIZE
003550         AND NOT RT-ACTION-DROP
003560         DISPLAY "RETENTION-PURGE: *** PARM ERROR *** CANDIDATE "
003570             "ACTION " RT-CAND-ACTION " - MUST BE A OR D."
003580         MOVE 16 TO RETURN-CODE
003590         STOP RUN
003600     END-IF.
003610     IF RT-AS-OF-DATE NUMERIC
003620         AND RT-AS-OF-DATE > ZERO
003630         MOVE RT-AS-OF-DATE TO RP-AS-OF-DATE
003640     ELSE
003650         ACCEPT RP-AS-OF-DATE FROM DATE YYYYMMDD
003660     END-IF.
003670     COMPUTE RP-CAND-CUTOFF =
003680         RP-AS-OF-DATE - (RT-CAND-YEARS * 10000).
003690     COMPUTE RP-AUDIT-CUTOFF =
003700         RP-AS-OF-DATE - (RT-AUDIT-YEARS * 10000).
003710     CLOSE RETN-PARM-FILE.
003720*
003730     OPEN INPUT HISTORY-FILE.
003740     IF NOT RP-HIST-OK
003750         DISPLAY "RETENTION-PURGE: *** HISTORY ERROR *** NO "
003760             "HISTORY-FILE, STATUS = " RP-HIST-STATUS
003770         MOVE 16 TO RETURN-CODE
003780         STOP RUN
003790     END-IF.
003800     OPEN INPUT AUDIT-TRAIL-FILE.
003810     IF NOT RP-AUDIT-OK
003820         DISPLAY "RETENTION-PURGE: *** AUDIT ERROR *** NO "
003830             "AUDIT-TRAIL-FILE, STATUS = " RP-AUDIT-STATUS
003840         MOVE 16 TO RETURN-CODE
003850         STOP RUN
003860     END-IF.
003870     OPEN OUTPUT NEW-HISTORY-FILE.
003880     IF NOT RP-HISTNEW-OK
003890         DISPLAY "RETENTION-PURGE: CANNOT OPEN NEW-HISTORY-FILE, "
003900             "STATUS = " RP-HISTNEW-STATUS
003910         MOVE 16 TO RETURN-CODE
003920         STOP RUN
003930     END-IF.
003940     OPEN OUTPUT NEW-AUDIT-TRAIL-FILE.
003950     IF NOT RP-AUDITNEW-OK
003960         DISPLAY "RETENTION-PURGE: CANNOT OPEN NEW-AUDIT-TRAIL-"
003970             "FILE, STATUS = " RP-AUDITNEW-STATUS
003980         MOVE 16 TO RETURN-CODE
003990         STOP RUN
004000     END-IF.
004010     OPEN OUTPUT RETN-REPORT-FILE.
004020     IF NOT RP-REPORT-OK
004030         DISPLAY "RETENTION-PURGE: CANNOT OPEN RETN-REPORT-FILE, "
004040             "STATUS = " RP-REPORT-STATUS
004050         MOVE 16 TO RETURN-CODE
004060         STOP RUN
004070     END-IF.
004080*
004090     MOVE RP-AS-OF-DATE  TO RTL-AS-OF-DATE.
004100     WRITE RETN-REPORT-LINE FROM RTN-TITLE-LINE.
004110     MOVE RT-CAND-YEARS  TO RCP-YEARS.
004120     MOVE RP-CAND-CUTOFF TO RCP-CUTOFF.
004130     IF RT-ACTION-DROP
004140         MOVE "DROPPED"    TO RCP-ACTION
004150     ELSE
004160         MOVE "ANONYMIZED" TO RCP-ACTION
004170     END-IF.
004180     WRITE RETN-REPORT-LINE FROM RTN-CAND-PARM-LINE.
004190     MOVE RT-AUDIT-YEARS  TO RAP-YEARS.
004200     MOVE RP-AUDIT-CUTOFF TO RAP-CUTOFF.
004210     WRITE RETN-REPORT-LINE FROM RTN-AUDIT-PARM-LINE.
004220     MOVE SPACES TO RETN-REPORT-LINE.
004230     WRITE RETN-REPORT-LINE.
004240 1000-INITIALIZE-EXIT.
004250     EXIT.
004260*
004270*****************************************************************
004280*    2000-COPY-ARCHIVE - EVERY RECORD IS COPIED FORWARD IN ITS
004290*    ORIGINAL ORDER EXCEPT A DROPPED CANDIDATE RECORD. THE TREND
004300*    CONTROL TOTALS ARE TAKEN FROM THE OLD RECORD AS READ AND
004310*    FROM THE NEW RECORD AS IT GOES OUT.
004320*****************************************************************
004330 2000-COPY-ARCHIVE.
004340     PERFORM 2100-COPY-HISTORY-RECORD
004350         THRU 2100-COPY-HISTORY-RECORD-EXIT
004360         UNTIL RP-HIST-EOF.
004370     CLOSE HISTORY-FILE.
004380     CLOSE NEW-HISTORY-FILE.
004390     DISPLAY "RETENTION-PURGE: " RP-HIST-READ
004400         " ARCHIVE RECORD(S) READ, " RP-HIST-WRITTEN
004410         " WRITTEN.".
004420 2000-COPY-ARCHIVE-EXIT.
004430     EXIT.
004440*
004450 2100-COPY-HISTORY-RECORD.
004460     READ HISTORY-FILE
004470         AT END
004480             SET RP-HIST-EOF TO TRUE
004490             GO TO 2100-COPY-HISTORY-RECORD-EXIT
004500     END-READ.
004510     ADD 1 TO RP-HIST-READ.
004520     MOVE HISTORY-RECORD TO NEW-HISTORY-RECORD.
004530     IF HI-EXAM-DATE NOT NUMERIC
004540         OR (NOT HI-SITTING-REC
004550             AND NOT HI-PROGRAM-REC
004560             AND NOT HI-CANDIDATE-REC)
004570         ADD 1 TO RP-HIST-OTHER
004580         PERFORM 2900-WRITE-NEW-HISTORY
004590             THRU 2900-WRITE-NEW-HISTORY-EXIT
004600         GO TO 2100-COPY-HISTORY-RECORD-EXIT
004610     END-IF.
004620     PERFORM 2200-FIND-SITTING
004630         THRU 2200-FIND-SITTING-EXIT.
004640*
004650     IF HI-SITTING-REC
004660         ADD 1 TO SS-SIT-BEFORE(RP-SIT-IX)
004670         ADD 1             TO RP-BEFORE-SIT-RECS
004680         ADD HI-EXAM-DATE  TO RP-BEFORE-SIT-DATES
004690         ADD HI-SIT-COUNT  TO RP-BEFORE-SIT-COUNTS
004700         ADD HI-SIT-MEAN   TO RP-BEFORE-SIT-MEANS
004710         ADD HI-SIT-MEDIAN TO RP-BEFORE-SIT-MEDIANS
004720         ADD HI-SIT-CUTOFF TO RP-BEFORE-SIT-CUTOFFS
004730         PERFORM 2900-WRITE-NEW-HISTORY
004740             THRU 2900-WRITE-NEW-HISTORY-EXIT
004750         GO TO 2100-COPY-HISTORY-RECORD-EXIT
004760     END-IF.
004770     IF HI-PROGRAM-REC
004780         ADD 1 TO SS-PGM-BEFORE(RP-SIT-IX)
004790         ADD 1             TO RP-BEFORE-PGM-RECS
004800         ADD HI-PGM-QUOTA  TO RP-BEFORE-PGM-QUOTAS
004810         ADD HI-PGM-FILLED TO RP-BEFORE-PGM-FILLED
004820         PERFORM 2900-WRITE-NEW-HISTORY
004830             THRU 2900-WRITE-NEW-HISTORY-EXIT
004840         GO TO 2100-COPY-HISTORY-RECORD-EXIT
004850     END-IF.
004860*
004870     ADD 1 TO SS-CAND-BEFORE(RP-SIT-IX).
004880     IF HI-EXAM-DATE NOT < RP-CAND-CUTOFF
004890         PERFORM 2900-WRITE-NEW-HISTORY
004900             THRU 2900-WRITE-NEW-HISTORY-EXIT
004910         GO TO 2100-COPY-HISTORY-RECORD-EXIT
004920     END-IF.
004930     IF RT-ACTION-DROP
004940         ADD 1 TO SS-CAND-DROPPED(RP-SIT-IX)
004950         GO TO 2100-COPY-HISTORY-RECORD-EXIT
004960     END-IF.
004970     MOVE ALL "*" TO HN-CAND-ID.
004980     MOVE ZERO    TO HN-CAND-VERBAL.
004990     MOVE ZERO    TO HN-CAND-QUANT.
005000     MOVE ZERO    TO HN-CAND-ESSAY.
005010     PERFORM 2900-WRITE-NEW-HISTORY
005020         THRU 2900-WRITE-NEW-HISTORY-EXIT.
005030 2100-COPY-HISTORY-RECORD-EXIT.
005040     EXIT.
005050*
005060 2200-FIND-SITTING.
005070     MOVE ZERO TO RP-SIT-IX.
005080     PERFORM 2210-SCAN-ONE-SITTING
005090         THRU 2210-SCAN-ONE-SITTING-EXIT
005100         VARYING I FROM 1 BY 1
005110         UNTIL I > RP-SIT-COUNT
005120         OR RP-SIT-IX > ZERO.
005130     IF RP-SIT-IX > ZERO
005140         GO TO 2200-FIND-SITTING-EXIT
005150     END-IF.
005160     IF RP-SIT-COUNT = RP-MAX-SITTINGS
005170         DISPLAY "RETENTION-PURGE: *** TABLE ERROR *** MORE THAN "
005180             RP-MAX-SITTINGS " SITTINGS ON THE ARCHIVE"
005190         MOVE 16 TO RETURN-CODE
005200         STOP RUN
005210     END-IF.
005220     ADD 1 TO RP-SIT-COUNT.
005230     MOVE RP-SIT-COUNT TO RP-SIT-IX.
005240     MOVE HI-EXAM-DATE TO SS-EXAM-DATE(RP-SIT-IX).
005250     MOVE ZERO TO SS-SIT-BEFORE(RP-SIT-IX).
005260     MOVE ZERO TO SS-SIT-AFTER(RP-SIT-IX).
005270     MOVE ZERO TO SS-PGM-BEFORE(RP-SIT-IX).
005280     MOVE ZERO TO SS-PGM-AFTER(RP-SIT-IX).
005290     MOVE ZERO TO SS-CAND-BEFORE(RP-SIT-IX).
005300     MOVE ZERO TO SS-CAND-AFTER(RP-SIT-IX).
005310     MOVE ZERO TO SS-CAND-ANON(RP-SIT-IX).
005320     MOVE ZERO TO SS-CAND-DROPPED(RP-SIT-IX).
005330 2200-FIND-SITTING-EXIT.
005340     EXIT.
005350*
005360 2210-SCAN-ONE-SITTING.
005370     IF SS-EXAM-DATE(I) = HI-EXAM-DATE
005380         MOVE I TO RP-SIT-IX
005390     END-IF.
005400 2210-SCAN-ONE-SITTING-EXIT.
005410     EXIT.
005420*
005430*****************************************************************
005440*    2900-WRITE-NEW-HISTORY - COUNTS THE OUTGOING RECORD INTO
005450*    THE AFTER FIGURES BEFORE IT IS WRITTEN
005460*****************************************************************
005470 2900-WRITE-NEW-HISTORY.
005480     IF HN-EXAM-DATE NOT NUMERIC
005490         OR RP-SIT-IX = ZERO
005500         GO TO 2900-WRITE-NEW-HISTORY-WRITE
005510     END-IF.
005520     IF HN-SITTING-REC
005530         ADD 1 TO SS-SIT-AFTER(RP-SIT-IX)
005540         ADD 1             TO RP-AFTER-SIT-RECS
005550         ADD HN-EXAM-DATE  TO RP-AFTER-SIT-DATES
005560         ADD HN-SIT-COUNT  TO RP-AFTER-SIT-COUNTS
005570         ADD HN-SIT-MEAN   TO RP-AFTER-SIT-MEANS
005580         ADD HN-SIT-MEDIAN TO RP-AFTER-SIT-MEDIANS
005590         ADD HN-SIT-CUTOFF TO RP-AFTER-SIT-CUTOFFS
005600     END-IF.
005610     IF HN-PROGRAM-REC
005620         ADD 1 TO SS-PGM-AFTER(RP-SIT-IX)
005630         ADD 1             TO RP-AFTER-PGM-RECS
005640         ADD HN-PGM-QUOTA  TO RP-AFTER-PGM-QUOTAS
005650         ADD HN-PGM-FILLED TO RP-AFTER-PGM-FILLED
005660     END-IF.
005670     IF HN-CANDIDATE-REC
005680         ADD 1 TO SS-CAND-AFTER(RP-SIT-IX)
005690         IF HN-CAND-ANONYMIZED
005700             ADD 1 TO SS-CAND-ANON(RP-SIT-IX)
005710         END-IF
005720     END-IF.
005730 2900-WRITE-NEW-HISTORY-WRITE.
005740     WRITE NEW-HISTORY-RECORD.
005750     ADD 1 TO RP-HIST-WRITTEN.
005760 2900-WRITE-NEW-HISTORY-EXIT.
005770     EXIT.
005780*
005790*****************************************************************
005800*    3000-COPY-AUDIT-TRAIL - EVERY AUDIT RECORD IS COPIED
005810*    FORWARD; NONE IS EVER DROPPED. A RUN IS DATED BY ITS EXAM
005820*    DATE, OR BY ITS RUN DATE ON RECORDS THAT PREDATE THE EXAM
005830*    DATE. PAST RETENTION, A REGRADE CANDIDATE ID IS MASKED.
005840*****************************************************************
005850 3000-COPY-AUDIT-TRAIL.
005860     PERFORM 3100-COPY-AUDIT-RECORD
005870         THRU 3100-COPY-AUDIT-RECORD-EXIT
005880         UNTIL RP-AUDIT-EOF.
005890     CLOSE AUDIT-TRAIL-FILE.
005900     CLOSE NEW-AUDIT-TRAIL-FILE.
005910     DISPLAY "RETENTION-PURGE: " RP-AUDIT-READ
005920         " AUDIT RECORD(S) READ, " RP-AUDIT-MASKED
005930         " REGRADE ID(S) MASKED.".
005940 3000-COPY-AUDIT-TRAIL-EXIT.
005950     EXIT.
005960*
005970 3100-COPY-AUDIT-RECORD.
005980     READ AUDIT-TRAIL-FILE
005990         AT END
006000             SET RP-AUDIT-EOF TO TRUE
006010             GO TO 3100-COPY-AUDIT-RECORD-EXIT
006020     END-READ.
006030     ADD 1 TO RP-AUDIT-READ.
006040     MOVE AUDIT-TRAIL-RECORD TO NEW-AUDIT-TRAIL-RECORD.
006050     MOVE ZERO TO RP-AUDIT-DATE.
006060     IF AU-EXAM-DATE NUMERIC
006070         MOVE AU-EXAM-DATE TO RP-AUDIT-DATE
006080     END-IF.
006090     IF RP-AUDIT-DATE = ZERO
006100         AND AU-RUN-DATE NUMERIC
006110         MOVE AU-RUN-DATE  TO RP-AUDIT-DATE
006120     END-IF.
006130     IF RP-AUDIT-DATE = ZERO
006140         OR RP-AUDIT-DATE NOT < RP-AUDIT-CUTOFF
006150         GO TO 3100-COPY-AUDIT-RECORD-WRITE
006160     END-IF.
006170     ADD 1 TO RP-AUDIT-EXPIRED.
006180     IF AN-REGRADE-CAND-ID = SPACES
006190         GO TO 3100-COPY-AUDIT-RECORD-WRITE
006200     END-IF.
006210     IF AN-REGRADE-ID-MASKED
006220         ADD 1 TO RP-AUDIT-WAS-MASKED
006230     ELSE
006240         MOVE ALL "*" TO AN-REGRADE-CAND-ID
006250         ADD 1 TO RP-AUDIT-MASKED
006260     END-IF.
006270 3100-COPY-AUDIT-RECORD-WRITE.
006280     WRITE NEW-AUDIT-TRAIL-RECORD.
006290     ADD 1 TO RP-AUDIT-WRITTEN.
006300 3100-COPY-AUDIT-RECORD-EXIT.
006310     EXIT.
006320*
006330*****************************************************************
006340*    4000-WRITE-PURGE-REPORT - ONE LINE PER SITTING, A TOTAL
006350*    LINE, AND THE AUDIT TRAIL FIGURES
006360*****************************************************************
006370 4000-WRITE-PURGE-REPORT.
006380     WRITE RETN-REPORT-LINE FROM RTN-COLUMN-LINE-1.
006390     WRITE RETN-REPORT-LINE FROM RTN-COLUMN-LINE-2.
006400     PERFORM 4100-WRITE-ONE-SITTING
006410         THRU 4100-WRITE-ONE-SITTING-EXIT
006420         VARYING I FROM 1 BY 1 UNTIL I > RP-SIT-COUNT.
006430*
006440     MOVE SPACES             TO RETN-REPORT-LINE.
006450     MOVE "ALL"              TO RX-STATUS.
006460     MOVE RP-TOT-SIT-BEFORE  TO RX-SIT-BEFORE.
006470     MOVE RP-TOT-SIT-AFTER   TO RX-SIT-AFTER.
006480     MOVE RP-TOT-PGM-BEFORE  TO RX-PGM-BEFORE.
006490     MOVE RP-TOT-PGM-AFTER   TO RX-PGM-AFTER.
006500     MOVE RP-TOT-CAND-BEFORE TO RX-CAND-BEFORE.
006510     MOVE RP-TOT-CAND-AFTER  TO RX-CAND-AFTER.
006520     MOVE RP-TOT-CAND-ANON   TO RX-CAND-ANON.
006530     MOVE RP-TOT-CAND-DROPPED TO RX-CAND-DROPPED.
006540     WRITE RETN-REPORT-LINE.
006550     IF RP-HIST-OTHER > ZERO
006560         MOVE RP-HIST-OTHER TO ROL-COUNT
006570         WRITE RETN-REPORT-LINE FROM RTN-OTHER-LINE
006580     END-IF.
006590*
006600     MOVE SPACES TO RETN-REPORT-LINE.
006610     WRITE RETN-REPORT-LINE.
006620     MOVE RP-AUDIT-READ       TO RAL-READ.
006630     MOVE RP-AUDIT-WRITTEN    TO RAL-WRITTEN.
006640     MOVE RP-AUDIT-EXPIRED    TO RAL-EXPIRED.
006650     WRITE RETN-REPORT-LINE FROM RTN-AUDIT-LINE-1.
006660     MOVE RP-AUDIT-MASKED     TO RAL-MASKED.
006670     MOVE RP-AUDIT-WAS-MASKED TO RAL-WAS-MASKED.
006680     WRITE RETN-REPORT-LINE FROM RTN-AUDIT-LINE-2.
006690     MOVE SPACES TO RETN-REPORT-LINE.
006700     WRITE RETN-REPORT-LINE.
006710 4000-WRITE-PURGE-REPORT-EXIT.
006720     EXIT.
006730*
006740 4100-WRITE-ONE-SITTING.
006750     MOVE SPACES                TO RETN-REPORT-LINE.
006760     MOVE SS-EXAM-DATE(I)       TO RX-EXAM-DATE.
006770     IF SS-EXAM-DATE(I) < RP-CAND-CUTOFF
006780         MOVE "EXPIRED"         TO RX-STATUS
006790     ELSE
006800         MOVE "RETAINED"        TO RX-STATUS
006810     END-IF.
006820     MOVE SS-SIT-BEFORE(I)      TO RX-SIT-BEFORE.
006830     MOVE SS-SIT-AFTER(I)       TO RX-SIT-AFTER.
006840     MOVE SS-PGM-BEFORE(I)      TO RX-PGM-BEFORE.
006850     MOVE SS-PGM-AFTER(I)       TO RX-PGM-AFTER.
006860     MOVE SS-CAND-BEFORE(I)     TO RX-CAND-BEFORE.
006870     MOVE SS-CAND-AFTER(I)      TO RX-CAND-AFTER.
006880     MOVE SS-CAND-ANON(I)       TO RX-CAND-ANON.
006890     MOVE SS-CAND-DROPPED(I)    TO RX-CAND-DROPPED.
006900     WRITE RETN-REPORT-LINE.
006910     ADD SS-SIT-BEFORE(I)       TO RP-TOT-SIT-BEFORE.
006920     ADD SS-SIT-AFTER(I)        TO RP-TOT-SIT-AFTER.
006930     ADD SS-PGM-BEFORE(I)       TO RP-TOT-PGM-BEFORE.
006940     ADD SS-PGM-AFTER(I)        TO RP-TOT-PGM-AFTER.
006950     ADD SS-CAND-BEFORE(I)      TO RP-TOT-CAND-BEFORE.
006960     ADD SS-CAND-AFTER(I)       TO RP-TOT-CAND-AFTER.
006970     ADD SS-CAND-ANON(I)        TO RP-TOT-CAND-ANON.
006980     ADD SS-CAND-DROPPED(I)     TO RP-TOT-CAND-DROPPED.
006990 4100-WRITE-ONE-SITTING-EXIT.
007000     EXIT.
007010*
007020*****************************************************************
007030*    5000-PROVE-TREND-TOTALS - TREND-REPORT READS ONLY THE
007040*    SITTING AND PROGRAM RECORDS, SO ITS FIGURES ARE UNCHANGED
007050*    EXACTLY WHEN EVERY TOTAL OVER THOSE RECORDS AGREES BETWEEN
007060*    THE OLD AND THE NEW ARCHIVE. ANY DISAGREEMENT ENDS THE STEP
007070*    WITH RETURN CODE 16 SO THE NEW FILES ARE NOT PUT IN PLACE.
007080*****************************************************************
007090 5000-PROVE-TREND-TOTALS.
007100     WRITE RETN-REPORT-LINE FROM RTN-TOTAL-HEADING.
007110     MOVE "SITTING RECORDS"       TO RTT-LABEL.
007120     MOVE RP-BEFORE-SIT-RECS      TO RP-PROOF-BEFORE.
007130     MOVE RP-AFTER-SIT-RECS       TO RP-PROOF-AFTER.
007140     PERFORM 5100-WRITE-TOTAL-LINE
007150         THRU 5100-WRITE-TOTAL-LINE-EXIT.
007160     MOVE "SUM OF EXAM DATES"     TO RTT-LABEL.
007170     MOVE RP-BEFORE-SIT-DATES     TO RP-PROOF-BEFORE.
007180     MOVE RP-AFTER-SIT-DATES      TO RP-PROOF-AFTER.
007190     PERFORM 5100-WRITE-TOTAL-LINE
007200         THRU 5100-WRITE-TOTAL-LINE-EXIT.
007210     MOVE "SUM OF CANDIDATES RANKED" TO RTT-LABEL.
007220     MOVE RP-BEFORE-SIT-COUNTS    TO RP-PROOF-BEFORE.
007230     MOVE RP-AFTER-SIT-COUNTS     TO RP-PROOF-AFTER.
007240     PERFORM 5100-WRITE-TOTAL-LINE
007250         THRU 5100-WRITE-TOTAL-LINE-EXIT.
007260     MOVE "SUM OF MEANS"          TO RTT-LABEL.
007270     MOVE RP-BEFORE-SIT-MEANS     TO RP-PROOF-BEFORE.
007280     MOVE RP-AFTER-SIT-MEANS      TO RP-PROOF-AFTER.
007290     PERFORM 5100-WRITE-TOTAL-LINE
007300         THRU 5100-WRITE-TOTAL-LINE-EXIT.
007310     MOVE "SUM OF MEDIANS"        TO RTT-LABEL.
007320     MOVE RP-BEFORE-SIT-MEDIANS   TO RP-PROOF-BEFORE.
007330     MOVE RP-AFTER-SIT-MEDIANS    TO RP-PROOF-AFTER.
007340     PERFORM 5100-WRITE-TOTAL-LINE
007350         THRU 5100-WRITE-TOTAL-LINE-EXIT.
007360     MOVE "SUM OF CUTOFFS"        TO RTT-LABEL.
007370     MOVE RP-BEFORE-SIT-CUTOFFS   TO RP-PROOF-BEFORE.
007380     MOVE RP-AFTER-SIT-CUTOFFS    TO RP-PROOF-AFTER.
007390     PERFORM 5100-WRITE-TOTAL-LINE
007400         THRU 5100-WRITE-TOTAL-LINE-EXIT.
007410     MOVE "PROGRAM RECORDS"       TO RTT-LABEL.
007420     MOVE RP-BEFORE-PGM-RECS      TO RP-PROOF-BEFORE.
007430     MOVE RP-AFTER-PGM-RECS       TO RP-PROOF-AFTER.
007440     PERFORM 5100-WRITE-TOTAL-LINE
007450         THRU 5100-WRITE-TOTAL-LINE-EXIT.
007460     MOVE "SUM OF QUOTAS"         TO RTT-LABEL.
007470     MOVE RP-BEFORE-PGM-QUOTAS    TO RP-PROOF-BEFORE.
007480     MOVE RP-AFTER-PGM-QUOTAS     TO RP-PROOF-AFTER.
007490     PERFORM 5100-WRITE-TOTAL-LINE
007500         THRU 5100-WRITE-TOTAL-LINE-EXIT.
007510     MOVE "SUM OF SEATS FILLED"   TO RTT-LABEL.
007520     MOVE RP-BEFORE-PGM-FILLED    TO RP-PROOF-BEFORE.
007530     MOVE RP-AFTER-PGM-FILLED     TO RP-PROOF-AFTER.
007540     PERFORM 5100-WRITE-TOTAL-LINE
007550         THRU 5100-WRITE-TOTAL-LINE-EXIT.
007560*
007570     MOVE SPACES TO RETN-REPORT-LINE.
007580     WRITE RETN-REPORT-LINE.
007590     IF RP-PROOF-AGREES
007600         WRITE RETN-REPORT-LINE FROM RTN-PROOF-OK-LINE
007610     ELSE
007620         WRITE RETN-REPORT-LINE FROM RTN-PROOF-BAD-LINE
007630         DISPLAY "RETENTION-PURGE: *** CONTROL ERROR *** TREND "
007640             "CONTROL TOTALS DISAGREE - NEW FILES NOT USABLE."
007650         MOVE 16 TO RETURN-CODE
007660     END-IF.
007670 5000-PROVE-TREND-TOTALS-EXIT.
007680     EXIT.
007690*
007700 5100-WRITE-TOTAL-LINE.
007710     MOVE RP-PROOF-BEFORE TO RTT-BEFORE.
007720     MOVE RP-PROOF-AFTER  TO RTT-AFTER.
007730     IF RP-PROOF-BEFORE = RP-PROOF-AFTER
007740         MOVE SPACES      TO RTT-FLAG
007750     ELSE
007760         MOVE "***"       TO RTT-FLAG
007770         SET RP-PROOF-DISAGREES TO TRUE
007780     END-IF.
007790     WRITE RETN-REPORT-LINE FROM RTN-TOTAL-LINE.
007800 5100-WRITE-TOTAL-LINE-EXIT.
007810     EXIT.
007820*
007830*****************************************************************
007840*    9000-TERMINATE
007850*****************************************************************
007860 9000-TERMINATE.
007870     CLOSE RETN-REPORT-FILE.
007880     DISPLAY "RETENTION-PURGE: " RP-TOT-CAND-ANON
007890         " CANDIDATE RECORD(S) ANONYMIZED, " RP-TOT-CAND-DROPPED
007900         " DROPPED.".
007910 9000-TERMINATE-EXIT.
007920     EXIT.
