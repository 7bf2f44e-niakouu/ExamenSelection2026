000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CLOSE-OUT-CERTIFY.
000030 AUTHOR.         D-TEAM APPLICATIONS GROUP.
000040 INSTALLATION.   ADMISSIONS-TESTING CENTER.
000050 DATE-WRITTEN.   10/15/26.
000060 DATE-COMPILED.  10/15/26.
000070*
000080*****************************************************************
000090*    MODIFICATION HISTORY
000100*    ------------------------------------------------------------
000110*    10/15/26  JWK  NEW PROGRAM. BEFORE THE REGISTRAR SIGNED OFF
000120*                   A SITTING AN ANALYST CHECKED BY HAND THAT THE
000130*                   AUDIT TRAIL, THE RESULTS ARCHIVE, THE EXTRACT
000140*                   AND THE QUOTAS AGREED. THIS STEP TAKES THE
000150*                   SITTING FROM A PARAMETER CARD (CERTPRM
000160*                   COPYBOOK), REPLAYS EVERY AUDIT TRAIL RUN
000170*                   AGAINST IT IN RUN ORDER (CRTLINE COPYBOOK),
000180*                   CROSS-CHECKS THE FIGURES THOSE RUNS RECORDED
000190*                   AGAINST WHAT RANKEXT, HISTFILE AND THE QUOTA
000200*                   FILE NOW HOLD, AND PRINTS ONE CLOSE-OUT
000210*                   REPORT ENDING IN A CERTIFIED OR NOT CERTIFIED
000220*                   VERDICT (RETURN CODE 0 OR 8).
000230*****************************************************************
000240*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
000280 OBJECT-COMPUTER.   IBM-370.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT CERT-PARM-FILE ASSIGN TO CERTPARM
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS CO-PARM-STATUS.
000340*
000350     SELECT AUDIT-TRAIL-FILE ASSIGN TO AUDITLOG
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS CO-AUDIT-STATUS.
000380*
000390     SELECT HISTORY-FILE ASSIGN TO HISTFILE
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS CO-HIST-STATUS.
000420*
000430     SELECT EXTRACT-FILE ASSIGN TO RANKEXT
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS CO-RANKEXT-STATUS.
000460*
000470     SELECT PROGRAM-QUOTA-FILE ASSIGN TO QUOTAFIL
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS CO-QUOTA-STATUS.
000500*
000510     SELECT CERT-REPORT-FILE ASSIGN TO CERTRPT
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS CO-REPORT-STATUS.
000540*
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  CERT-PARM-FILE
000580     RECORDING MODE IS F.
000590 01  CERT-PARM-RECORD.
000600     COPY CERTPRM.
000610*
000620 FD  AUDIT-TRAIL-FILE
000630     RECORDING MODE IS F.
000640 01  AUDIT-TRAIL-RECORD.
000650     COPY AUDITREC.
000660*
000670 FD  HISTORY-FILE
000680     RECORDING MODE IS F.
000690 01  HISTORY-RECORD.
000700     COPY HISTREC.
000710*
000720 FD  EXTRACT-FILE
000730     RECORDING MODE IS F.
000740 01  EXTRACT-RECORD.
000750     COPY EXTRANK.
000760*
000770 FD  PROGRAM-QUOTA-FILE
000780     RECORDING MODE IS F.
000790 01  PROGRAM-QUOTA-RECORD.
000800     COPY PRGQUOTA.
000810*
000820 FD  CERT-REPORT-FILE
000830     RECORDING MODE IS F.
000840 01  CERT-REPORT-LINE.
000850     COPY CRTLINE.
000860*
000870 WORKING-STORAGE SECTION.
000880*
000890*****************************************************************
000900*    SWITCHES AND STATUS FIELDS
000910*****************************************************************
000920 77  CO-PARM-STATUS          PIC X(02) VALUE SPACES.
000930     88  CO-PARM-OK              VALUE "00".
000940*
000950 77  CO-AUDIT-STATUS         PIC X(02) VALUE SPACES.
000960     88  CO-AUDIT-OK             VALUE "00".
000970     88  CO-AUDIT-EOF            VALUE "10".
000980*
000990 77  CO-HIST-STATUS          PIC X(02) VALUE SPACES.
001000     88  CO-HIST-OK              VALUE "00".
001010     88  CO-HIST-EOF             VALUE "10".
001020*
001030 77  CO-RANKEXT-STATUS       PIC X(02) VALUE SPACES.
001040     88  CO-RANKEXT-OK           VALUE "00".
001050     88  CO-RANKEXT-EOF          VALUE "10".
001060*
001070 77  CO-QUOTA-STATUS         PIC X(02) VALUE SPACES.
001080     88  CO-QUOTA-OK             VALUE "00".
001090     88  CO-QUOTA-EOF            VALUE "10".
001100     88  CO-QUOTA-NOT-FOUND      VALUE "35".
001110*
001120 77  CO-REPORT-STATUS        PIC X(02) VALUE SPACES.
001130     88  CO-REPORT-OK            VALUE "00".
001140*
001150 77  CO-QUOTA-SWITCH         PIC X(01) VALUE "N".
001160     88  CO-QUOTA-FILE-PRESENT   VALUE "Y".
001170     88  CO-QUOTA-FILE-ABSENT    VALUE "N".
001180*
001190 77  CO-OFFICIAL-SWITCH      PIC X(01) VALUE "N".
001200     88  CO-OFFICIAL-FOUND       VALUE "Y".
001210     88  CO-OFFICIAL-MISSING     VALUE "N".
001220*
001230 77  CO-EXPECTED-SWITCH      PIC X(01) VALUE "N".
001240     88  CO-EXPECTED-FOUND       VALUE "Y".
001250     88  CO-EXPECTED-MISSING     VALUE "N".
001260*
001270 77  CO-LETTERS-SWITCH       PIC X(01) VALUE "N".
001280     88  CO-LETTERS-PRINTED      VALUE "Y".
001290     88  CO-LETTERS-NOT-PRINTED  VALUE "N".
001300*
001310 77  CO-EXTRACT-SWITCH       PIC X(01) VALUE "Y".
001320     88  CO-EXTRACT-USABLE       VALUE "Y".
001330     88  CO-EXTRACT-UNUSABLE     VALUE "N".
001340*
001350 77  I                       PIC 9(05) COMP VALUE ZERO.
001360 77  J                       PIC 9(05) COMP VALUE ZERO.
001370 77  CO-MAX-RUNS             PIC 9(05) COMP VALUE 500.
001380 77  CO-MAX-PROGRAMS         PIC 9(05) COMP VALUE 20.
001390 77  CO-RUN-COUNT            PIC 9(05) COMP VALUE ZERO.
001400 77  CO-PROGRAM-COUNT        PIC 9(05) COMP VALUE ZERO.
001410 77  CO-PGM-IX               PIC 9(05) COMP VALUE ZERO.
001420 77  CO-OFFICIAL-IX          PIC 9(05) COMP VALUE ZERO.
001430 77  CO-LATER-COUNT          PIC 9(05) COMP VALUE ZERO.
001440 77  CO-FINDING-COUNT        PIC 9(05) COMP VALUE ZERO.
001450 77  CO-AUDIT-READ           PIC 9(07) COMP VALUE ZERO.
001460 77  CO-UNDATED-COUNT        PIC 9(05) COMP VALUE ZERO.
001470 77  CO-SIT-RECORDS          PIC 9(05) COMP VALUE ZERO.
001480 77  CO-CAND-RECORDS         PIC 9(05) COMP VALUE ZERO.
001490 77  CO-QUOTA-COUNT          PIC 9(05) COMP VALUE ZERO.
001500 77  CO-SELECTED-TOTAL       PIC 9(05) COMP VALUE ZERO.
001510 77  CO-OVER-QUOTA           PIC 9(05) COMP VALUE ZERO.
001520*
001530 77  CO-EXAM-DATE            PIC 9(08) VALUE ZERO.
001540 77  CO-SIM-WINDOW           PIC 9(03) VALUE ZERO.
001550 77  CO-PGM-KEY              PIC X(03) VALUE SPACES.
001560*
001570*****************************************************************
001580*    FIGURES CARRIED FORWARD FROM THE AUDIT TRAIL - THE LAST
001590*    GENERATION WRITTEN FOR THE SITTING AND THE CONTROL CARD IT
001600*    WAS WRITTEN UNDER, THE CANDIDATE COUNT THE LAST COUNTING
001610*    RUN LEFT ON THE EXTRACT, AND THE GENERATION CURRENT AT EACH
001620*    POINT OF THE REPLAY
001630*****************************************************************
001640 77  CO-LAST-GENERATION      PIC 9(07) VALUE ZERO.
001650 77  CO-LAST-TIE-POLICY      PIC X(01) VALUE SPACES.
001660     88  CO-LAST-TIES-ADMITTED   VALUE "A".
001670 77  CO-LAST-CUTOFF-COUNT    PIC 9(05) VALUE ZERO.
001680 77  CO-EXPECTED-COUNT       PIC 9(05) VALUE ZERO.
001690 77  CO-REPLAY-GENERATION    PIC 9(07) VALUE ZERO.
001700*
001710*****************************************************************
001720*    DAY-NUMBER WORK AREA - 8500 TURNS A CCYYMMDD DATE INTO A
001730*    DAY COUNT SO TWO RUN DATES CAN BE SUBTRACTED ACROSS A MONTH
001740*    OR YEAR END
001750*****************************************************************
001760 01  CO-DATE-WORK            PIC 9(08) VALUE ZERO.
001770 01  CO-DATE-PARTS REDEFINES CO-DATE-WORK.
001780     05  CO-DATE-YEAR        PIC 9(04).
001790     05  CO-DATE-MONTH       PIC 9(02).
001800     05  CO-DATE-DAY         PIC 9(02).
001810*
001820 77  CO-CALC-YEAR            PIC 9(05) COMP VALUE ZERO.
001830 77  CO-CALC-MONTH           PIC 9(03) COMP VALUE ZERO.
001840 77  CO-CALC-LEAP-4          PIC 9(05) COMP VALUE ZERO.
001850 77  CO-CALC-LEAP-100        PIC 9(05) COMP VALUE ZERO.
001860 77  CO-CALC-LEAP-400        PIC 9(05) COMP VALUE ZERO.
001870 77  CO-CALC-MONTH-DAYS      PIC 9(05) COMP VALUE ZERO.
001880 77  CO-DAY-NUMBER           PIC 9(07) COMP VALUE ZERO.
001890 77  CO-OFFICIAL-DAY         PIC 9(07) COMP VALUE ZERO.
001900 77  CO-DAY-GAP              PIC 9(07) COMP VALUE ZERO.
001910*
001920*****************************************************************
001930*    EXTRACT CONTROL (EXTCTL COPYBOOK) - THE HEADER, THE COUNTS
001940*    AND HASH TOTALS OF THE RECORDS ACTUALLY READ AND THE
001950*    TRAILER'S OWN FIGURES - AND THE LOWEST SELECTED SCORE (THE
001960*    CUTOFF AS THE ARCHIVE KEEPS IT)
001970*****************************************************************
001980 01  CO-EXTRACT-CONTROL.
001990     COPY EXTCTL REPLACING LEADING ==XT== BY ==CO-EXT==.
002000 77  CO-EXT-CUTOFF           PIC 9(03) VALUE ZERO.
002010*
002020*****************************************************************
002030*    ARCHIVE CONTROL - THE LATEST SITTING RECORD FOR THE EXAM
002040*    DATE. A RERUN OF A NORMAL RUN APPENDS THE SITTING AGAIN, SO
002050*    EACH SITTING RECORD RESTARTS THE CANDIDATE COUNT AND THE
002060*    PROGRAM FIGURES THAT FOLLOW IT.
002070*****************************************************************
002080 01  CO-ARCHIVE-CONTROL.
002090     05  CO-SIT-COUNT            PIC 9(05) VALUE ZERO.
002100     05  CO-SIT-CUTOFF           PIC 9(03) VALUE ZERO.
002110*
002120*****************************************************************
002130*    RUN TABLE - EVERY AUDIT TRAIL RECORD FOR THE SITTING, IN THE
002140*    ORDER THE RUNS WERE MADE
002150*****************************************************************
002160 01  RUN-TABLE.
002170     05  RUN-ENTRY
002180             OCCURS 0 TO 500 TIMES
002190             DEPENDING ON CO-RUN-COUNT.
002200         10  RN-RUN-DATE         PIC 9(08).
002210         10  RN-RUN-TIME         PIC 9(08).
002220         10  RN-RUN-MODE         PIC X(01).
002230             88  RN-MODE-NORMAL      VALUE "N".
002240             88  RN-MODE-REGRADE     VALUE "R".
002250             88  RN-MODE-DECLINE     VALUE "D".
002260             88  RN-MODE-REINSTATE   VALUE "I".
002270             88  RN-MODE-SIMULATE    VALUE "S".
002280             88  RN-MODE-LETTERS     VALUE "L".
002290         10  RN-RESTART-FLAG     PIC X(01).
002300         10  RN-RECONCILE-FLAG   PIC X(01).
002310             88  RN-RECONCILE-PASSED VALUE "Y".
002320             88  RN-RECONCILE-FAILED VALUE "N".
002330         10  RN-CUTOFF-COUNT     PIC 9(05).
002340         10  RN-TIE-POLICY       PIC X(01).
002350         10  RN-RECORDS-LOADED   PIC 9(05).
002360         10  RN-AFTER-COUNT      PIC 9(05).
002370         10  RN-RETURN-CODE      PIC 9(03).
002380         10  RN-GENERATION       PIC 9(07).
002390*
002400*****************************************************************
002410*    PROGRAM TABLE - ONE ENTRY PER PROGRAM SEEN ON THE QUOTA
002420*    FILE, THE ARCHIVE'S PROGRAM RECORDS OR THE EXTRACT'S
002430*    SELECTED CANDIDATES
002440*****************************************************************
002450 01  PROGRAM-TABLE.
002460     05  PROGRAM-ENTRY
002470             OCCURS 0 TO 20 TIMES
002480             DEPENDING ON CO-PROGRAM-COUNT.
002490         10  PG-CODE             PIC X(03).
002500         10  PG-QUOTA-FLAG       PIC X(01).
002510             88  PG-ON-QUOTA-FILE    VALUE "Y".
002520         10  PG-QUOTA            PIC 9(05).
002530         10  PG-ARCH-FLAG        PIC X(01).
002540             88  PG-ARCHIVED         VALUE "Y".
002550         10  PG-ARCH-QUOTA       PIC 9(05).
002560         10  PG-ARCH-FILLED      PIC 9(05).
002570         10  PG-SELECTED         PIC 9(05) COMP.
002580*
002590*****************************************************************
002600*    REPORT LINES
002610*****************************************************************
002620 01  CRT-TITLE-LINE.
002630     05  FILLER              PIC X(48) VALUE
002640         "SELECTION-DAY CLOSE-OUT CERTIFICATION - SITTING ".
002650     05  CTL-EXAM-DATE       PIC 9(08).
002660     05  FILLER              PIC X(24) VALUE SPACES.
002670*
002680 01  CRT-PARM-LINE.
002690     05  FILLER              PIC X(54) VALUE
002700         "SIMULATION WINDOW, DAYS EITHER SIDE OF OFFICIAL RUN: ".
002710     05  CPL-WINDOW          PIC ZZ9.
002720     05  FILLER              PIC X(23) VALUE SPACES.
002730*
002740 01  CRT-REPLAY-HEADING      PIC X(80) VALUE
002750     "SECTION 1 - RUN REPLAY FROM THE AUDIT TRAIL, IN RUN ORDER".
002760*
002770 01  CRT-EXTRACT-HEADING     PIC X(80) VALUE
002780     "SECTION 2 - RANKING EXTRACT".
002790*
002800 01  CRT-ARCHIVE-HEADING     PIC X(80) VALUE
002810     "SECTION 3 - RESULTS ARCHIVE".
002820*
002830 01  CRT-QUOTA-HEADING       PIC X(80) VALUE
002840     "SECTION 4 - PROGRAM QUOTAS".
002850*
002860 01  CRT-COLUMN-LINE.
002870     05  FILLER              PIC X(05) VALUE "SEQ".
002880     05  FILLER              PIC X(09) VALUE "RUN DATE".
002890     05  FILLER              PIC X(10) VALUE "RUN TIME".
002900     05  FILLER              PIC X(10) VALUE "MODE".
002910     05  FILLER              PIC X(05) VALUE "RST".
002920     05  FILLER              PIC X(06) VALUE "RECON".
002930     05  FILLER              PIC X(07) VALUE "COUNT".
002940     05  FILLER              PIC X(09) VALUE "GEN".
002950     05  FILLER              PIC X(05) VALUE "RC".
002960     05  FILLER              PIC X(14) VALUE SPACES.
002970*
002980 01  CRT-OFFICIAL-LINE.
002990     05  FILLER              PIC X(14) VALUE "OFFICIAL RUN: ".
003000     05  COL-RUN-DATE        PIC 9(08).
003010     05  FILLER              PIC X(01) VALUE SPACES.
003020     05  COL-RUN-TIME        PIC 9(08).
003030     05  FILLER              PIC X(13) VALUE "  GENERATION ".
003040     05  COL-GENERATION      PIC Z(06)9.
003050     05  FILLER              PIC X(08) VALUE "  COUNT ".
003060     05  COL-COUNT           PIC ZZZZ9.
003070     05  FILLER              PIC X(16) VALUE SPACES.
003080*
003090 01  CRT-EXTRACT-LINE.
003100     05  FILLER              PIC X(11) VALUE "GENERATION ".
003110     05  CEL-GENERATION      PIC Z(06)9.
003120     05  FILLER              PIC X(12) VALUE "  EXAM DATE ".
003130     05  CEL-EXAM-DATE       PIC 9(08).
003140     05  FILLER              PIC X(13) VALUE "  CANDIDATES ".
003150     05  CEL-COUNT           PIC ZZZZ9.
003160     05  FILLER              PIC X(11) VALUE "  SELECTED ".
003170     05  CEL-SELECTED        PIC ZZZZ9.
003180     05  FILLER              PIC X(08) VALUE SPACES.
003190*
003200 01  CRT-EXTRACT-LINE-2.
003210     05  FILLER              PIC X(31) VALUE
003220         "LOWEST SELECTED SCORE (CUTOFF) ".
003230     05  CEL-CUTOFF          PIC ZZ9.
003240     05  FILLER              PIC X(34) VALUE
003250         "   LAST GENERATION ON AUDIT TRAIL ".
003260     05  CEL-LAST-GENERATION PIC Z(06)9.
003270     05  FILLER              PIC X(05) VALUE SPACES.
003280*
003290 01  CRT-ARCHIVE-LINE.
003300     05  FILLER              PIC X(24) VALUE
003310         "ARCHIVE SITTING RECORDS ".
003320     05  CAL-SITTINGS        PIC ZZ9.
003330     05  FILLER              PIC X(08) VALUE "  COUNT ".
003340     05  CAL-COUNT           PIC ZZZZ9.
003350     05  FILLER              PIC X(09) VALUE "  CUTOFF ".
003360     05  CAL-CUTOFF          PIC ZZ9.
003370     05  FILLER              PIC X(17) VALUE
003380         "  CANDIDATE RECS ".
003390     05  CAL-CANDIDATES      PIC ZZZZ9.
003400     05  FILLER              PIC X(06) VALUE SPACES.
003410*
003420 01  CRT-QUOTA-COLUMN-LINE.
003430     05  FILLER              PIC X(06) VALUE "PGM".
003440     05  FILLER              PIC X(13) VALUE "QUOTA FILE".
003450     05  FILLER              PIC X(15) VALUE "ARCHIVED QUOTA".
003460     05  FILLER              PIC X(16) VALUE "ARCHIVED FILLED".
003470     05  FILLER              PIC X(12) VALUE "SELECTED".
003480     05  FILLER              PIC X(18) VALUE SPACES.
003490*
003500 01  CRT-QUOTA-LINE.
003510     05  CQL-PGM             PIC X(03).
003520     05  FILLER              PIC X(03) VALUE SPACES.
003530     05  CQL-QUOTA           PIC ZZZZ9.
003540     05  CQL-QUOTA-X REDEFINES CQL-QUOTA
003550                             PIC X(05).
003560     05  FILLER              PIC X(08) VALUE SPACES.
003570     05  CQL-ARCH-QUOTA      PIC ZZZZ9.
003580     05  CQL-ARCH-QUOTA-X REDEFINES CQL-ARCH-QUOTA
003590                             PIC X(05).
003600     05  FILLER              PIC X(10) VALUE SPACES.
003610     05  CQL-ARCH-FILLED     PIC ZZZZ9.
003620     05  CQL-ARCH-FILLED-X REDEFINES CQL-ARCH-FILLED
003630                             PIC X(05).
003640     05  FILLER              PIC X(11) VALUE SPACES.
003650     05  CQL-SELECTED        PIC ZZZZ9.
003660     05  FILLER              PIC X(25) VALUE SPACES.
003670*
003680*****************************************************************
003690*    FINDING AND NOTE LINES. A FINDING (MARKED ***) COUNTS
003700*    AGAINST CERTIFICATION; A NOTE IS INFORMATION ONLY.
003710*****************************************************************
003720 01  CRT-FINDING-LINE.
003730     05  FILLER              PIC X(07) VALUE "   *** ".
003740     05  CFL-TEXT            PIC X(73).
003750*
003760 01  CRT-COMPARE-LINE.
003770     05  FILLER              PIC X(07) VALUE "   *** ".
003780     05  CCL-TEXT            PIC X(41).
003790     05  CCL-FIRST           PIC Z(07)9.
003800     05  FILLER              PIC X(04) VALUE " VS ".
003810     05  CCL-SECOND          PIC Z(07)9.
003820     05  FILLER              PIC X(12) VALUE SPACES.
003830*
003840 01  CRT-NOTE-LINE.
003850     05  FILLER              PIC X(07) VALUE SPACES.
003860     05  CNL-TEXT            PIC X(73).
003870*
003880 01  CRT-COUNT-NOTE-LINE.
003890     05  FILLER              PIC X(07) VALUE SPACES.
003900     05  CNT-COUNT           PIC ZZZZ9.
003910     05  FILLER              PIC X(01) VALUE SPACES.
003920     05  CNT-TEXT            PIC X(67).
003930*
003940 01  CRT-VERDICT-LINE.
003950     05  FILLER              PIC X(30) VALUE
003960         "CLOSE-OUT VERDICT FOR SITTING ".
003970     05  CVL-EXAM-DATE       PIC 9(08).
003980     05  FILLER              PIC X(02) VALUE ": ".
003990     05  CVL-VERDICT         PIC X(13).
004000     05  FILLER              PIC X(27) VALUE SPACES.
004010*
004020 01  CRT-FINDINGS-LINE.
004030     05  CFC-COUNT           PIC ZZZ9.
004040     05  FILLER              PIC X(41) VALUE
004050         " FINDING(S) RAISED - SEE LINES MARKED ***".
004060     05  FILLER              PIC X(35) VALUE SPACES.
004070*
004080 PROCEDURE DIVISION.
004090*
004100*****************************************************************
004110*    0000-MAINLINE
004120*****************************************************************
004130 0000-MAINLINE.
004140     PERFORM 1000-INITIALIZE
004150         THRU 1000-INITIALIZE-EXIT.
004160     PERFORM 2000-LOAD-AUDIT-TRAIL
004170         THRU 2000-LOAD-AUDIT-TRAIL-EXIT.
004180     PERFORM 3000-LOAD-QUOTAS
004190         THRU 3000-LOAD-QUOTAS-EXIT.
004200     PERFORM 3500-LOAD-ARCHIVE
004210         THRU 3500-LOAD-ARCHIVE-EXIT.
004220     PERFORM 4000-LOAD-EXTRACT
004230         THRU 4000-LOAD-EXTRACT-EXIT.
004240     PERFORM 5000-REPLAY-RUNS
004250         THRU 5000-REPLAY-RUNS-EXIT.
004260     PERFORM 6000-CHECK-EXTRACT
004270         THRU 6000-CHECK-EXTRACT-EXIT.
004280     PERFORM 6500-CHECK-ARCHIVE
004290         THRU 6500-CHECK-ARCHIVE-EXIT.
004300     PERFORM 7000-CHECK-QUOTAS
004310         THRU 7000-CHECK-QUOTAS-EXIT.
004320     PERFORM 9000-TERMINATE
004330         THRU 9000-TERMINATE-EXIT.
004340     STOP RUN.
004350*
004360*****************************************************************
004370*    1000-INITIALIZE - THE PARAMETER CARD NAMES THE SITTING. THE
004380*    AUDIT TRAIL, THE ARCHIVE AND THE EXTRACT ARE ALL REQUIRED;
004390*    THE QUOTA FILE IS NOT (SEE 3000).
004400*****************************************************************
004410 1000-INITIALIZE.
004420     OPEN INPUT CERT-PARM-FILE.
004430     IF NOT CO-PARM-OK
004440         DISPLAY "CLOSE-OUT-CERTIFY: *** PARM ERROR *** UNABLE "
004450             "TO OPEN CERT-PARM-FILE, STATUS = " CO-PARM-STATUS
004460         MOVE 16 TO RETURN-CODE
004470         STOP RUN
004480     END-IF.
004490     READ CERT-PARM-FILE
004500         AT END
004510             DISPLAY "CLOSE-OUT-CERTIFY: *** PARM ERROR *** "
004520                 "CERT-PARM-FILE IS EMPTY."
004530             MOVE 16 TO RETURN-CODE
004540             STOP RUN
004550     END-READ.
004560     IF CP-EXAM-DATE NOT NUMERIC
004570         OR CP-EXAM-DATE = ZERO
004580         DISPLAY "CLOSE-OUT-CERTIFY: *** PARM ERROR *** EXAM "
004590             "DATE IS NOT USABLE."
004600         MOVE 16 TO RETURN-CODE
004610         STOP RUN
004620     END-IF.
004630     MOVE CP-EXAM-DATE TO CO-EXAM-DATE.
004640     IF CP-SIM-WINDOW NUMERIC
004650         AND CP-SIM-WINDOW > ZERO
004660         MOVE CP-SIM-WINDOW TO CO-SIM-WINDOW
004670     ELSE
004680         MOVE 1 TO CO-SIM-WINDOW
004690     END-IF.
004700     CLOSE CERT-PARM-FILE.
004710*
004720     OPEN INPUT AUDIT-TRAIL-FILE.
004730     IF NOT CO-AUDIT-OK
004740         DISPLAY "CLOSE-OUT-CERTIFY: UNABLE TO OPEN AUDIT-TRAIL-"
004750             "FILE, STATUS = " CO-AUDIT-STATUS
004760         MOVE 16 TO RETURN-CODE
004770         STOP RUN
004780     END-IF.
004790     OPEN INPUT HISTORY-FILE.
004800     IF NOT CO-HIST-OK
004810         DISPLAY "CLOSE-OUT-CERTIFY: UNABLE TO OPEN HISTORY-FILE"
004820             ", STATUS = " CO-HIST-STATUS
004830         MOVE 16 TO RETURN-CODE
004840         STOP RUN
004850     END-IF.
004860     OPEN INPUT EXTRACT-FILE.
004870     IF NOT CO-RANKEXT-OK
004880         DISPLAY "CLOSE-OUT-CERTIFY: *** EXTRACT ERROR *** NO "
004890             "EXTRACT-FILE, STATUS = " CO-RANKEXT-STATUS
004900         MOVE 16 TO RETURN-CODE
004910         STOP RUN
004920     END-IF.
004930     OPEN OUTPUT CERT-REPORT-FILE.
004940     IF NOT CO-REPORT-OK
004950         DISPLAY "CLOSE-OUT-CERTIFY: UNABLE TO OPEN CERT-REPORT-"
004960             "FILE, STATUS = " CO-REPORT-STATUS
004970         MOVE 16 TO RETURN-CODE
004980         STOP RUN
004990     END-IF.
005000     MOVE CO-EXAM-DATE  TO CTL-EXAM-DATE.
005010     WRITE CERT-REPORT-LINE FROM CRT-TITLE-LINE.
005020     MOVE CO-SIM-WINDOW TO CPL-WINDOW.
005030     WRITE CERT-REPORT-LINE FROM CRT-PARM-LINE.
005040     MOVE SPACES TO CERT-REPORT-LINE.
005050     WRITE CERT-REPORT-LINE.
005060 1000-INITIALIZE-EXIT.
005070     EXIT.
005080*
005090*****************************************************************
005100*    2000-LOAD-AUDIT-TRAIL - EVERY RECORD DATED FOR THE SITTING
005110*    IS KEPT, IN FILE ORDER, WHICH IS RUN ORDER. RECORDS WRITTEN
005120*    BEFORE THE AUDIT TRAIL CARRIED AN EXAM DATE CANNOT BE TIED
005130*    TO A SITTING AND ARE ONLY COUNTED. THE OFFICIAL RUN IS THE
005140*    LAST NORMAL RUN THAT WROTE A GENERATION (A RUN STOPPED ON
005150*    THE SITE MANIFEST WROTE NONE). CO-LATER-COUNT COUNTS THE
005160*    DECLINE, REGRADE AND REINSTATE RUNS THAT HAVE REWRITTEN THE
005170*    EXTRACT SINCE THE OFFICIAL RUN.
005180*****************************************************************
005190 2000-LOAD-AUDIT-TRAIL.
005200     MOVE ZERO TO CO-RUN-COUNT.
005210     PERFORM 2100-READ-AUDIT-RECORD
005220         THRU 2100-READ-AUDIT-RECORD-EXIT
005230         UNTIL CO-AUDIT-EOF.
005240     CLOSE AUDIT-TRAIL-FILE.
005250     DISPLAY "CLOSE-OUT-CERTIFY: " CO-AUDIT-READ
005260         " AUDIT RECORD(S) READ, " CO-RUN-COUNT
005270         " FOR SITTING " CO-EXAM-DATE ".".
005280 2000-LOAD-AUDIT-TRAIL-EXIT.
005290     EXIT.
005300*
005310 2100-READ-AUDIT-RECORD.
005320     READ AUDIT-TRAIL-FILE
005330         AT END
005340             SET CO-AUDIT-EOF TO TRUE
005350             GO TO 2100-READ-AUDIT-RECORD-EXIT
005360     END-READ.
005370     ADD 1 TO CO-AUDIT-READ.
005380     IF AU-EXAM-DATE NOT NUMERIC
005390         ADD 1 TO CO-UNDATED-COUNT
005400         GO TO 2100-READ-AUDIT-RECORD-EXIT
005410     END-IF.
005420     IF AU-EXAM-DATE NOT = CO-EXAM-DATE
005430         GO TO 2100-READ-AUDIT-RECORD-EXIT
005440     END-IF.
005450     IF CO-RUN-COUNT = CO-MAX-RUNS
005460         DISPLAY "CLOSE-OUT-CERTIFY: *** AUDIT ERROR *** MORE "
005470             "THAN " CO-MAX-RUNS " RUNS FOR SITTING "
005480             CO-EXAM-DATE
005490         MOVE 16 TO RETURN-CODE
005500         STOP RUN
005510     END-IF.
005520     ADD 1 TO CO-RUN-COUNT.
005530     MOVE AU-RUN-DATE       TO RN-RUN-DATE(CO-RUN-COUNT).
005540     MOVE AU-RUN-TIME       TO RN-RUN-TIME(CO-RUN-COUNT).
005550     MOVE AU-RUN-MODE       TO RN-RUN-MODE(CO-RUN-COUNT).
005560     MOVE AU-RESTART-FLAG   TO RN-RESTART-FLAG(CO-RUN-COUNT).
005570     MOVE AU-RECONCILE-FLAG TO RN-RECONCILE-FLAG(CO-RUN-COUNT).
005580     MOVE AU-CUTOFF-COUNT   TO RN-CUTOFF-COUNT(CO-RUN-COUNT).
005590     MOVE AU-TIE-POLICY     TO RN-TIE-POLICY(CO-RUN-COUNT).
005600     MOVE AU-RECORDS-LOADED TO RN-RECORDS-LOADED(CO-RUN-COUNT).
005610     MOVE AU-AFTER-COUNT    TO RN-AFTER-COUNT(CO-RUN-COUNT).
005620     MOVE AU-RETURN-CODE    TO RN-RETURN-CODE(CO-RUN-COUNT).
005630     IF AU-EXTRACT-GENERATION NUMERIC
005640         MOVE AU-EXTRACT-GENERATION
005650                            TO RN-GENERATION(CO-RUN-COUNT)
005660     ELSE
005670         MOVE ZERO          TO RN-GENERATION(CO-RUN-COUNT)
005680     END-IF.
005690*
005700     IF AU-MODE-NORMAL
005710         AND RN-GENERATION(CO-RUN-COUNT) > ZERO
005720         SET CO-OFFICIAL-FOUND TO TRUE
005730         MOVE CO-RUN-COUNT TO CO-OFFICIAL-IX
005740         MOVE ZERO TO CO-LATER-COUNT
005750     END-IF.
005760*    THE ARCHIVE IS WRITTEN BY NORMAL RUNS ONLY, SO A LATER RUN
005770*    THAT REWRITES THE EXTRACT LEAVES THE TWO DIFFERING (6500).
005780     IF CO-OFFICIAL-FOUND
005790         AND RN-GENERATION(CO-RUN-COUNT) > ZERO
005800         AND (AU-MODE-REGRADE
005810              OR AU-MODE-DECLINE
005820              OR AU-MODE-REINSTATE)
005830         ADD 1 TO CO-LATER-COUNT
005840     END-IF.
005850     IF AU-MODE-NORMAL
005860         OR AU-MODE-REGRADE
005870         OR AU-MODE-DECLINE
005880         OR AU-MODE-REINSTATE
005890         IF RN-GENERATION(CO-RUN-COUNT) > ZERO
005900             MOVE RN-GENERATION(CO-RUN-COUNT)
005910                            TO CO-LAST-GENERATION
005920             MOVE AU-TIE-POLICY   TO CO-LAST-TIE-POLICY
005930             MOVE AU-CUTOFF-COUNT TO CO-LAST-CUTOFF-COUNT
005940         END-IF
005950     END-IF.
005960*
005970*    A DECLINE RUN RELOADS THE EXTRACT WITHOUT RECOUNTING IT, SO
005980*    THE COUNT THE EXTRACT SHOULD NOW HOLD IS THE ONE LEFT BY THE
005990*    LAST NORMAL, REGRADE OR REINSTATE RUN THAT WROTE A
006000*    GENERATION.
006010     IF (AU-MODE-NORMAL
006020         OR AU-MODE-REGRADE
006030         OR AU-MODE-REINSTATE)
006040         AND RN-GENERATION(CO-RUN-COUNT) > ZERO
006050         SET CO-EXPECTED-FOUND TO TRUE
006060         MOVE AU-AFTER-COUNT TO CO-EXPECTED-COUNT
006070     END-IF.
006080 2100-READ-AUDIT-RECORD-EXIT.
006090     EXIT.
006100*
006110*****************************************************************
006120*    3000-LOAD-QUOTAS - AS IN BUBBLE-SORT, A MISSING QUOTA FILE
006130*    (STATUS 35) MEANS THE GLOBAL CUTOFF COUNT DECIDED SELECTION.
006140*****************************************************************
006150 3000-LOAD-QUOTAS.
006160     OPEN INPUT PROGRAM-QUOTA-FILE.
006170     IF CO-QUOTA-NOT-FOUND
006180         DISPLAY "CLOSE-OUT-CERTIFY: NO PROGRAM-QUOTA-FILE - "
006190             "GLOBAL CUTOFF COUNT CHECKED INSTEAD."
006200         GO TO 3000-LOAD-QUOTAS-EXIT
006210     END-IF.
006220     IF NOT CO-QUOTA-OK
006230         DISPLAY "CLOSE-OUT-CERTIFY: UNABLE TO OPEN PROGRAM-"
006240             "QUOTA-FILE, STATUS = " CO-QUOTA-STATUS
006250         MOVE 16 TO RETURN-CODE
006260         STOP RUN
006270     END-IF.
006280     SET CO-QUOTA-FILE-PRESENT TO TRUE.
006290     PERFORM 3100-READ-QUOTA-RECORD
006300         THRU 3100-READ-QUOTA-RECORD-EXIT
006310         UNTIL CO-QUOTA-EOF.
006320     CLOSE PROGRAM-QUOTA-FILE.
006330 3000-LOAD-QUOTAS-EXIT.
006340     EXIT.
006350*
006360 3100-READ-QUOTA-RECORD.
006370     READ PROGRAM-QUOTA-FILE
006380         AT END
006390             SET CO-QUOTA-EOF TO TRUE
006400             GO TO 3100-READ-QUOTA-RECORD-EXIT
006410     END-READ.
006420     IF QT-QUOTA NOT NUMERIC
006430         DISPLAY "CLOSE-OUT-CERTIFY: *** QUOTA ERROR *** QUOTA "
006440             "FOR PROGRAM " QT-PROGRAM-CODE " IS NOT NUMERIC."
006450         MOVE 16 TO RETURN-CODE
006460         STOP RUN
006470     END-IF.
006480     ADD 1 TO CO-QUOTA-COUNT.
006490     MOVE QT-PROGRAM-CODE TO CO-PGM-KEY.
006500     PERFORM 8400-FIND-PROGRAM
006510         THRU 8400-FIND-PROGRAM-EXIT.
006520     SET PG-ON-QUOTA-FILE(CO-PGM-IX) TO TRUE.
006530     MOVE QT-QUOTA TO PG-QUOTA(CO-PGM-IX).
006540 3100-READ-QUOTA-RECORD-EXIT.
006550     EXIT.
006560*
006570*****************************************************************
006580*    3500-LOAD-ARCHIVE - ONLY THE SITTING BEING CERTIFIED IS
006590*    LOOKED AT. A SITTING RECORD CLEARS WHAT AN EARLIER APPEND
006600*    OF THE SAME SITTING LEFT, SO THE LATEST APPEND IS CHECKED.
006610*****************************************************************
006620 3500-LOAD-ARCHIVE.
006630     PERFORM 3600-READ-HISTORY-RECORD
006640         THRU 3600-READ-HISTORY-RECORD-EXIT
006650         UNTIL CO-HIST-EOF.
006660     CLOSE HISTORY-FILE.
006670 3500-LOAD-ARCHIVE-EXIT.
006680     EXIT.
006690*
006700 3600-READ-HISTORY-RECORD.
006710     READ HISTORY-FILE
006720         AT END
006730             SET CO-HIST-EOF TO TRUE
006740             GO TO 3600-READ-HISTORY-RECORD-EXIT
006750     END-READ.
006760     IF HI-EXAM-DATE NOT NUMERIC
006770         OR HI-EXAM-DATE NOT = CO-EXAM-DATE
006780         GO TO 3600-READ-HISTORY-RECORD-EXIT
006790     END-IF.
006800     IF HI-SITTING-REC
006810         ADD 1 TO CO-SIT-RECORDS
006820         MOVE HI-SIT-COUNT  TO CO-SIT-COUNT
006830         MOVE HI-SIT-CUTOFF TO CO-SIT-CUTOFF
006840         MOVE ZERO TO CO-CAND-RECORDS
006850         PERFORM 3610-CLEAR-ONE-ARCHIVED
006860             THRU 3610-CLEAR-ONE-ARCHIVED-EXIT
006870             VARYING J FROM 1 BY 1 UNTIL J > CO-PROGRAM-COUNT
006880         GO TO 3600-READ-HISTORY-RECORD-EXIT
006890     END-IF.
006900     IF HI-PROGRAM-REC
006910         MOVE HI-PGM-CODE TO CO-PGM-KEY
006920         PERFORM 8400-FIND-PROGRAM
006930             THRU 8400-FIND-PROGRAM-EXIT
006940         SET PG-ARCHIVED(CO-PGM-IX) TO TRUE
006950         MOVE HI-PGM-QUOTA  TO PG-ARCH-QUOTA(CO-PGM-IX)
006960         MOVE HI-PGM-FILLED TO PG-ARCH-FILLED(CO-PGM-IX)
006970         GO TO 3600-READ-HISTORY-RECORD-EXIT
006980     END-IF.
006990     IF HI-CANDIDATE-REC
007000         ADD 1 TO CO-CAND-RECORDS
007010     END-IF.
007020 3600-READ-HISTORY-RECORD-EXIT.
007030     EXIT.
007040*
007050 3610-CLEAR-ONE-ARCHIVED.
007060     MOVE "N"  TO PG-ARCH-FLAG(J).
007070     MOVE ZERO TO PG-ARCH-QUOTA(J).
007080     MOVE ZERO TO PG-ARCH-FILLED(J).
007090 3610-CLEAR-ONE-ARCHIVED-EXIT.
007100     EXIT.
007110*
007120*****************************************************************
007130*    4000-LOAD-EXTRACT - THE EXTRACT IS READ WHOLE AND ITS
007140*    TRAILER CHECKED. SELECTED CANDIDATES ARE COUNTED BY PROGRAM
007150*    AND THE LOWEST SELECTED SCORE IS KEPT AS THE CUTOFF.
007160*****************************************************************
007170 4000-LOAD-EXTRACT.
007180     PERFORM 4100-READ-EXTRACT-RECORD
007190         THRU 4100-READ-EXTRACT-RECORD-EXIT
007200         UNTIL CO-RANKEXT-EOF.
007210     CLOSE EXTRACT-FILE.
007220     DISPLAY "CLOSE-OUT-CERTIFY: " CO-EXT-READ-COUNT
007230         " CANDIDATE(S) ON EXTRACT GENERATION "
007240         CO-EXT-GENERATION ".".
007250 4000-LOAD-EXTRACT-EXIT.
007260     EXIT.
007270*
007280 4100-READ-EXTRACT-RECORD.
007290     READ EXTRACT-FILE
007300         AT END
007310             SET CO-RANKEXT-EOF TO TRUE
007320             GO TO 4100-READ-EXTRACT-RECORD-EXIT
007330     END-READ.
007340     IF CO-EXT-TRL-SEEN
007350         SET CO-EXT-ORDER-BAD TO TRUE
007360         GO TO 4100-READ-EXTRACT-RECORD-EXIT
007370     END-IF.
007380     IF EX-HEADER-REC
007390         IF CO-EXT-HDR-SEEN
007400             OR CO-EXT-READ-COUNT > ZERO
007410             SET CO-EXT-ORDER-BAD TO TRUE
007420         END-IF
007430         SET CO-EXT-HDR-SEEN TO TRUE
007440         MOVE EX-HDR-GENERATION TO CO-EXT-GENERATION
007450         MOVE EX-HDR-EXAM-DATE  TO CO-EXT-EXAM-DATE
007460         GO TO 4100-READ-EXTRACT-RECORD-EXIT
007470     END-IF.
007480     IF EX-TRAILER-REC
007490         SET CO-EXT-TRL-SEEN TO TRUE
007500         MOVE EX-TRL-GENERATION     TO CO-EXT-TRL-GENERATION
007510         MOVE EX-TRL-RECORD-COUNT   TO CO-EXT-TRL-COUNT
007520         MOVE EX-TRL-SELECTED-COUNT TO CO-EXT-TRL-SELECTED
007530         MOVE EX-TRL-SCORE-HASH     TO CO-EXT-TRL-SCORES
007540         MOVE EX-TRL-RANK-HASH      TO CO-EXT-TRL-RANKS
007550         GO TO 4100-READ-EXTRACT-RECORD-EXIT
007560     END-IF.
007570     ADD 1 TO CO-EXT-READ-COUNT.
007580     ADD EX-SCORE TO CO-EXT-READ-SCORES.
007590     ADD EX-RANK  TO CO-EXT-READ-RANKS.
007600     IF NOT EX-SELECTED
007610         GO TO 4100-READ-EXTRACT-RECORD-EXIT
007620     END-IF.
007630     ADD 1 TO CO-EXT-READ-SELECTED.
007640     IF CO-EXT-CUTOFF = ZERO
007650         OR EX-SCORE < CO-EXT-CUTOFF
007660         MOVE EX-SCORE TO CO-EXT-CUTOFF
007670     END-IF.
007680     MOVE EX-PROGRAM-CODE TO CO-PGM-KEY.
007690     PERFORM 8400-FIND-PROGRAM
007700         THRU 8400-FIND-PROGRAM-EXIT.
007710     ADD 1 TO PG-SELECTED(CO-PGM-IX).
007720 4100-READ-EXTRACT-RECORD-EXIT.
007730     EXIT.
007740*
007750*****************************************************************
007760*    5000-REPLAY-RUNS - ONE LINE PER RUN AGAINST THE SITTING, IN
007770*    THE ORDER THE RUNS WERE MADE, EACH FOLLOWED BY ANY FINDING
007780*    IT RAISES.
007790*****************************************************************
007800 5000-REPLAY-RUNS.
007810     WRITE CERT-REPORT-LINE FROM CRT-REPLAY-HEADING.
007820     MOVE SPACES TO CERT-REPORT-LINE.
007830     WRITE CERT-REPORT-LINE.
007840     IF CO-OFFICIAL-FOUND
007850         MOVE RN-RUN-DATE(CO-OFFICIAL-IX) TO CO-DATE-WORK
007860         PERFORM 8500-COMPUTE-DAY-NUMBER
007870             THRU 8500-COMPUTE-DAY-NUMBER-EXIT
007880         MOVE CO-DAY-NUMBER TO CO-OFFICIAL-DAY
007890     END-IF.
007900     WRITE CERT-REPORT-LINE FROM CRT-COLUMN-LINE.
007910     MOVE ZERO TO CO-REPLAY-GENERATION.
007920     PERFORM 5100-REPLAY-ONE-RUN
007930         THRU 5100-REPLAY-ONE-RUN-EXIT
007940         VARYING I FROM 1 BY 1 UNTIL I > CO-RUN-COUNT.
007950*
007960     IF CO-RUN-COUNT = ZERO
007970         MOVE "NO RUNS ON THE AUDIT TRAIL FOR THIS SITTING"
007980             TO CFL-TEXT
007990         PERFORM 8100-WRITE-FINDING
008000             THRU 8100-WRITE-FINDING-EXIT
008010     END-IF.
008020     IF CO-UNDATED-COUNT > ZERO
008030         MOVE CO-UNDATED-COUNT TO CNT-COUNT
008040         MOVE "AUDIT RECORD(S) WITHOUT AN EXAM DATE, NOT REPLAYED"
008050             TO CNT-TEXT
008060         WRITE CERT-REPORT-LINE FROM CRT-COUNT-NOTE-LINE
008070     END-IF.
008080     MOVE SPACES TO CERT-REPORT-LINE.
008090     WRITE CERT-REPORT-LINE.
008100     IF CO-OFFICIAL-MISSING
008110         MOVE "NO OFFICIAL (NORMAL MODE) RUN ON THE AUDIT TRAIL"
008120             TO CFL-TEXT
008130         PERFORM 8100-WRITE-FINDING
008140             THRU 8100-WRITE-FINDING-EXIT
008150     ELSE
008160         MOVE RN-RUN-DATE(CO-OFFICIAL-IX)    TO COL-RUN-DATE
008170         MOVE RN-RUN-TIME(CO-OFFICIAL-IX)    TO COL-RUN-TIME
008180         MOVE RN-GENERATION(CO-OFFICIAL-IX)  TO COL-GENERATION
008190         MOVE RN-AFTER-COUNT(CO-OFFICIAL-IX) TO COL-COUNT
008200         WRITE CERT-REPORT-LINE FROM CRT-OFFICIAL-LINE
008210     END-IF.
008220     IF CO-LETTERS-NOT-PRINTED
008230         MOVE "LETTERS HAVE NOT BEEN PRINTED FOR THIS SITTING"
008240             TO CNL-TEXT
008250         WRITE CERT-REPORT-LINE FROM CRT-NOTE-LINE
008260     END-IF.
008270     MOVE SPACES TO CERT-REPORT-LINE.
008280     WRITE CERT-REPORT-LINE.
008290 5000-REPLAY-RUNS-EXIT.
008300     EXIT.
008310*
008320 5100-REPLAY-ONE-RUN.
008330     MOVE SPACES                 TO CERT-REPORT-LINE.
008340     MOVE I                      TO CR-SEQ.
008350     MOVE RN-RUN-DATE(I)         TO CR-RUN-DATE.
008360     MOVE RN-RUN-TIME(I)         TO CR-RUN-TIME.
008370     EVALUATE TRUE
008380         WHEN RN-MODE-NORMAL(I)
008390             MOVE "NORMAL"       TO CR-MODE
008400         WHEN RN-MODE-REGRADE(I)
008410             MOVE "REGRADE"      TO CR-MODE
008420         WHEN RN-MODE-DECLINE(I)
008430             MOVE "DECLINE"      TO CR-MODE
008440         WHEN RN-MODE-REINSTATE(I)
008450             MOVE "REINSTAT"     TO CR-MODE
008460         WHEN RN-MODE-SIMULATE(I)
008470             MOVE "SIMULATE"     TO CR-MODE
008480         WHEN RN-MODE-LETTERS(I)
008490             MOVE "LETTERS"      TO CR-MODE
008500         WHEN OTHER
008510             MOVE RN-RUN-MODE(I) TO CR-MODE
008520     END-EVALUATE.
008530     IF RN-RESTART-FLAG(I) = "Y"
008540         MOVE "YES"              TO CR-RESTART
008550     ELSE
008560         MOVE "NO"               TO CR-RESTART
008570     END-IF.
008580     EVALUATE TRUE
008590         WHEN RN-RECONCILE-PASSED(I)
008600             MOVE "PASS"         TO CR-RECONCILE
008610         WHEN RN-RECONCILE-FAILED(I)
008620             MOVE "FAIL"         TO CR-RECONCILE
008630         WHEN OTHER
008640             MOVE "SKIP"         TO CR-RECONCILE
008650     END-EVALUATE.
008660     IF RN-MODE-LETTERS(I)
008670         MOVE RN-RECORDS-LOADED(I) TO CR-COUNT
008680     ELSE
008690         MOVE RN-AFTER-COUNT(I)    TO CR-COUNT
008700     END-IF.
008710     MOVE RN-GENERATION(I)       TO CR-GENERATION.
008720     MOVE RN-RETURN-CODE(I)      TO CR-RETURN-CODE.
008730     WRITE CERT-REPORT-LINE.
008740*
008750     IF RN-RECONCILE-FAILED(I)
008760         MOVE "RECONCILE FAILED ON THIS RUN" TO CFL-TEXT
008770         PERFORM 8100-WRITE-FINDING
008780             THRU 8100-WRITE-FINDING-EXIT
008790     END-IF.
008800     IF RN-RESTART-FLAG(I) = "Y"
008810         MOVE "RUN WAS RESTARTED FROM A CHECKPOINT" TO CFL-TEXT
008820         PERFORM 8100-WRITE-FINDING
008830             THRU 8100-WRITE-FINDING-EXIT
008840     END-IF.
008850     IF RN-RETURN-CODE(I) NOT = ZERO
008860         MOVE "RUN ENDED WITH A NON-ZERO RETURN CODE" TO CFL-TEXT
008870         PERFORM 8100-WRITE-FINDING
008880             THRU 8100-WRITE-FINDING-EXIT
008890     END-IF.
008900*
008910     IF RN-MODE-SIMULATE(I)
008920         AND CO-OFFICIAL-FOUND
008930         PERFORM 5200-CHECK-SIMULATION
008940             THRU 5200-CHECK-SIMULATION-EXIT
008950     END-IF.
008960*
008970     IF RN-MODE-LETTERS(I)
008980         SET CO-LETTERS-PRINTED TO TRUE
008990         IF RN-GENERATION(I) NOT = CO-REPLAY-GENERATION
009000             MOVE "LETTERS PRINTED FROM GEN VS CURRENT GEN:"
009010                 TO CCL-TEXT
009020             MOVE RN-GENERATION(I)     TO CCL-FIRST
009030             MOVE CO-REPLAY-GENERATION TO CCL-SECOND
009040             PERFORM 8200-WRITE-COMPARE
009050                 THRU 8200-WRITE-COMPARE-EXIT
009060         END-IF
009070     END-IF.
009080     IF CO-LETTERS-PRINTED
009090         AND RN-MODE-REGRADE(I)
009100         MOVE "REGRADE RUN AFTER THE LETTERS WERE PRINTED"
009110             TO CFL-TEXT
009120         PERFORM 8100-WRITE-FINDING
009130             THRU 8100-WRITE-FINDING-EXIT
009140     END-IF.
009150     IF CO-LETTERS-PRINTED
009160         AND RN-MODE-REINSTATE(I)
009170         MOVE "REINSTATE RUN AFTER THE LETTERS WERE PRINTED"
009180             TO CFL-TEXT
009190         PERFORM 8100-WRITE-FINDING
009200             THRU 8100-WRITE-FINDING-EXIT
009210     END-IF.
009220*
009230     IF RN-GENERATION(I) > ZERO
009240         AND NOT RN-MODE-LETTERS(I)
009250         AND NOT RN-MODE-SIMULATE(I)
009260         MOVE RN-GENERATION(I) TO CO-REPLAY-GENERATION
009270     END-IF.
009280 5100-REPLAY-ONE-RUN-EXIT.
009290     EXIT.
009300*
009310*****************************************************************
009320*    5200-CHECK-SIMULATION - A SIMULATION RUN CLOSE TO THE
009330*    OFFICIAL RUN, BEFORE OR AFTER IT, IS RAISED: IT MAY HAVE
009340*    BEEN TAKEN FOR THE OFFICIAL RUN, OR THE OFFICIAL RUN
009350*    REPEATED WHAT A SIMULATION HAD ALREADY SHOWN.
009360*****************************************************************
009370 5200-CHECK-SIMULATION.
009380     MOVE RN-RUN-DATE(I) TO CO-DATE-WORK.
009390     PERFORM 8500-COMPUTE-DAY-NUMBER
009400         THRU 8500-COMPUTE-DAY-NUMBER-EXIT.
009410     IF CO-DAY-NUMBER > CO-OFFICIAL-DAY
009420         COMPUTE CO-DAY-GAP = CO-DAY-NUMBER - CO-OFFICIAL-DAY
009430     ELSE
009440         COMPUTE CO-DAY-GAP = CO-OFFICIAL-DAY - CO-DAY-NUMBER
009450     END-IF.
009460     IF CO-DAY-GAP > CO-SIM-WINDOW
009470         GO TO 5200-CHECK-SIMULATION-EXIT
009480     END-IF.
009490     MOVE "SIMULATION NEAR OFFICIAL RUN (DAYS, MAX):"
009500         TO CCL-TEXT.
009510     MOVE CO-DAY-GAP    TO CCL-FIRST.
009520     MOVE CO-SIM-WINDOW TO CCL-SECOND.
009530     PERFORM 8200-WRITE-COMPARE
009540         THRU 8200-WRITE-COMPARE-EXIT.
009550 5200-CHECK-SIMULATION-EXIT.
009560     EXIT.
009570*
009580*****************************************************************
009590*    6000-CHECK-EXTRACT - THE EXTRACT MUST PASS ITS TRAILER
009600*    CHECK, BE FOR THIS SITTING, BE THE LAST GENERATION THE
009610*    AUDIT TRAIL RECORDS, AND HOLD THE CANDIDATE COUNT THE LAST
009620*    COUNTING RUN LEFT ON IT.
009630*****************************************************************
009640 6000-CHECK-EXTRACT.
009650     WRITE CERT-REPORT-LINE FROM CRT-EXTRACT-HEADING.
009660     MOVE SPACES TO CERT-REPORT-LINE.
009670     WRITE CERT-REPORT-LINE.
009680     MOVE CO-EXT-GENERATION  TO CEL-GENERATION.
009690     MOVE CO-EXT-EXAM-DATE   TO CEL-EXAM-DATE.
009700     MOVE CO-EXT-READ-COUNT      TO CEL-COUNT.
009710     MOVE CO-EXT-READ-SELECTED   TO CEL-SELECTED.
009720     WRITE CERT-REPORT-LINE FROM CRT-EXTRACT-LINE.
009730     MOVE CO-EXT-CUTOFF      TO CEL-CUTOFF.
009740     MOVE CO-LAST-GENERATION TO CEL-LAST-GENERATION.
009750     WRITE CERT-REPORT-LINE FROM CRT-EXTRACT-LINE-2.
009760*
009770     IF CO-EXT-HDR-MISSING
009780         AND CO-EXT-TRL-MISSING
009790         AND CO-EXT-ORDER-OK
009800         MOVE "EXTRACT CARRIES NO GENERATION HEADER OR TRAILER"
009810             TO CFL-TEXT
009820         PERFORM 8100-WRITE-FINDING
009830             THRU 8100-WRITE-FINDING-EXIT
009840         GO TO 6000-CHECK-EXTRACT-COUNT
009850     END-IF.
009860     IF CO-EXT-HDR-MISSING
009870         OR CO-EXT-TRL-MISSING
009880         OR CO-EXT-ORDER-BAD
009890         OR CO-EXT-TRL-GENERATION NOT = CO-EXT-GENERATION
009900         OR CO-EXT-TRL-COUNT      NOT = CO-EXT-READ-COUNT
009910         OR CO-EXT-TRL-SELECTED   NOT = CO-EXT-READ-SELECTED
009920         OR CO-EXT-TRL-SCORES     NOT = CO-EXT-READ-SCORES
009930         OR CO-EXT-TRL-RANKS      NOT = CO-EXT-READ-RANKS
009940         SET CO-EXTRACT-UNUSABLE TO TRUE
009950         MOVE "EXTRACT FAILS ITS TRAILER CHECK - NOT COMPARED"
009960             TO CFL-TEXT
009970         PERFORM 8100-WRITE-FINDING
009980             THRU 8100-WRITE-FINDING-EXIT
009990         GO TO 6000-CHECK-EXTRACT-DONE
010000     END-IF.
010010     IF CO-EXT-EXAM-DATE NOT = CO-EXAM-DATE
010020         MOVE "EXTRACT EXAM DATE VS SITTING CERTIFIED:"
010030             TO CCL-TEXT
010040         MOVE CO-EXT-EXAM-DATE TO CCL-FIRST
010050         MOVE CO-EXAM-DATE     TO CCL-SECOND
010060         PERFORM 8200-WRITE-COMPARE
010070             THRU 8200-WRITE-COMPARE-EXIT
010080     END-IF.
010090     IF CO-EXT-GENERATION NOT = CO-LAST-GENERATION
010100         MOVE "EXTRACT GEN VS LAST GEN ON AUDIT TRAIL:"
010110             TO CCL-TEXT
010120         MOVE CO-EXT-GENERATION  TO CCL-FIRST
010130         MOVE CO-LAST-GENERATION TO CCL-SECOND
010140         PERFORM 8200-WRITE-COMPARE
010150             THRU 8200-WRITE-COMPARE-EXIT
010160     END-IF.
010170 6000-CHECK-EXTRACT-COUNT.
010180     IF CO-EXPECTED-FOUND
010190         AND CO-EXT-READ-COUNT NOT = CO-EXPECTED-COUNT
010200         MOVE "EXTRACT COUNT VS COUNT ON AUDIT TRAIL:"
010210             TO CCL-TEXT
010220         MOVE CO-EXT-READ-COUNT     TO CCL-FIRST
010230         MOVE CO-EXPECTED-COUNT TO CCL-SECOND
010240         PERFORM 8200-WRITE-COMPARE
010250             THRU 8200-WRITE-COMPARE-EXIT
010260     END-IF.
010270 6000-CHECK-EXTRACT-DONE.
010280     MOVE SPACES TO CERT-REPORT-LINE.
010290     WRITE CERT-REPORT-LINE.
010300 6000-CHECK-EXTRACT-EXIT.
010310     EXIT.
010320*
010330*****************************************************************
010340*    6500-CHECK-ARCHIVE - THE LATEST SITTING RECORD MUST AGREE
010350*    WITH ITS OWN CANDIDATE RECORDS AND WITH THE COUNT THE
010360*    OFFICIAL RUN RECORDED. IT MUST ALSO AGREE WITH THE COUNT
010370*    AND CUTOFF THE EXTRACT NOW HOLDS, UNLESS A LATER DECLINE,
010380*    REGRADE OR REINSTATE RUN HAS REWRITTEN THE EXTRACT - THE
010390*    ARCHIVE STILL HOLDS THE OFFICIAL RUN, AND THE DIFFERENCES
010400*    ARE THEN ONLY NOTED (6600).
010410*****************************************************************
010420 6500-CHECK-ARCHIVE.
010430     WRITE CERT-REPORT-LINE FROM CRT-ARCHIVE-HEADING.
010440     MOVE SPACES TO CERT-REPORT-LINE.
010450     WRITE CERT-REPORT-LINE.
010460     IF CO-SIT-RECORDS = ZERO
010470         MOVE "NO SITTING RECORD ON THE RESULTS ARCHIVE"
010480             TO CFL-TEXT
010490         PERFORM 8100-WRITE-FINDING
010500             THRU 8100-WRITE-FINDING-EXIT
010510         GO TO 6500-CHECK-ARCHIVE-DONE
010520     END-IF.
010530     MOVE CO-SIT-RECORDS  TO CAL-SITTINGS.
010540     MOVE CO-SIT-COUNT    TO CAL-COUNT.
010550     MOVE CO-SIT-CUTOFF   TO CAL-CUTOFF.
010560     MOVE CO-CAND-RECORDS TO CAL-CANDIDATES.
010570     WRITE CERT-REPORT-LINE FROM CRT-ARCHIVE-LINE.
010580     IF CO-SIT-RECORDS > 1
010590         MOVE CO-SIT-RECORDS TO CNT-COUNT
010600         MOVE "SITTING RECORDS - THE LATEST APPEND IS CHECKED"
010610             TO CNT-TEXT
010620         WRITE CERT-REPORT-LINE FROM CRT-COUNT-NOTE-LINE
010630     END-IF.
010640*
010650     IF CO-SIT-COUNT NOT = CO-CAND-RECORDS
010660         MOVE "ARCHIVED COUNT VS CANDIDATE RECORDS:"
010670             TO CCL-TEXT
010680         MOVE CO-SIT-COUNT    TO CCL-FIRST
010690         MOVE CO-CAND-RECORDS TO CCL-SECOND
010700         PERFORM 8200-WRITE-COMPARE
010710             THRU 8200-WRITE-COMPARE-EXIT
010720     END-IF.
010730     IF CO-OFFICIAL-FOUND
010740         AND CO-SIT-COUNT NOT = RN-AFTER-COUNT(CO-OFFICIAL-IX)
010750         MOVE "ARCHIVED COUNT VS OFFICIAL RUN COUNT:"
010760             TO CCL-TEXT
010770         MOVE CO-SIT-COUNT                   TO CCL-FIRST
010780         MOVE RN-AFTER-COUNT(CO-OFFICIAL-IX) TO CCL-SECOND
010790         PERFORM 8200-WRITE-COMPARE
010800             THRU 8200-WRITE-COMPARE-EXIT
010810     END-IF.
010820     IF CO-EXTRACT-UNUSABLE
010830         GO TO 6500-CHECK-ARCHIVE-DONE
010840     END-IF.
010850     IF CO-LATER-COUNT > ZERO
010860         PERFORM 6600-NOTE-LATER-EXTRACT
010870             THRU 6600-NOTE-LATER-EXTRACT-EXIT
010880         GO TO 6500-CHECK-ARCHIVE-DONE
010890     END-IF.
010900     IF CO-SIT-COUNT NOT = CO-EXT-READ-COUNT
010910         MOVE "ARCHIVED COUNT VS EXTRACT COUNT:" TO CCL-TEXT
010920         MOVE CO-SIT-COUNT  TO CCL-FIRST
010930         MOVE CO-EXT-READ-COUNT TO CCL-SECOND
010940         PERFORM 8200-WRITE-COMPARE
010950             THRU 8200-WRITE-COMPARE-EXIT
010960     END-IF.
010970     IF CO-SIT-CUTOFF NOT = CO-EXT-CUTOFF
010980         MOVE "ARCHIVED CUTOFF VS EXTRACT CUTOFF:" TO CCL-TEXT
010990         MOVE CO-SIT-CUTOFF TO CCL-FIRST
011000         MOVE CO-EXT-CUTOFF TO CCL-SECOND
011010         PERFORM 8200-WRITE-COMPARE
011020             THRU 8200-WRITE-COMPARE-EXIT
011030     END-IF.
011040 6500-CHECK-ARCHIVE-DONE.
011050     MOVE SPACES TO CERT-REPORT-LINE.
011060     WRITE CERT-REPORT-LINE.
011070 6500-CHECK-ARCHIVE-EXIT.
011080     EXIT.
011090*
011100*****************************************************************
011110*    6600-NOTE-LATER-EXTRACT - A DECLINE, REGRADE OR REINSTATE
011120*    RUN HAS REWRITTEN THE EXTRACT SINCE THE OFFICIAL RUN WROTE
011130*    THE ARCHIVE, SO THE TWO ARE EXPECTED TO DIFFER. EACH
011140*    DIFFERENCE IS NOTED, NOT COUNTED AGAINST CERTIFICATION.
011150*****************************************************************
011160 6600-NOTE-LATER-EXTRACT.
011170     MOVE CO-LATER-COUNT TO CNT-COUNT.
011180     MOVE "RUN(S) REWROTE THE EXTRACT AFTER THE OFFICIAL RUN"
011190         TO CNT-TEXT.
011200     WRITE CERT-REPORT-LINE FROM CRT-COUNT-NOTE-LINE.
011210     IF CO-SIT-COUNT NOT = CO-EXT-READ-COUNT
011220         MOVE CO-EXT-READ-COUNT TO CNT-COUNT
011230         MOVE "CANDIDATE(S) ON EXTRACT NOW, NOT ARCHIVED COUNT"
011240             TO CNT-TEXT
011250         WRITE CERT-REPORT-LINE FROM CRT-COUNT-NOTE-LINE
011260     END-IF.
011270     IF CO-SIT-CUTOFF NOT = CO-EXT-CUTOFF
011280         MOVE CO-EXT-CUTOFF TO CNT-COUNT
011290         MOVE "IS THE EXTRACT CUTOFF NOW, NOT ARCHIVED CUTOFF"
011300             TO CNT-TEXT
011310         WRITE CERT-REPORT-LINE FROM CRT-COUNT-NOTE-LINE
011320     END-IF.
011330 6600-NOTE-LATER-EXTRACT-EXIT.
011340     EXIT.
011350*
011360*****************************************************************
011370*    7000-CHECK-QUOTAS - NO PROGRAM MAY HAVE MORE CANDIDATES
011380*    SELECTED ON THE EXTRACT THAN ITS QUOTA, UNLESS THE LAST RUN
011390*    WAS MADE UNDER THE ADMIT-ALL-TIES POLICY (THEN THE OVERHANG
011400*    IS ONLY NOTED). THE ARCHIVE'S PROGRAM RECORDS MUST CARRY
011410*    THE QUOTA ON FILE AND THE SEATS THE EXTRACT SHOWS FILLED
011420*    (ONLY NOTED ONCE A LATER RUN HAS REWRITTEN THE EXTRACT).
011430*    WITHOUT A QUOTA FILE THE TOTAL SELECTED IS HELD TO THE
011440*    GLOBAL CUTOFF COUNT INSTEAD.
011450*****************************************************************
011460 7000-CHECK-QUOTAS.
011470     WRITE CERT-REPORT-LINE FROM CRT-QUOTA-HEADING.
011480     MOVE SPACES TO CERT-REPORT-LINE.
011490     WRITE CERT-REPORT-LINE.
011500     IF CO-PROGRAM-COUNT > ZERO
011510         WRITE CERT-REPORT-LINE FROM CRT-QUOTA-COLUMN-LINE
011520         PERFORM 7100-CHECK-ONE-PROGRAM
011530             THRU 7100-CHECK-ONE-PROGRAM-EXIT
011540             VARYING J FROM 1 BY 1 UNTIL J > CO-PROGRAM-COUNT
011550     END-IF.
011560     IF CO-QUOTA-FILE-PRESENT
011570         GO TO 7000-CHECK-QUOTAS-DONE
011580     END-IF.
011590*
011600     MOVE "NO PROGRAM QUOTA FILE - GLOBAL CUTOFF COUNT CHECKED"
011610         TO CNL-TEXT.
011620     WRITE CERT-REPORT-LINE FROM CRT-NOTE-LINE.
011630     IF CO-EXTRACT-UNUSABLE
011640         OR CO-LAST-CUTOFF-COUNT = ZERO
011650         OR CO-EXT-READ-SELECTED NOT > CO-LAST-CUTOFF-COUNT
011660         GO TO 7000-CHECK-QUOTAS-DONE
011670     END-IF.
011680     IF CO-LAST-TIES-ADMITTED
011690         COMPUTE CO-OVER-QUOTA =
011700             CO-EXT-READ-SELECTED - CO-LAST-CUTOFF-COUNT
011710         MOVE CO-OVER-QUOTA TO CNT-COUNT
011720         MOVE "OVER THE CUTOFF COUNT - TIES ADMITTED BY POLICY"
011730             TO CNT-TEXT
011740         WRITE CERT-REPORT-LINE FROM CRT-COUNT-NOTE-LINE
011750     ELSE
011760         MOVE "SELECTED ON EXTRACT VS CUTOFF COUNT:" TO CCL-TEXT
011770         MOVE CO-EXT-READ-SELECTED     TO CCL-FIRST
011780         MOVE CO-LAST-CUTOFF-COUNT TO CCL-SECOND
011790         PERFORM 8200-WRITE-COMPARE
011800             THRU 8200-WRITE-COMPARE-EXIT
011810     END-IF.
011820 7000-CHECK-QUOTAS-DONE.
011830     MOVE SPACES TO CERT-REPORT-LINE.
011840     WRITE CERT-REPORT-LINE.
011850 7000-CHECK-QUOTAS-EXIT.
011860     EXIT.
011870*
011880 7100-CHECK-ONE-PROGRAM.
011890     MOVE PG-CODE(J)         TO CQL-PGM.
011900     IF PG-ON-QUOTA-FILE(J)
011910         MOVE PG-QUOTA(J)    TO CQL-QUOTA
011920     ELSE
011930         MOVE " NONE"        TO CQL-QUOTA-X
011940     END-IF.
011950     IF PG-ARCHIVED(J)
011960         MOVE PG-ARCH-QUOTA(J)  TO CQL-ARCH-QUOTA
011970         MOVE PG-ARCH-FILLED(J) TO CQL-ARCH-FILLED
011980     ELSE
011990         MOVE " NONE"        TO CQL-ARCH-QUOTA-X
012000         MOVE " NONE"        TO CQL-ARCH-FILLED-X
012010     END-IF.
012020     MOVE PG-SELECTED(J)     TO CQL-SELECTED.
012030     WRITE CERT-REPORT-LINE FROM CRT-QUOTA-LINE.
012040*
012050     IF CO-QUOTA-FILE-PRESENT
012060         AND NOT PG-ON-QUOTA-FILE(J)
012070         AND PG-SELECTED(J) > ZERO
012080         MOVE "PROGRAM HAS SELECTED CANDIDATES BUT NO QUOTA"
012090             TO CFL-TEXT
012100         PERFORM 8100-WRITE-FINDING
012110             THRU 8100-WRITE-FINDING-EXIT
012120     END-IF.
012130     IF PG-ON-QUOTA-FILE(J)
012140         AND CO-EXTRACT-USABLE
012150         AND PG-SELECTED(J) > PG-QUOTA(J)
012160         PERFORM 7200-NOTE-OVER-QUOTA
012170             THRU 7200-NOTE-OVER-QUOTA-EXIT
012180     END-IF.
012190     IF PG-ON-QUOTA-FILE(J)
012200         AND CO-SIT-RECORDS > ZERO
012210         AND NOT PG-ARCHIVED(J)
012220         MOVE "PROGRAM ON QUOTA FILE HAS NO ARCHIVE RECORD"
012230             TO CFL-TEXT
012240         PERFORM 8100-WRITE-FINDING
012250             THRU 8100-WRITE-FINDING-EXIT
012260     END-IF.
012270     IF PG-ON-QUOTA-FILE(J)
012280         AND PG-ARCHIVED(J)
012290         AND PG-ARCH-QUOTA(J) NOT = PG-QUOTA(J)
012300         MOVE "ARCHIVED QUOTA VS QUOTA FILE:" TO CCL-TEXT
012310         MOVE PG-ARCH-QUOTA(J) TO CCL-FIRST
012320         MOVE PG-QUOTA(J)      TO CCL-SECOND
012330         PERFORM 8200-WRITE-COMPARE
012340             THRU 8200-WRITE-COMPARE-EXIT
012350     END-IF.
012360     IF PG-ARCHIVED(J)
012370         AND CO-EXTRACT-USABLE
012380         AND PG-ARCH-FILLED(J) NOT = PG-SELECTED(J)
012390         AND CO-LATER-COUNT = ZERO
012400         MOVE "ARCHIVED FILLED VS SELECTED ON EXTRACT:"
012410             TO CCL-TEXT
012420         MOVE PG-ARCH-FILLED(J) TO CCL-FIRST
012430         MOVE PG-SELECTED(J)    TO CCL-SECOND
012440         PERFORM 8200-WRITE-COMPARE
012450             THRU 8200-WRITE-COMPARE-EXIT
012460     END-IF.
012470     IF PG-ARCHIVED(J)
012480         AND CO-EXTRACT-USABLE
012490         AND PG-ARCH-FILLED(J) NOT = PG-SELECTED(J)
012500         AND CO-LATER-COUNT > ZERO
012510         MOVE PG-SELECTED(J) TO CNT-COUNT
012520         MOVE "SELECTED ON EXTRACT NOW, NOT ARCHIVED FILLED"
012530             TO CNT-TEXT
012540         WRITE CERT-REPORT-LINE FROM CRT-COUNT-NOTE-LINE
012550     END-IF.
012560 7100-CHECK-ONE-PROGRAM-EXIT.
012570     EXIT.
012580*
012590 7200-NOTE-OVER-QUOTA.
012600     IF CO-LAST-TIES-ADMITTED
012610         COMPUTE CO-OVER-QUOTA = PG-SELECTED(J) - PG-QUOTA(J)
012620         MOVE CO-OVER-QUOTA TO CNT-COUNT
012630         MOVE "OVER QUOTA - TIES ADMITTED BY POLICY" TO CNT-TEXT
012640         WRITE CERT-REPORT-LINE FROM CRT-COUNT-NOTE-LINE
012650         GO TO 7200-NOTE-OVER-QUOTA-EXIT
012660     END-IF.
012670     MOVE "SELECTED ON EXTRACT VS QUOTA:" TO CCL-TEXT.
012680     MOVE PG-SELECTED(J) TO CCL-FIRST.
012690     MOVE PG-QUOTA(J)    TO CCL-SECOND.
012700     PERFORM 8200-WRITE-COMPARE
012710         THRU 8200-WRITE-COMPARE-EXIT.
012720 7200-NOTE-OVER-QUOTA-EXIT.
012730     EXIT.
012740*
012750*****************************************************************
012760*    8100/8200 - WRITE A FINDING (TEXT IN CFL-TEXT) OR A
012770*    COMPARISON FINDING (TEXT AND FIGURES IN CRT-COMPARE-LINE)
012780*    AND COUNT IT AGAINST CERTIFICATION
012790*****************************************************************
012800 8100-WRITE-FINDING.
012810     WRITE CERT-REPORT-LINE FROM CRT-FINDING-LINE.
012820     ADD 1 TO CO-FINDING-COUNT.
012830 8100-WRITE-FINDING-EXIT.
012840     EXIT.
012850*
012860 8200-WRITE-COMPARE.
012870     WRITE CERT-REPORT-LINE FROM CRT-COMPARE-LINE.
012880     ADD 1 TO CO-FINDING-COUNT.
012890 8200-WRITE-COMPARE-EXIT.
012900     EXIT.
012910*
012920*****************************************************************
012930*    8400-FIND-PROGRAM - LOOKS CO-PGM-KEY UP IN THE PROGRAM
012940*    TABLE, ADDING IT IF IT IS NOT THERE, AND LEAVES ITS
012950*    SUBSCRIPT IN CO-PGM-IX
012960*****************************************************************
012970 8400-FIND-PROGRAM.
012980     MOVE ZERO TO CO-PGM-IX.
012990     PERFORM 8410-SCAN-ONE-PROGRAM
013000         THRU 8410-SCAN-ONE-PROGRAM-EXIT
013010         VARYING I FROM 1 BY 1
013020         UNTIL I > CO-PROGRAM-COUNT
013030         OR CO-PGM-IX > ZERO.
013040     IF CO-PGM-IX > ZERO
013050         GO TO 8400-FIND-PROGRAM-EXIT
013060     END-IF.
013070     IF CO-PROGRAM-COUNT = CO-MAX-PROGRAMS
013080         DISPLAY "CLOSE-OUT-CERTIFY: *** PROGRAM ERROR *** MORE "
013090             "THAN " CO-MAX-PROGRAMS " PROGRAMS"
013100         MOVE 16 TO RETURN-CODE
013110         STOP RUN
013120     END-IF.
013130     ADD 1 TO CO-PROGRAM-COUNT.
013140     MOVE CO-PROGRAM-COUNT TO CO-PGM-IX.
013150     MOVE CO-PGM-KEY TO PG-CODE(CO-PGM-IX).
013160     MOVE "N"  TO PG-QUOTA-FLAG(CO-PGM-IX).
013170     MOVE ZERO TO PG-QUOTA(CO-PGM-IX).
013180     MOVE "N"  TO PG-ARCH-FLAG(CO-PGM-IX).
013190     MOVE ZERO TO PG-ARCH-QUOTA(CO-PGM-IX).
013200     MOVE ZERO TO PG-ARCH-FILLED(CO-PGM-IX).
013210     MOVE ZERO TO PG-SELECTED(CO-PGM-IX).
013220 8400-FIND-PROGRAM-EXIT.
013230     EXIT.
013240*
013250 8410-SCAN-ONE-PROGRAM.
013260     IF PG-CODE(I) = CO-PGM-KEY
013270         MOVE I TO CO-PGM-IX
013280     END-IF.
013290 8410-SCAN-ONE-PROGRAM-EXIT.
013300     EXIT.
013310*
013320*****************************************************************
013330*    8500-COMPUTE-DAY-NUMBER - DAYS FROM A FIXED ORIGIN FOR THE
013340*    DATE IN CO-DATE-WORK. THE YEAR IS TAKEN TO START IN MARCH
013350*    SO THE LEAP DAY FALLS AT ITS END; THE DIVISIONS TRUNCATE.
013360*****************************************************************
013370 8500-COMPUTE-DAY-NUMBER.
013380     MOVE CO-DATE-YEAR  TO CO-CALC-YEAR.
013390     MOVE CO-DATE-MONTH TO CO-CALC-MONTH.
013400     IF CO-CALC-MONTH < 3
013410         SUBTRACT 1 FROM CO-CALC-YEAR
013420         ADD 12 TO CO-CALC-MONTH
013430     END-IF.
013440     DIVIDE CO-CALC-YEAR BY 4   GIVING CO-CALC-LEAP-4.
013450     DIVIDE CO-CALC-YEAR BY 100 GIVING CO-CALC-LEAP-100.
013460     DIVIDE CO-CALC-YEAR BY 400 GIVING CO-CALC-LEAP-400.
013470     COMPUTE CO-CALC-MONTH-DAYS = 153 * (CO-CALC-MONTH - 3) + 2.
013480     DIVIDE CO-CALC-MONTH-DAYS BY 5 GIVING CO-CALC-MONTH-DAYS.
013490     COMPUTE CO-DAY-NUMBER = 365 * CO-CALC-YEAR
013500         + CO-CALC-LEAP-4 - CO-CALC-LEAP-100 + CO-CALC-LEAP-400
013510         + CO-CALC-MONTH-DAYS + CO-DATE-DAY.
013520 8500-COMPUTE-DAY-NUMBER-EXIT.
013530     EXIT.
013540*
013550*****************************************************************
013560*    9000-TERMINATE - THE VERDICT. ANY FINDING WITHHOLDS
013570*    CERTIFICATION AND ENDS THE STEP WITH RETURN CODE 8.
013580*****************************************************************
013590 9000-TERMINATE.
013600     MOVE CO-EXAM-DATE TO CVL-EXAM-DATE.
013610     IF CO-FINDING-COUNT = ZERO
013620         MOVE "CERTIFIED"     TO CVL-VERDICT
013630         WRITE CERT-REPORT-LINE FROM CRT-VERDICT-LINE
013640     ELSE
013650         MOVE "NOT CERTIFIED" TO CVL-VERDICT
013660         WRITE CERT-REPORT-LINE FROM CRT-VERDICT-LINE
013670         MOVE CO-FINDING-COUNT TO CFC-COUNT
013680         WRITE CERT-REPORT-LINE FROM CRT-FINDINGS-LINE
013690         IF RETURN-CODE < 8
013700             MOVE 8 TO RETURN-CODE
013710         END-IF
013720     END-IF.
013730     CLOSE CERT-REPORT-FILE.
013740     DISPLAY "CLOSE-OUT-CERTIFY: SITTING " CO-EXAM-DATE " "
013750         CVL-VERDICT ", " CO-FINDING-COUNT " FINDING(S).".
013760 9000-TERMINATE-EXIT.
013770     EXIT.
