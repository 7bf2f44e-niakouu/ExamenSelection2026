000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     ESSAY-RECONCILE.
000030 AUTHOR.         D-TEAM APPLICATIONS GROUP.
000040 INSTALLATION.   ADMISSIONS-TESTING CENTER.
000050 DATE-WRITTEN.   10/07/26.
000060 DATE-COMPILED.  10/07/26.
000070*
000080*****************************************************************
000090*    MODIFICATION HISTORY
000100*    ------------------------------------------------------------
000110*    10/07/26  JWK  NEW PROGRAM. RECONCILES THE TWO INDEPENDENT
000120*                   READINGS OF EVERY ESSAY FROM THE GRADER-
000130*                   MARKS FILE (GRDMARK COPYBOOK), REPLACING THE
000140*                   SPREADSHEET THE MARKS WERE SETTLED ON BY
000150*                   HAND. MARKS WITHIN THE TOLERANCE ON THE
000160*                   ESSAY PARAMETER CARD (ESSYPRM COPYBOOK) ARE
000170*                   AVERAGED; WIDER GAPS GO TO THE ADJUDICATION
000180*                   QUEUE (ADJQREC COPYBOOK) FOR A THIRD READER,
000190*                   AND A SECOND PASS FOLDS THE THIRD READER'S
000200*                   MARK IN UNDER THE FACULTY'S RESOLUTION RULE.
000210*                   ONLY RESOLVED ESSAYS ARE WRITTEN TO THE
000220*                   RESOLVED-ESSAY FILE (ESSYRES COPYBOOK) THAT
000230*                   ITEM-SCORER BUILDS THE INTAKE FROM; THE REST
000240*                   ARE LISTED AND HELD. THE REPORT (ESSLINE
000250*                   COPYBOOK) CARRIES A PER-READER SEVERITY
000260*                   SECTION.
000270*****************************************************************
000280*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.   IBM-370.
000320 OBJECT-COMPUTER.   IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT ESSAY-PARM-FILE ASSIGN TO ESSYPARM
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS ER-ESSYPARM-STATUS.
000380*
000390     SELECT SECTION-WEIGHT-FILE ASSIGN TO SECWGT
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS ER-SECWGT-STATUS.
000420*
000430     SELECT GRADER-MARKS-FILE ASSIGN TO GRDMARKS
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS ER-GRDMARKS-STATUS.
000460*
000470     SELECT RESOLVED-ESSAY-FILE ASSIGN TO ESSYRES
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS ER-ESSYRES-STATUS.
000500*
000510     SELECT ADJUDICATION-QUEUE-FILE ASSIGN TO ADJQUEUE
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS ER-ADJQUEUE-STATUS.
000540*
000550     SELECT ESSAY-REPORT-FILE ASSIGN TO ESSYRPT
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS ER-ESSYRPT-STATUS.
000580*
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  ESSAY-PARM-FILE
000620     RECORDING MODE IS F.
000630 01  ESSAY-PARM-RECORD.
000640     COPY ESSYPRM.
000650*
000660 FD  SECTION-WEIGHT-FILE
000670     RECORDING MODE IS F.
000680 01  SECTION-WEIGHT-RECORD.
000690     COPY SECWGT.
000700*
000710 FD  GRADER-MARKS-FILE
000720     RECORDING MODE IS F.
000730 01  GRADER-MARKS-RECORD.
000740     COPY GRDMARK.
000750*
000760 FD  RESOLVED-ESSAY-FILE
000770     RECORDING MODE IS F.
000780 01  RESOLVED-ESSAY-RECORD.
000790     COPY ESSYRES.
000800*
000810 FD  ADJUDICATION-QUEUE-FILE
000820     RECORDING MODE IS F.
000830 01  ADJUDICATION-QUEUE-RECORD.
000840     COPY ADJQREC.
000850*
000860 FD  ESSAY-REPORT-FILE
000870     RECORDING MODE IS F.
000880 01  ESSAY-REPORT-LINE.
000890     COPY ESSLINE.
000900*
000910 WORKING-STORAGE SECTION.
000920*
000930*****************************************************************
000940*    SWITCHES AND STATUS FIELDS
000950*****************************************************************
000960 77  ER-ESSYPARM-STATUS      PIC X(02) VALUE SPACES.
000970     88  ER-ESSYPARM-OK          VALUE "00".
000980*
000990 77  ER-SECWGT-STATUS        PIC X(02) VALUE SPACES.
001000     88  ER-SECWGT-OK            VALUE "00".
001010*
001020 77  ER-GRDMARKS-STATUS      PIC X(02) VALUE SPACES.
001030     88  ER-GRDMARKS-OK          VALUE "00".
001040     88  ER-GRDMARKS-EOF         VALUE "10".
001050*
001060 77  ER-ESSYRES-STATUS       PIC X(02) VALUE SPACES.
001070     88  ER-ESSYRES-OK           VALUE "00".
001080*
001090 77  ER-ADJQUEUE-STATUS      PIC X(02) VALUE SPACES.
001100     88  ER-ADJQUEUE-OK          VALUE "00".
001110*
001120 77  ER-ESSYRPT-STATUS       PIC X(02) VALUE SPACES.
001130     88  ER-ESSYRPT-OK           VALUE "00".
001140*
001150 77  I                       PIC 9(05) COMP VALUE ZERO.
001160 77  J                       PIC 9(05) COMP VALUE ZERO.
001170 77  ER-ESSAY-COUNT          PIC 9(05) COMP VALUE ZERO.
001180 77  ER-MAX-ESSAYS           PIC 9(05) COMP VALUE 30000.
001190 77  ER-READER-COUNT         PIC 9(03) COMP VALUE ZERO.
001200 77  ER-MAX-READERS          PIC 9(03) COMP VALUE 500.
001210 77  ER-ESSAY-IX             PIC 9(05) COMP VALUE ZERO.
001220 77  ER-READER-IX            PIC 9(03) COMP VALUE ZERO.
001230 77  ER-READING-IX           PIC 9(01) VALUE ZERO.
001240 77  ER-LOOKUP-READER        PIC X(06) VALUE SPACES.
001250*
001260 77  ER-ESSAY-MAX            PIC 9(03) VALUE ZERO.
001270 77  ER-TOLERANCE            PIC 9(03) VALUE ZERO.
001280 77  ER-GAP                  PIC 9(03) VALUE ZERO.
001290 77  ER-GAP-1                PIC 9(03) VALUE ZERO.
001300 77  ER-GAP-2                PIC 9(03) VALUE ZERO.
001310 77  ER-MARK-1               PIC 9(03) VALUE ZERO.
001320 77  ER-MARK-2               PIC 9(03) VALUE ZERO.
001330 77  ER-MARK-3               PIC 9(03) VALUE ZERO.
001340 77  ER-OFFSET               PIC S9(03) VALUE ZERO.
001350*
001360 77  ER-MARKS-READ           PIC 9(05) COMP VALUE ZERO.
001370 77  ER-MARK-REJECTS         PIC 9(05) COMP VALUE ZERO.
001380 77  ER-AGREED-COUNT         PIC 9(05) COMP VALUE ZERO.
001390 77  ER-THIRD-COUNT          PIC 9(05) COMP VALUE ZERO.
001400 77  ER-HELD-COUNT           PIC 9(05) COMP VALUE ZERO.
001410 77  ER-QUEUED-COUNT         PIC 9(05) COMP VALUE ZERO.
001420 77  ER-UNNEEDED-COUNT       PIC 9(05) COMP VALUE ZERO.
001430 77  ER-REJECT-REASON        PIC X(30) VALUE SPACES.
001440*
001450 77  ER-MEAN                 PIC 9(03)V9(02) VALUE ZERO.
001460 77  ER-PCT                  PIC 9(03)V9(01) VALUE ZERO.
001470 77  ER-MEAN-OFFSET          PIC S9(03)V9(02) VALUE ZERO.
001480*
001490 77  ER-XCP-HEADER-SWITCH    PIC X(01) VALUE "N".
001500     88  ER-XCP-HEADER-DONE      VALUE "Y".
001510*
001520 77  ER-TABLE-FULL-SWITCH    PIC X(01) VALUE "N".
001530     88  ER-TABLE-FULL-NOTED     VALUE "Y".
001540*
001550*****************************************************************
001560*    ESSAY TABLE - ONE ENTRY PER CANDIDATE ON THE GRADER-MARKS
001570*    FILE, WITH ITS READINGS 1 THRU 3 AND HOW IT WAS SETTLED
001580*****************************************************************
001590 01  ESSAY-TABLE.
001600     05  ESSAY-ENTRY
001610             OCCURS 0 TO 30000 TIMES
001620             DEPENDING ON ER-ESSAY-COUNT.
001630         10  EE-CAND-ID          PIC X(10).
001640         10  EE-READING          OCCURS 3 TIMES.
001650             15  EE-READER-ID    PIC X(06).
001660             15  EE-MARK         PIC 9(03).
001670             15  EE-READ-FLAG    PIC X(01).
001680                 88  EE-READ-PRESENT     VALUE "Y".
001690                 88  EE-READ-ABSENT      VALUE "N".
001700         10  EE-DUP-FLAG         PIC X(01).
001710             88  EE-DUP-READING      VALUE "Y".
001720         10  EE-GAP              PIC 9(03).
001730         10  EE-FINAL-MARK       PIC 9(03).
001740         10  EE-STATUS           PIC X(01).
001750             88  EE-BY-AGREEMENT     VALUE "A".
001760             88  EE-BY-THIRD-READER  VALUE "T".
001770             88  EE-NEEDS-THIRD      VALUE "Q".
001780             88  EE-HELD             VALUE "H".
001790         10  EE-HOLD-REASON      PIC X(30).
001800*
001810*****************************************************************
001820*    READER TABLE - SEVERITY FIGURES PER READER. THE OFFSET SUM
001830*    IS THIS READER'S MARK LESS THE PARTNER'S ON EVERY ESSAY
001840*    THEY BOTH READ, SO A NEGATIVE MEAN OFFSET IS A HARSH
001850*    READER AND A POSITIVE ONE A LENIENT ONE.
001860*****************************************************************
001870 01  READER-TABLE.
001880     05  READER-ENTRY
001890             OCCURS 0 TO 500 TIMES
001900             DEPENDING ON ER-READER-COUNT.
001910         10  RT-READER-ID        PIC X(06).
001920         10  RT-MARK-COUNT       PIC 9(05) COMP.
001930         10  RT-MARK-SUM         PIC 9(07) COMP.
001940         10  RT-PAIRED-COUNT     PIC 9(05) COMP.
001950         10  RT-DISAGREE-COUNT   PIC 9(05) COMP.
001960         10  RT-OFFSET-SUM       PIC S9(07) COMP.
001970         10  RT-THIRD-COUNT      PIC 9(05) COMP.
001980*
001990*****************************************************************
002000*    ESSAY RECONCILIATION REPORT PRINT LINES
002010*****************************************************************
002020 01  ESR-HEADER-LINE         PIC X(80) VALUE
002030     "ESSAY DOUBLE-MARKING RECONCILIATION REPORT".
002040*
002050 01  ESR-PARM-LINE.
002060     05  FILLER              PIC X(20) VALUE
002070         "TOLERANCE (MARKS):".
002080     05  EPL-TOLERANCE       PIC ZZ9.
002090     05  FILLER              PIC X(04) VALUE SPACES.
002100     05  FILLER              PIC X(18) VALUE
002110         "RESOLUTION RULE:".
002120     05  EPL-RULE            PIC X(01).
002130     05  FILLER              PIC X(04) VALUE SPACES.
002140     05  FILLER              PIC X(12) VALUE
002150         "ESSAY MAX:".
002160     05  EPL-ESSAY-MAX       PIC ZZ9.
002170     05  FILLER              PIC X(15) VALUE SPACES.
002180*
002190 01  ESR-XCP-HEADER-LINE     PIC X(80) VALUE
002200     "MARK RECORDS REJECTED".
002210*
002220 01  ESR-XCP-LINE.
002230     05  EXL-CAND-ID         PIC X(10).
002240     05  FILLER              PIC X(02) VALUE SPACES.
002250     05  EXL-READING         PIC X(01).
002260     05  FILLER              PIC X(02) VALUE SPACES.
002270     05  EXL-READER-ID       PIC X(06).
002280     05  FILLER              PIC X(02) VALUE SPACES.
002290     05  EXL-MARK            PIC X(03).
002300     05  FILLER              PIC X(02) VALUE SPACES.
002310     05  EXL-REASON          PIC X(30).
002320     05  FILLER              PIC X(22) VALUE SPACES.
002330*
002340 01  ESR-HELD-HEADER-LINE    PIC X(80) VALUE
002350     "ESSAYS HELD - NOT RELEASED TO THE INTAKE".
002360*
002370 01  ESR-HELD-COL-LINE       PIC X(80) VALUE
002380     "CANDIDATE   RDR-1  MK1  RDR-2  MK2  RDR-3  MK3  REASON".
002390*
002400 01  ESR-HELD-LINE.
002410     05  EHL-CAND-ID         PIC X(10).
002420     05  FILLER              PIC X(02) VALUE SPACES.
002430     05  EHL-READER-1        PIC X(06).
002440     05  FILLER              PIC X(01) VALUE SPACES.
002450     05  EHL-MARK-1          PIC X(03).
002460     05  FILLER              PIC X(02) VALUE SPACES.
002470     05  EHL-READER-2        PIC X(06).
002480     05  FILLER              PIC X(01) VALUE SPACES.
002490     05  EHL-MARK-2          PIC X(03).
002500     05  FILLER              PIC X(02) VALUE SPACES.
002510     05  EHL-READER-3        PIC X(06).
002520     05  FILLER              PIC X(01) VALUE SPACES.
002530     05  EHL-MARK-3          PIC X(03).
002540     05  FILLER              PIC X(02) VALUE SPACES.
002550     05  EHL-REASON          PIC X(30).
002560     05  FILLER              PIC X(02) VALUE SPACES.
002570*
002580 01  ESR-NONE-HELD-LINE      PIC X(80) VALUE
002590     "NO ESSAYS HELD - EVERY ESSAY ON FILE IS RESOLVED.".
002600*
002610 01  ESR-READER-HEADER-LINE  PIC X(80) VALUE
002620     "READER SEVERITY".
002630*
002640 01  ESR-READER-COL-LINE.
002650     05  FILLER              PIC X(40) VALUE
002660         "READER  MARKS    MEAN  PAIRED  DISAGREE ".
002670     05  FILLER              PIC X(40) VALUE
002680         "   PCT  VS PTNR  THIRD".
002690*
002700 01  ESR-READER-LINE.
002710     05  ERL-READER-ID       PIC X(06).
002720     05  FILLER              PIC X(02) VALUE SPACES.
002730     05  ERL-MARK-COUNT      PIC Z(04)9.
002740     05  FILLER              PIC X(02) VALUE SPACES.
002750     05  ERL-MEAN            PIC ZZ9.99.
002760     05  FILLER              PIC X(02) VALUE SPACES.
002770     05  ERL-PAIRED          PIC Z(05)9.
002780     05  FILLER              PIC X(02) VALUE SPACES.
002790     05  ERL-DISAGREE        PIC Z(07)9.
002800     05  FILLER              PIC X(02) VALUE SPACES.
002810     05  ERL-PCT             PIC ZZ9.9.
002820     05  FILLER              PIC X(02) VALUE SPACES.
002830     05  ERL-OFFSET          PIC -ZZ9.99.
002840     05  FILLER              PIC X(02) VALUE SPACES.
002850     05  ERL-THIRD           PIC Z(04)9.
002860     05  FILLER              PIC X(18) VALUE SPACES.
002870*
002880 01  ESR-COUNT-LINE.
002890     05  ECL-LABEL           PIC X(40).
002900     05  ECL-COUNT           PIC Z(04)9.
002910     05  FILLER              PIC X(35) VALUE SPACES.
002920*
002930 PROCEDURE DIVISION.
002940*
002950*****************************************************************
002960*    0000-MAINLINE
002970*****************************************************************
002980 0000-MAINLINE.
002990     PERFORM 1000-INITIALIZE
003000         THRU 1000-INITIALIZE-EXIT.
003010     PERFORM 2000-LOAD-MARKS
003020         THRU 2000-LOAD-MARKS-EXIT.
003030     PERFORM 3000-RECONCILE-READINGS
003040         THRU 3000-RECONCILE-READINGS-EXIT.
003050     PERFORM 4000-ADJUDICATE-ESSAYS
003060         THRU 4000-ADJUDICATE-ESSAYS-EXIT.
003070     PERFORM 5000-RELEASE-ESSAYS
003080         THRU 5000-RELEASE-ESSAYS-EXIT.
003090     PERFORM 6000-WRITE-READER-SEVERITY
003100         THRU 6000-WRITE-READER-SEVERITY-EXIT.
003110     PERFORM 9000-TERMINATE
003120         THRU 9000-TERMINATE-EXIT.
003130     STOP RUN.
003140*
003150*****************************************************************
003160*    1000-INITIALIZE - BOTH PARAMETER CARDS ARE READ AND EDITED
003170*    BEFORE ANY MARK IS TOUCHED. A BAD TOLERANCE OR RULE WOULD
003180*    SETTLE EVERY ESSAY THE WRONG WAY, SO EITHER IS FATAL.
003190*****************************************************************
003200 1000-INITIALIZE.
003210     OPEN INPUT ESSAY-PARM-FILE.
003220     IF NOT ER-ESSYPARM-OK
003230         DISPLAY "ESSAY-RECONCILE: *** PARM ERROR *** UNABLE TO"
003240             " OPEN ESSAY-PARM-FILE, STATUS = "
003250             ER-ESSYPARM-STATUS
003260         MOVE 16 TO RETURN-CODE
003270         STOP RUN
003280     END-IF.
003290     READ ESSAY-PARM-FILE
003300         AT END
003310             DISPLAY "ESSAY-RECONCILE: *** PARM ERROR *** "
003320                 "ESSAY-PARM-FILE IS EMPTY."
003330             MOVE 16 TO RETURN-CODE
003340             STOP RUN
003350     END-READ.
003360     IF EP-TOLERANCE NOT NUMERIC
003370         DISPLAY "ESSAY-RECONCILE: *** PARM ERROR *** "
003380             "TOLERANCE IS NOT NUMERIC."
003390         MOVE 16 TO RETURN-CODE
003400         STOP RUN
003410     END-IF.
003420     IF NOT EP-RULE-NEARER
003430         AND NOT EP-RULE-THIRD
003440         DISPLAY "ESSAY-RECONCILE: *** PARM ERROR *** "
003450             "RESOLUTION RULE " EP-RESOLUTION-RULE
003460             " - MUST BE N OR T."
003470         MOVE 16 TO RETURN-CODE
003480         STOP RUN
003490     END-IF.
003500     MOVE EP-TOLERANCE TO ER-TOLERANCE.
003510     CLOSE ESSAY-PARM-FILE.
003520*
003530     OPEN INPUT SECTION-WEIGHT-FILE.
003540     IF NOT ER-SECWGT-OK
003550         DISPLAY "ESSAY-RECONCILE: *** WEIGHT ERROR *** UNABLE "
003560             "TO OPEN SECTION-WEIGHT-FILE, STATUS = "
003570             ER-SECWGT-STATUS
003580         MOVE 16 TO RETURN-CODE
003590         STOP RUN
003600     END-IF.
003610     READ SECTION-WEIGHT-FILE
003620         AT END
003630             DISPLAY "ESSAY-RECONCILE: *** WEIGHT ERROR *** "
003640                 "SECTION-WEIGHT-FILE IS EMPTY."
003650             MOVE 16 TO RETURN-CODE
003660             STOP RUN
003670     END-READ.
003680     IF WG-ESSAY-MAX NOT NUMERIC
003690         OR WG-ESSAY-MAX = ZERO
003700         DISPLAY "ESSAY-RECONCILE: *** WEIGHT ERROR *** ESSAY "
003710             "SECTION MAXIMUM IS NOT USABLE."
003720         MOVE 16 TO RETURN-CODE
003730         STOP RUN
003740     END-IF.
003750     MOVE WG-ESSAY-MAX TO ER-ESSAY-MAX.
003760     CLOSE SECTION-WEIGHT-FILE.
003770*
003780     OPEN INPUT GRADER-MARKS-FILE.
003790     IF NOT ER-GRDMARKS-OK
003800         DISPLAY "ESSAY-RECONCILE: UNABLE TO OPEN GRADER-MARKS-"
003810             "FILE, STATUS = " ER-GRDMARKS-STATUS
003820         MOVE 16 TO RETURN-CODE
003830         STOP RUN
003840     END-IF.
003850     OPEN OUTPUT RESOLVED-ESSAY-FILE.
003860     IF NOT ER-ESSYRES-OK
003870         DISPLAY "ESSAY-RECONCILE: UNABLE TO OPEN RESOLVED-"
003880             "ESSAY-FILE, STATUS = " ER-ESSYRES-STATUS
003890         MOVE 16 TO RETURN-CODE
003900         STOP RUN
003910     END-IF.
003920     OPEN OUTPUT ADJUDICATION-QUEUE-FILE.
003930     IF NOT ER-ADJQUEUE-OK
003940         DISPLAY "ESSAY-RECONCILE: UNABLE TO OPEN ADJUDICATION-"
003950             "QUEUE-FILE, STATUS = " ER-ADJQUEUE-STATUS
003960         MOVE 16 TO RETURN-CODE
003970         STOP RUN
003980     END-IF.
003990     OPEN OUTPUT ESSAY-REPORT-FILE.
004000     IF NOT ER-ESSYRPT-OK
004010         DISPLAY "ESSAY-RECONCILE: UNABLE TO OPEN ESSAY-REPORT-"
004020             "FILE, STATUS = " ER-ESSYRPT-STATUS
004030         MOVE 16 TO RETURN-CODE
004040         STOP RUN
004050     END-IF.
004060     WRITE ESSAY-REPORT-LINE FROM ESR-HEADER-LINE.
004070     MOVE ER-TOLERANCE       TO EPL-TOLERANCE.
004080     MOVE EP-RESOLUTION-RULE TO EPL-RULE.
004090     MOVE ER-ESSAY-MAX       TO EPL-ESSAY-MAX.
004100     WRITE ESSAY-REPORT-LINE FROM ESR-PARM-LINE.
004110     MOVE SPACES TO ESSAY-REPORT-LINE.
004120     WRITE ESSAY-REPORT-LINE.
004130 1000-INITIALIZE-EXIT.
004140     EXIT.
004150*
004160*****************************************************************
004170*    2000-LOAD-MARKS - EVERY READING GOES ONTO ITS CANDIDATE'S
004180*    TABLE ENTRY. A MARK RECORD THAT FAILS EDITING IS LISTED
004190*    AND LEFT OUT, WHICH LEAVES ITS ESSAY SHORT A READING AND
004200*    THEREFORE HELD - NOTHING IS SETTLED ON A DAMAGED MARK.
004210*****************************************************************
004220 2000-LOAD-MARKS.
004230     PERFORM 2100-READ-MARK
004240         THRU 2100-READ-MARK-EXIT
004250         UNTIL ER-GRDMARKS-EOF.
004260     CLOSE GRADER-MARKS-FILE.
004270     DISPLAY "ESSAY-RECONCILE: " ER-MARKS-READ " MARK(S) READ "
004280         "FOR " ER-ESSAY-COUNT " ESSAY(S), " ER-MARK-REJECTS
004290         " REJECTED.".
004300 2000-LOAD-MARKS-EXIT.
004310     EXIT.
004320*
004330 2100-READ-MARK.
004340     READ GRADER-MARKS-FILE
004350         AT END
004360             SET ER-GRDMARKS-EOF TO TRUE
004370             GO TO 2100-READ-MARK-EXIT
004380     END-READ.
004390     ADD 1 TO ER-MARKS-READ.
004400     IF GM-CANDIDATE-ID = SPACES
004410         MOVE "NO CANDIDATE ID" TO ER-REJECT-REASON
004420         PERFORM 2200-WRITE-MARK-EXCEPTION
004430             THRU 2200-WRITE-MARK-EXCEPTION-EXIT
004440         GO TO 2100-READ-MARK-EXIT
004450     END-IF.
004460     IF NOT GM-VALID-READING
004470         MOVE "READING IS NOT 1, 2 OR 3" TO ER-REJECT-REASON
004480         PERFORM 2200-WRITE-MARK-EXCEPTION
004490             THRU 2200-WRITE-MARK-EXCEPTION-EXIT
004500         GO TO 2100-READ-MARK-EXIT
004510     END-IF.
004520     IF GM-READER-ID = SPACES
004530         MOVE "NO READER ID" TO ER-REJECT-REASON
004540         PERFORM 2200-WRITE-MARK-EXCEPTION
004550             THRU 2200-WRITE-MARK-EXCEPTION-EXIT
004560         GO TO 2100-READ-MARK-EXIT
004570     END-IF.
004580     IF GM-MARK NOT NUMERIC
004590         OR GM-MARK > ER-ESSAY-MAX
004600         MOVE "MARK NOT NUMERIC OR OVER MAX"
004610             TO ER-REJECT-REASON
004620         PERFORM 2200-WRITE-MARK-EXCEPTION
004630             THRU 2200-WRITE-MARK-EXCEPTION-EXIT
004640         GO TO 2100-READ-MARK-EXIT
004650     END-IF.
004660     PERFORM 2300-LOCATE-ESSAY-ENTRY
004670         THRU 2300-LOCATE-ESSAY-ENTRY-EXIT.
004680     IF ER-ESSAY-IX = ZERO
004690         GO TO 2100-READ-MARK-EXIT
004700     END-IF.
004710     MOVE GM-READING TO ER-READING-IX.
004720*    THE SAME READING SENT TWICE CANNOT BE SETTLED BY PICKING
004730*    ONE - THE ESSAY IS HELD UNTIL THE CHIEF READER CLEARS IT.
004740     IF EE-READ-PRESENT(ER-ESSAY-IX, ER-READING-IX)
004750         SET EE-DUP-READING(ER-ESSAY-IX) TO TRUE
004760         MOVE "READING SUPPLIED TWICE"
004770             TO ER-REJECT-REASON
004780         PERFORM 2200-WRITE-MARK-EXCEPTION
004790             THRU 2200-WRITE-MARK-EXCEPTION-EXIT
004800         GO TO 2100-READ-MARK-EXIT
004810     END-IF.
004820     MOVE GM-READER-ID
004830         TO EE-READER-ID(ER-ESSAY-IX, ER-READING-IX).
004840     MOVE GM-MARK
004850         TO EE-MARK(ER-ESSAY-IX, ER-READING-IX).
004860     SET EE-READ-PRESENT(ER-ESSAY-IX, ER-READING-IX) TO TRUE.
004870     MOVE GM-READER-ID TO ER-LOOKUP-READER.
004880     PERFORM 2400-LOCATE-READER-ENTRY
004890         THRU 2400-LOCATE-READER-ENTRY-EXIT.
004900     IF ER-READER-IX > ZERO
004910         ADD 1       TO RT-MARK-COUNT(ER-READER-IX)
004920         ADD GM-MARK TO RT-MARK-SUM(ER-READER-IX)
004930         IF GM-THIRD-READING
004940             ADD 1 TO RT-THIRD-COUNT(ER-READER-IX)
004950         END-IF
004960     END-IF.
004970 2100-READ-MARK-EXIT.
004980     EXIT.
004990*
005000*    ER-REJECT-REASON IS SET BY THE CALLER. THE SECTION HEADING
005010*    IS WRITTEN AHEAD OF THE FIRST EXCEPTION ONLY.
005020 2200-WRITE-MARK-EXCEPTION.
005030     IF NOT ER-XCP-HEADER-DONE
005040         SET ER-XCP-HEADER-DONE TO TRUE
005050         WRITE ESSAY-REPORT-LINE FROM ESR-XCP-HEADER-LINE
005060     END-IF.
005070     MOVE GM-CANDIDATE-ID  TO EXL-CAND-ID.
005080     MOVE GM-READING       TO EXL-READING.
005090     MOVE GM-READER-ID     TO EXL-READER-ID.
005100     MOVE GM-MARK          TO EXL-MARK.
005110     MOVE ER-REJECT-REASON TO EXL-REASON.
005120     WRITE ESSAY-REPORT-LINE FROM ESR-XCP-LINE.
005130     ADD 1 TO ER-MARK-REJECTS.
005140     IF RETURN-CODE < 4
005150         MOVE 4 TO RETURN-CODE
005160     END-IF.
005170 2200-WRITE-MARK-EXCEPTION-EXIT.
005180     EXIT.
005190*
005200*    FIND THE ESSAY-TABLE ENTRY FOR GM-CANDIDATE-ID, ADDING ONE
005210*    FOR A CANDIDATE NOT SEEN BEFORE. ER-ESSAY-IX COMES BACK
005220*    ZERO ONLY WHEN THE TABLE IS FULL; THAT CANDIDATE'S ESSAY
005230*    NEVER REACHES THE RESOLVED FILE AND IS HELD DOWNSTREAM.
005240 2300-LOCATE-ESSAY-ENTRY.
005250     MOVE ZERO TO ER-ESSAY-IX.
005260     PERFORM 2310-SCAN-ONE-ESSAY
005270         THRU 2310-SCAN-ONE-ESSAY-EXIT
005280         VARYING I FROM 1 BY 1
005290         UNTIL I > ER-ESSAY-COUNT
005300         OR ER-ESSAY-IX > ZERO.
005310     IF ER-ESSAY-IX > ZERO
005320         GO TO 2300-LOCATE-ESSAY-ENTRY-EXIT
005330     END-IF.
005340     IF ER-ESSAY-COUNT = ER-MAX-ESSAYS
005350         IF NOT ER-TABLE-FULL-NOTED
005360             SET ER-TABLE-FULL-NOTED TO TRUE
005370             DISPLAY "ESSAY-RECONCILE: *** TABLE WARNING *** "
005380                 "MORE THAN " ER-MAX-ESSAYS " ESSAYS ON THE "
005390                 "GRADER-MARKS FILE - EXCESS ESSAYS HELD."
005400             IF RETURN-CODE < 4
005410                 MOVE 4 TO RETURN-CODE
005420             END-IF
005430         END-IF
005440         GO TO 2300-LOCATE-ESSAY-ENTRY-EXIT
005450     END-IF.
005460     ADD 1 TO ER-ESSAY-COUNT.
005470     MOVE ER-ESSAY-COUNT  TO ER-ESSAY-IX.
005480     MOVE GM-CANDIDATE-ID TO EE-CAND-ID(ER-ESSAY-IX).
005490     PERFORM 2320-CLEAR-ONE-READING
005500         THRU 2320-CLEAR-ONE-READING-EXIT
005510         VARYING J FROM 1 BY 1 UNTIL J > 3.
005520     MOVE "N"    TO EE-DUP-FLAG(ER-ESSAY-IX).
005530     MOVE ZERO   TO EE-GAP(ER-ESSAY-IX).
005540     MOVE ZERO   TO EE-FINAL-MARK(ER-ESSAY-IX).
005550     MOVE SPACES TO EE-STATUS(ER-ESSAY-IX).
005560     MOVE SPACES TO EE-HOLD-REASON(ER-ESSAY-IX).
005570 2300-LOCATE-ESSAY-ENTRY-EXIT.
005580     EXIT.
005590*
005600 2310-SCAN-ONE-ESSAY.
005610     IF EE-CAND-ID(I) = GM-CANDIDATE-ID
005620         MOVE I TO ER-ESSAY-IX
005630     END-IF.
005640 2310-SCAN-ONE-ESSAY-EXIT.
005650     EXIT.
005660*
005670 2320-CLEAR-ONE-READING.
005680     MOVE SPACES TO EE-READER-ID(ER-ESSAY-IX, J).
005690     MOVE ZERO   TO EE-MARK(ER-ESSAY-IX, J).
005700     SET EE-READ-ABSENT(ER-ESSAY-IX, J) TO TRUE.
005710 2320-CLEAR-ONE-READING-EXIT.
005720     EXIT.
005730*
005740*    FIND THE READER-TABLE ENTRY FOR ER-LOOKUP-READER, ADDING ONE
005750*    FOR A READER NOT SEEN BEFORE. ER-READER-IX COMES BACK ZERO
005760*    ONLY WHEN THE TABLE IS FULL - THE READER'S SEVERITY LINE
005770*    IS LOST BUT THE MARK ITSELF STILL COUNTS.
005780 2400-LOCATE-READER-ENTRY.
005790     MOVE ZERO TO ER-READER-IX.
005800     PERFORM 2410-SCAN-ONE-READER
005810         THRU 2410-SCAN-ONE-READER-EXIT
005820         VARYING J FROM 1 BY 1
005830         UNTIL J > ER-READER-COUNT
005840         OR ER-READER-IX > ZERO.
005850     IF ER-READER-IX > ZERO
005860         GO TO 2400-LOCATE-READER-ENTRY-EXIT
005870     END-IF.
005880     IF ER-READER-COUNT = ER-MAX-READERS
005890         DISPLAY "ESSAY-RECONCILE: *** TABLE WARNING *** MORE "
005900             "THAN " ER-MAX-READERS " READERS - READER "
005910             ER-LOOKUP-READER " NOT TALLIED."
005920         IF RETURN-CODE < 4
005930             MOVE 4 TO RETURN-CODE
005940         END-IF
005950         GO TO 2400-LOCATE-READER-ENTRY-EXIT
005960     END-IF.
005970     ADD 1 TO ER-READER-COUNT.
005980     MOVE ER-READER-COUNT TO ER-READER-IX.
005990     MOVE ER-LOOKUP-READER TO RT-READER-ID(ER-READER-IX).
006000     MOVE ZERO TO RT-MARK-COUNT(ER-READER-IX).
006010     MOVE ZERO TO RT-MARK-SUM(ER-READER-IX).
006020     MOVE ZERO TO RT-PAIRED-COUNT(ER-READER-IX).
006030     MOVE ZERO TO RT-DISAGREE-COUNT(ER-READER-IX).
006040     MOVE ZERO TO RT-OFFSET-SUM(ER-READER-IX).
006050     MOVE ZERO TO RT-THIRD-COUNT(ER-READER-IX).
006060 2400-LOCATE-READER-ENTRY-EXIT.
006070     EXIT.
006080*
006090 2410-SCAN-ONE-READER.
006100     IF RT-READER-ID(J) = ER-LOOKUP-READER
006110         MOVE J TO ER-READER-IX
006120     END-IF.
006130 2410-SCAN-ONE-READER-EXIT.
006140     EXIT.
006150*
006160*****************************************************************
006170*    3000-RECONCILE-READINGS - FIRST PASS. EACH ESSAY'S TWO
006180*    INDEPENDENT READINGS ARE COMPARED: WITHIN TOLERANCE THEY
006190*    ARE AVERAGED, OTHERWISE THE ESSAY NEEDS A THIRD READER.
006200*    THE PARTNER FIGURES FOR THE SEVERITY REPORT ARE TAKEN
006210*    HERE, ON EVERY ESSAY BOTH READERS MARKED.
006220*****************************************************************
006230 3000-RECONCILE-READINGS.
006240     PERFORM 3100-RECONCILE-ONE-ESSAY
006250         THRU 3100-RECONCILE-ONE-ESSAY-EXIT
006260         VARYING I FROM 1 BY 1 UNTIL I > ER-ESSAY-COUNT.
006270 3000-RECONCILE-READINGS-EXIT.
006280     EXIT.
006290*
006300 3100-RECONCILE-ONE-ESSAY.
006310     IF EE-DUP-READING(I)
006320         SET EE-HELD(I) TO TRUE
006330         MOVE "READING SUPPLIED TWICE"
006340             TO EE-HOLD-REASON(I)
006350         GO TO 3100-RECONCILE-ONE-ESSAY-EXIT
006360     END-IF.
006370     IF EE-READ-ABSENT(I, 1)
006380         OR EE-READ-ABSENT(I, 2)
006390         SET EE-HELD(I) TO TRUE
006400         MOVE "FIRST OR SECOND READ MISSING"
006410             TO EE-HOLD-REASON(I)
006420         GO TO 3100-RECONCILE-ONE-ESSAY-EXIT
006430     END-IF.
006440     IF EE-READER-ID(I, 1) = EE-READER-ID(I, 2)
006450         SET EE-HELD(I) TO TRUE
006460         MOVE "SAME READER ON BOTH READINGS"
006470             TO EE-HOLD-REASON(I)
006480         GO TO 3100-RECONCILE-ONE-ESSAY-EXIT
006490     END-IF.
006500     MOVE EE-MARK(I, 1) TO ER-MARK-1.
006510     MOVE EE-MARK(I, 2) TO ER-MARK-2.
006520     IF ER-MARK-1 > ER-MARK-2
006530         COMPUTE ER-GAP = ER-MARK-1 - ER-MARK-2
006540     ELSE
006550         COMPUTE ER-GAP = ER-MARK-2 - ER-MARK-1
006560     END-IF.
006570     MOVE ER-GAP TO EE-GAP(I).
006580*
006590     MOVE EE-READER-ID(I, 1) TO ER-LOOKUP-READER.
006600     COMPUTE ER-OFFSET = ER-MARK-1 - ER-MARK-2.
006610     PERFORM 3200-TALLY-PARTNER
006620         THRU 3200-TALLY-PARTNER-EXIT.
006630     MOVE EE-READER-ID(I, 2) TO ER-LOOKUP-READER.
006640     COMPUTE ER-OFFSET = ER-MARK-2 - ER-MARK-1.
006650     PERFORM 3200-TALLY-PARTNER
006660         THRU 3200-TALLY-PARTNER-EXIT.
006670*
006680     IF ER-GAP > ER-TOLERANCE
006690         SET EE-NEEDS-THIRD(I) TO TRUE
006700         GO TO 3100-RECONCILE-ONE-ESSAY-EXIT
006710     END-IF.
006720     COMPUTE EE-FINAL-MARK(I) ROUNDED =
006730         (ER-MARK-1 + ER-MARK-2) / 2.
006740     SET EE-BY-AGREEMENT(I) TO TRUE.
006750     IF EE-READ-PRESENT(I, 3)
006760         ADD 1 TO ER-UNNEEDED-COUNT
006770     END-IF.
006780 3100-RECONCILE-ONE-ESSAY-EXIT.
006790     EXIT.
006800*
006810*    ER-LOOKUP-READER AND ER-OFFSET ARE SET BY THE CALLER.
006820 3200-TALLY-PARTNER.
006830     PERFORM 2400-LOCATE-READER-ENTRY
006840         THRU 2400-LOCATE-READER-ENTRY-EXIT.
006850     IF ER-READER-IX = ZERO
006860         GO TO 3200-TALLY-PARTNER-EXIT
006870     END-IF.
006880     ADD 1         TO RT-PAIRED-COUNT(ER-READER-IX).
006890     ADD ER-OFFSET TO RT-OFFSET-SUM(ER-READER-IX).
006900     IF ER-GAP > ER-TOLERANCE
006910         ADD 1 TO RT-DISAGREE-COUNT(ER-READER-IX)
006920     END-IF.
006930 3200-TALLY-PARTNER-EXIT.
006940     EXIT.
006950*
006960*****************************************************************
006970*    4000-ADJUDICATE-ESSAYS - SECOND PASS, OVER THE ESSAYS THE
006980*    FIRST PASS SENT TO A THIRD READER. WHERE THE THIRD READING
006990*    HAS COME BACK IT IS FOLDED IN UNDER THE RESOLUTION RULE;
007000*    WHERE IT HAS NOT, THE ESSAY GOES (BACK) ON THE QUEUE AND
007010*    IS HELD.
007020*****************************************************************
007030 4000-ADJUDICATE-ESSAYS.
007040     PERFORM 4100-ADJUDICATE-ONE-ESSAY
007050         THRU 4100-ADJUDICATE-ONE-ESSAY-EXIT
007060         VARYING I FROM 1 BY 1 UNTIL I > ER-ESSAY-COUNT.
007070     CLOSE ADJUDICATION-QUEUE-FILE.
007080 4000-ADJUDICATE-ESSAYS-EXIT.
007090     EXIT.
007100*
007110 4100-ADJUDICATE-ONE-ESSAY.
007120     IF NOT EE-NEEDS-THIRD(I)
007130         GO TO 4100-ADJUDICATE-ONE-ESSAY-EXIT
007140     END-IF.
007150     IF EE-READ-ABSENT(I, 3)
007160         SET EE-HELD(I) TO TRUE
007170         MOVE "AWAITING THIRD READER" TO EE-HOLD-REASON(I)
007180         PERFORM 4200-WRITE-QUEUE-ENTRY
007190             THRU 4200-WRITE-QUEUE-ENTRY-EXIT
007200         GO TO 4100-ADJUDICATE-ONE-ESSAY-EXIT
007210     END-IF.
007220*    THE THIRD READING HAS TO BE INDEPENDENT OF BOTH OTHERS TOO
007230*    - A READER ADJUDICATING THEIR OWN ESSAY IS SENT BACK.
007240     IF EE-READER-ID(I, 3) = EE-READER-ID(I, 1)
007250         OR EE-READER-ID(I, 3) = EE-READER-ID(I, 2)
007260         SET EE-HELD(I) TO TRUE
007270         MOVE "THIRD READER NOT INDEPENDENT" TO EE-HOLD-REASON(I)
007280         PERFORM 4200-WRITE-QUEUE-ENTRY
007290             THRU 4200-WRITE-QUEUE-ENTRY-EXIT
007300         GO TO 4100-ADJUDICATE-ONE-ESSAY-EXIT
007310     END-IF.
007320     MOVE EE-MARK(I, 1) TO ER-MARK-1.
007330     MOVE EE-MARK(I, 2) TO ER-MARK-2.
007340     MOVE EE-MARK(I, 3) TO ER-MARK-3.
007350     SET EE-BY-THIRD-READER(I) TO TRUE.
007360     IF EP-RULE-THIRD
007370         MOVE ER-MARK-3 TO EE-FINAL-MARK(I)
007380         GO TO 4100-ADJUDICATE-ONE-ESSAY-EXIT
007390     END-IF.
007400     IF ER-MARK-3 > ER-MARK-1
007410         COMPUTE ER-GAP-1 = ER-MARK-3 - ER-MARK-1
007420     ELSE
007430         COMPUTE ER-GAP-1 = ER-MARK-1 - ER-MARK-3
007440     END-IF.
007450     IF ER-MARK-3 > ER-MARK-2
007460         COMPUTE ER-GAP-2 = ER-MARK-3 - ER-MARK-2
007470     ELSE
007480         COMPUTE ER-GAP-2 = ER-MARK-2 - ER-MARK-3
007490     END-IF.
007500     IF ER-GAP-1 < ER-GAP-2
007510         COMPUTE EE-FINAL-MARK(I) ROUNDED =
007520             (ER-MARK-3 + ER-MARK-1) / 2
007530         GO TO 4100-ADJUDICATE-ONE-ESSAY-EXIT
007540     END-IF.
007550     IF ER-GAP-2 < ER-GAP-1
007560         COMPUTE EE-FINAL-MARK(I) ROUNDED =
007570             (ER-MARK-3 + ER-MARK-2) / 2
007580         GO TO 4100-ADJUDICATE-ONE-ESSAY-EXIT
007590     END-IF.
007600     MOVE ER-MARK-3 TO EE-FINAL-MARK(I).
007610 4100-ADJUDICATE-ONE-ESSAY-EXIT.
007620     EXIT.
007630*
007640 4200-WRITE-QUEUE-ENTRY.
007650     MOVE SPACES             TO ADJUDICATION-QUEUE-RECORD.
007660     MOVE EE-CAND-ID(I)      TO AQ-CANDIDATE-ID.
007670     MOVE EE-READER-ID(I, 1) TO AQ-READER-1.
007680     MOVE EE-MARK(I, 1)      TO AQ-MARK-1.
007690     MOVE EE-READER-ID(I, 2) TO AQ-READER-2.
007700     MOVE EE-MARK(I, 2)      TO AQ-MARK-2.
007710     MOVE EE-GAP(I)          TO AQ-DIFFERENCE.
007720     WRITE ADJUDICATION-QUEUE-RECORD.
007730     ADD 1 TO ER-QUEUED-COUNT.
007740 4200-WRITE-QUEUE-ENTRY-EXIT.
007750     EXIT.
007760*
007770*****************************************************************
007780*    5000-RELEASE-ESSAYS - RESOLVED ESSAYS GO TO THE RESOLVED-
007790*    ESSAY FILE FOR ITEM-SCORER; EVERY OTHER ESSAY IS LISTED
007800*    WITH THE REASON IT IS HELD. A HELD ESSAY IS NOT GUESSED
007810*    AT - ITS CANDIDATE STAYS OFF THE INTAKE UNTIL IT RESOLVES.
007820*****************************************************************
007830 5000-RELEASE-ESSAYS.
007840     IF ER-XCP-HEADER-DONE
007850         MOVE SPACES TO ESSAY-REPORT-LINE
007860         WRITE ESSAY-REPORT-LINE
007870     END-IF.
007880     WRITE ESSAY-REPORT-LINE FROM ESR-HELD-HEADER-LINE.
007890     WRITE ESSAY-REPORT-LINE FROM ESR-HELD-COL-LINE.
007900     PERFORM 5100-RELEASE-ONE-ESSAY
007910         THRU 5100-RELEASE-ONE-ESSAY-EXIT
007920         VARYING I FROM 1 BY 1 UNTIL I > ER-ESSAY-COUNT.
007930     IF ER-HELD-COUNT = ZERO
007940         WRITE ESSAY-REPORT-LINE FROM ESR-NONE-HELD-LINE
007950     ELSE
007960         IF RETURN-CODE < 4
007970             MOVE 4 TO RETURN-CODE
007980         END-IF
007990     END-IF.
008000     CLOSE RESOLVED-ESSAY-FILE.
008010 5000-RELEASE-ESSAYS-EXIT.
008020     EXIT.
008030*
008040 5100-RELEASE-ONE-ESSAY.
008050     IF EE-HELD(I)
008060         PERFORM 5200-WRITE-HELD-LINE
008070             THRU 5200-WRITE-HELD-LINE-EXIT
008080         GO TO 5100-RELEASE-ONE-ESSAY-EXIT
008090     END-IF.
008100     MOVE SPACES           TO RESOLVED-ESSAY-RECORD.
008110     MOVE EE-CAND-ID(I)    TO RS-CANDIDATE-ID.
008120     MOVE EE-FINAL-MARK(I) TO RS-ESSAY-SCORE.
008130     MOVE EE-STATUS(I)     TO RS-RESOLUTION.
008140     MOVE EE-MARK(I, 1)    TO RS-MARK-1.
008150     MOVE EE-MARK(I, 2)    TO RS-MARK-2.
008160     MOVE EE-MARK(I, 3)    TO RS-MARK-3.
008170     WRITE RESOLVED-ESSAY-RECORD.
008180     IF EE-BY-AGREEMENT(I)
008190         ADD 1 TO ER-AGREED-COUNT
008200     ELSE
008210         ADD 1 TO ER-THIRD-COUNT
008220     END-IF.
008230 5100-RELEASE-ONE-ESSAY-EXIT.
008240     EXIT.
008250*
008260 5200-WRITE-HELD-LINE.
008270     MOVE SPACES             TO ESR-HELD-LINE.
008280     MOVE EE-CAND-ID(I)      TO EHL-CAND-ID.
008290     IF EE-READ-PRESENT(I, 1)
008300         MOVE EE-READER-ID(I, 1) TO EHL-READER-1
008310         MOVE EE-MARK(I, 1)      TO EHL-MARK-1
008320     END-IF.
008330     IF EE-READ-PRESENT(I, 2)
008340         MOVE EE-READER-ID(I, 2) TO EHL-READER-2
008350         MOVE EE-MARK(I, 2)      TO EHL-MARK-2
008360     END-IF.
008370     IF EE-READ-PRESENT(I, 3)
008380         MOVE EE-READER-ID(I, 3) TO EHL-READER-3
008390         MOVE EE-MARK(I, 3)      TO EHL-MARK-3
008400     END-IF.
008410     MOVE EE-HOLD-REASON(I)  TO EHL-REASON.
008420     WRITE ESSAY-REPORT-LINE FROM ESR-HELD-LINE.
008430     ADD 1 TO ER-HELD-COUNT.
008440 5200-WRITE-HELD-LINE-EXIT.
008450     EXIT.
008460*
008470*****************************************************************
008480*    6000-WRITE-READER-SEVERITY - ONE LINE PER READER: MARKS
008490*    GIVEN AND THEIR MEAN, ESSAYS READ ALONGSIDE A PARTNER AND
008500*    HOW OFTEN THE PAIR WAS OUT OF TOLERANCE, THE AVERAGE GAP
008510*    TO THE PARTNER'S MARK, AND THIRD READINGS DONE.
008520*****************************************************************
008530 6000-WRITE-READER-SEVERITY.
008540     MOVE SPACES TO ESSAY-REPORT-LINE.
008550     WRITE ESSAY-REPORT-LINE.
008560     WRITE ESSAY-REPORT-LINE FROM ESR-READER-HEADER-LINE.
008570     WRITE ESSAY-REPORT-LINE FROM ESR-READER-COL-LINE.
008580     PERFORM 6100-WRITE-ONE-READER
008590         THRU 6100-WRITE-ONE-READER-EXIT
008600         VARYING J FROM 1 BY 1 UNTIL J > ER-READER-COUNT.
008610 6000-WRITE-READER-SEVERITY-EXIT.
008620     EXIT.
008630*
008640*    A READER WITH NO PAIRED ESSAYS (THIRD READINGS ONLY) HAS
008650*    NO DISAGREEMENT RATE OR PARTNER GAP - BOTH PRINT AS ZERO.
008660 6100-WRITE-ONE-READER.
008670     MOVE RT-READER-ID(J)      TO ERL-READER-ID.
008680     MOVE RT-MARK-COUNT(J)     TO ERL-MARK-COUNT.
008690     IF RT-MARK-COUNT(J) > ZERO
008700         COMPUTE ER-MEAN ROUNDED =
008710             RT-MARK-SUM(J) / RT-MARK-COUNT(J)
008720     ELSE
008730         MOVE ZERO TO ER-MEAN
008740     END-IF.
008750     MOVE ER-MEAN              TO ERL-MEAN.
008760     MOVE RT-PAIRED-COUNT(J)   TO ERL-PAIRED.
008770     MOVE RT-DISAGREE-COUNT(J) TO ERL-DISAGREE.
008780     IF RT-PAIRED-COUNT(J) > ZERO
008790         COMPUTE ER-PCT ROUNDED =
008800             (RT-DISAGREE-COUNT(J) * 100) / RT-PAIRED-COUNT(J)
008810         COMPUTE ER-MEAN-OFFSET ROUNDED =
008820             RT-OFFSET-SUM(J) / RT-PAIRED-COUNT(J)
008830     ELSE
008840         MOVE ZERO TO ER-PCT
008850         MOVE ZERO TO ER-MEAN-OFFSET
008860     END-IF.
008870     MOVE ER-PCT               TO ERL-PCT.
008880     MOVE ER-MEAN-OFFSET       TO ERL-OFFSET.
008890     MOVE RT-THIRD-COUNT(J)    TO ERL-THIRD.
008900     WRITE ESSAY-REPORT-LINE FROM ESR-READER-LINE.
008910 6100-WRITE-ONE-READER-EXIT.
008920     EXIT.
008930*
008940*****************************************************************
008950*    9000-TERMINATE - RUN COUNTS. RETURN CODE 4 WHEN ANY ESSAY
008960*    IS HELD OR ANY MARK WAS REJECTED, SO THE SCHEDULER KNOWS
008970*    THE INTAKE WILL BE SHORT UNTIL THE QUEUE IS WORKED.
008980*****************************************************************
008990 9000-TERMINATE.
009000     MOVE SPACES TO ESSAY-REPORT-LINE.
009010     WRITE ESSAY-REPORT-LINE.
009020     MOVE "MARK RECORDS READ" TO ECL-LABEL.
009030     MOVE ER-MARKS-READ TO ECL-COUNT.
009040     WRITE ESSAY-REPORT-LINE FROM ESR-COUNT-LINE.
009050     MOVE "MARK RECORDS REJECTED" TO ECL-LABEL.
009060     MOVE ER-MARK-REJECTS TO ECL-COUNT.
009070     WRITE ESSAY-REPORT-LINE FROM ESR-COUNT-LINE.
009080     MOVE "ESSAYS ON FILE" TO ECL-LABEL.
009090     MOVE ER-ESSAY-COUNT TO ECL-COUNT.
009100     WRITE ESSAY-REPORT-LINE FROM ESR-COUNT-LINE.
009110     MOVE "RESOLVED BY AGREEMENT" TO ECL-LABEL.
009120     MOVE ER-AGREED-COUNT TO ECL-COUNT.
009130     WRITE ESSAY-REPORT-LINE FROM ESR-COUNT-LINE.
009140     MOVE "RESOLVED BY THIRD READER" TO ECL-LABEL.
009150     MOVE ER-THIRD-COUNT TO ECL-COUNT.
009160     WRITE ESSAY-REPORT-LINE FROM ESR-COUNT-LINE.
009170     MOVE "HELD - NOT RELEASED TO THE INTAKE" TO ECL-LABEL.
009180     MOVE ER-HELD-COUNT TO ECL-COUNT.
009190     WRITE ESSAY-REPORT-LINE FROM ESR-COUNT-LINE.
009200     MOVE "QUEUED FOR A THIRD READER" TO ECL-LABEL.
009210     MOVE ER-QUEUED-COUNT TO ECL-COUNT.
009220     WRITE ESSAY-REPORT-LINE FROM ESR-COUNT-LINE.
009230     MOVE "THIRD READINGS NOT NEEDED (IGNORED)" TO ECL-LABEL.
009240     MOVE ER-UNNEEDED-COUNT TO ECL-COUNT.
009250     WRITE ESSAY-REPORT-LINE FROM ESR-COUNT-LINE.
009260     CLOSE ESSAY-REPORT-FILE.
009270     DISPLAY "ESSAY-RECONCILE: " ER-AGREED-COUNT " AGREED, "
009280         ER-THIRD-COUNT " BY THIRD READER, " ER-HELD-COUNT
009290         " HELD, " ER-QUEUED-COUNT " QUEUED FOR A THIRD READER.".
009300     DISPLAY "ESSAY-RECONCILE: RECONCILIATION COMPLETE.".
009310 9000-TERMINATE-EXIT.
009320     EXIT.
