000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     NOTIFY-FEED.
000030 AUTHOR.         D-TEAM APPLICATIONS GROUP.
000040 INSTALLATION.   ADMISSIONS-TESTING CENTER.
000050 DATE-WRITTEN.   10/15/26.
000060 DATE-COMPILED.  10/15/26.
000070*
000080*****************************************************************
000090*    MODIFICATION HISTORY
000100*    ------------------------------------------------------------
000110*    10/15/26  JWK  NEW PROGRAM. CANDIDATES LEARNED OF A CHANGED
000120*                   OUTCOME ONLY WHEN A LETTER REACHED THEM, AND
000130*                   THE PORTAL AND EMAIL GATEWAY HAD NO WAY TO
000140*                   TELL WHO HAD ACTUALLY MOVED ON A RE-ISSUE.
000150*                   THIS STEP READS THE PRIOR AND NEW EXTRACTS
000160*                   (EXTRANK COPYBOOK), WORKS OUT WHOSE OUTCOME
000170*                   CHANGED - NEWLY SELECTED, NEWLY WAITLISTED,
000180*                   WAITLIST ORDINAL MOVED, DECLINED, RANK
000190*                   CHANGED - AND WRITES ONE DELIMITED EVENT PER
000200*                   CANDIDATE PER CHANGE (NTFYEVT COPYBOOK) WITH
000210*                   THE OLD AND NEW STATUS AND A STABLE EVENT
000220*                   ID. A SENT-NOTIFICATIONS LEDGER (NTFYLDG
000230*                   COPYBOOK) KEEPS A RERUN AGAINST THE SAME
000240*                   GENERATION FROM NOTIFYING ANYONE TWICE, AND
000250*                   THE FEED REPORT (NTFLINE COPYBOOK) LISTS
000260*                   WHAT WAS QUEUED AND WHAT WAS SUPPRESSED.
000270*****************************************************************
000280*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.   IBM-370.
000320 OBJECT-COMPUTER.   IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT PRIOR-EXTRACT-FILE ASSIGN TO PRIOREXT
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS NF-PRIOR-STATUS.
000380*
000390     SELECT NEW-EXTRACT-FILE ASSIGN TO RANKEXT
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS NF-RANKEXT-STATUS.
000420*
000430     SELECT NOTIFY-FEED-FILE ASSIGN TO NTFYFEED
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS NF-FEED-STATUS.
000460*
000470     SELECT OPTIONAL NOTIFY-LEDGER-FILE ASSIGN TO NTFYLDGR
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS NF-LEDGER-STATUS.
000500*
000510     SELECT NOTIFY-REPORT-FILE ASSIGN TO NTFYRPT
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS NF-REPORT-STATUS.
000540*
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  PRIOR-EXTRACT-FILE
000580     RECORDING MODE IS F.
000590 01  PRIOR-EXTRACT-RECORD.
000600     COPY EXTRANK REPLACING LEADING ==EX== BY ==PX==.
000610*
000620 FD  NEW-EXTRACT-FILE
000630     RECORDING MODE IS F.
000640 01  NEW-EXTRACT-RECORD.
000650     COPY EXTRANK.
000660*
000670 FD  NOTIFY-FEED-FILE
000680     RECORDING MODE IS F.
000690 01  NOTIFY-FEED-RECORD.
000700     COPY NTFYEVT.
000710*
000720 FD  NOTIFY-LEDGER-FILE
000730     RECORDING MODE IS F.
000740 01  NOTIFY-LEDGER-RECORD.
000750     COPY NTFYLDG.
000760*
000770 FD  NOTIFY-REPORT-FILE
000780     RECORDING MODE IS F.
000790 01  NOTIFY-REPORT-LINE.
000800     COPY NTFLINE.
000810*
000820 WORKING-STORAGE SECTION.
000830*
000840*****************************************************************
000850*    SWITCHES AND STATUS FIELDS
000860*****************************************************************
000870 77  NF-PRIOR-STATUS         PIC X(02) VALUE SPACES.
000880     88  NF-PRIOR-OK             VALUE "00".
000890     88  NF-PRIOR-EOF            VALUE "10".
000900*
000910 77  NF-RANKEXT-STATUS       PIC X(02) VALUE SPACES.
000920     88  NF-RANKEXT-OK           VALUE "00".
000930     88  NF-RANKEXT-EOF          VALUE "10".
000940*
000950 77  NF-FEED-STATUS          PIC X(02) VALUE SPACES.
000960     88  NF-FEED-OK              VALUE "00".
000970*
000980 77  NF-LEDGER-STATUS        PIC X(02) VALUE SPACES.
000990     88  NF-LEDGER-OK            VALUE "00".
001000     88  NF-LEDGER-CREATED       VALUE "05".
001010     88  NF-LEDGER-EOF           VALUE "10".
001020*
001030 77  NF-REPORT-STATUS        PIC X(02) VALUE SPACES.
001040     88  NF-REPORT-OK            VALUE "00".
001050*
001060 77  I                       PIC 9(05) COMP VALUE ZERO.
001070 77  J                       PIC 9(05) COMP VALUE ZERO.
001080 77  NF-MAX-CANDIDATES       PIC 9(05) COMP VALUE 30000.
001090 77  NF-MAX-LEDGER           PIC 9(05) COMP VALUE 50000.
001100 77  NF-PRIOR-COUNT          PIC 9(05) COMP VALUE ZERO.
001110 77  NF-NEW-COUNT            PIC 9(05) COMP VALUE ZERO.
001120 77  NF-LEDGER-COUNT         PIC 9(05) COMP VALUE ZERO.
001130 77  NF-LEDGER-READ          PIC 9(07) COMP VALUE ZERO.
001140 77  NF-MATCH-IX             PIC 9(05) COMP VALUE ZERO.
001150 77  NF-SENT-IX              PIC 9(05) COMP VALUE ZERO.
001160 77  NF-QUEUED-COUNT         PIC 9(05) COMP VALUE ZERO.
001170 77  NF-SUPPRESSED-COUNT     PIC 9(05) COMP VALUE ZERO.
001180 77  NF-SELECTED-EVENTS      PIC 9(05) COMP VALUE ZERO.
001190 77  NF-WAITLIST-EVENTS      PIC 9(05) COMP VALUE ZERO.
001200 77  NF-WAITMOVE-EVENTS      PIC 9(05) COMP VALUE ZERO.
001210 77  NF-DECLINED-EVENTS      PIC 9(05) COMP VALUE ZERO.
001220 77  NF-RANK-EVENTS          PIC 9(05) COMP VALUE ZERO.
001230 77  NF-UNCHANGED-COUNT      PIC 9(05) COMP VALUE ZERO.
001240 77  NF-CAND-EVENTS          PIC 9(05) COMP VALUE ZERO.
001250*
001260 77  NF-RUN-DATE             PIC 9(08) VALUE ZERO.
001270 77  NF-RUN-TIME             PIC 9(08) VALUE ZERO.
001280*
001290*****************************************************************
001300*    THE CHANGE BEING ISSUED - THE OLD AND NEW OUTCOME OF THE
001310*    CANDIDATE IN HAND, AND THE EVENT CODE AND TYPE SET BY
001320*    4000 BEFORE EACH PERFORM OF 4500-ISSUE-EVENT
001330*****************************************************************
001340 77  NF-OLD-STATUS           PIC X(08) VALUE SPACES.
001350     88  NF-OLD-SELECTED         VALUE "SELECTED".
001360     88  NF-OLD-WAITLISTED       VALUE "WAITLIST".
001370     88  NF-OLD-DECLINED         VALUE "DECLINED".
001380     88  NF-OLD-NONE             VALUE "NONE".
001390 77  NF-NEW-STATUS           PIC X(08) VALUE SPACES.
001400     88  NF-NEW-SELECTED         VALUE "SELECTED".
001410     88  NF-NEW-WAITLISTED       VALUE "WAITLIST".
001420     88  NF-NEW-DECLINED         VALUE "DECLINED".
001430 77  NF-OLD-RANK             PIC 9(05) VALUE ZERO.
001440 77  NF-OLD-WAIT-ORD         PIC 9(05) VALUE ZERO.
001450 77  NF-EVENT-CODE           PIC X(02) VALUE SPACES.
001460 77  NF-EVENT-TYPE           PIC X(08) VALUE SPACES.
001470*
001480*****************************************************************
001490*    EXTRACT HEADER AND TRAILER CONTROL (EXTCTL COPYBOOK), ONE
001500*    SET PER FILE
001510*****************************************************************
001520 01  NF-PRIOR-CONTROL.
001530     COPY EXTCTL REPLACING LEADING ==XT== BY ==NF-PRIOR==.
001540*
001550 01  NF-NEW-CONTROL.
001560     COPY EXTCTL REPLACING LEADING ==XT== BY ==NF-NEW==.
001570*
001580*****************************************************************
001590*    PRIOR-EXTRACT TABLE - MATCHED AGAINST BY CANDIDATE ID. THE
001600*    MATCHED FLAG IS SET AS NEW ENTRIES PAIR OFF; A PRIOR ENTRY
001610*    LEFT UNMATCHED IS NO LONGER ON THE EXTRACT AND RAISES NO
001620*    EVENT (IT IS ONLY COUNTED ON THE REPORT).
001630*****************************************************************
001640 01  PRIOR-TABLE.
001650     05  PRIOR-ENTRY
001660             OCCURS 0 TO 30000 TIMES
001670             DEPENDING ON NF-PRIOR-COUNT.
001680         10  PE-CAND-ID          PIC X(10).
001690         10  PE-RANK             PIC 9(05).
001700         10  PE-SEL-FLAG         PIC X(01).
001710         10  PE-WAIT-ORD         PIC 9(05).
001720         10  PE-MATCH-FLAG       PIC X(01).
001730             88  PE-MATCHED          VALUE "Y".
001740             88  PE-NOT-MATCHED      VALUE "N".
001750*
001760*****************************************************************
001770*    NEW-EXTRACT TABLE - THE NEW FILE IS LOADED WHOLE AND ITS
001780*    TRAILER CHECKED BEFORE ANY EVENT IS QUEUED, SO A DAMAGED
001790*    EXTRACT NEVER REACHES A CANDIDATE'S INBOX.
001800*****************************************************************
001810 01  NEW-TABLE.
001820     05  NEW-ENTRY
001830             OCCURS 0 TO 30000 TIMES
001840             DEPENDING ON NF-NEW-COUNT.
001850         10  NT-CAND-ID          PIC X(10).
001860         10  NT-CAND-NAME        PIC X(25).
001870         10  NT-PROGRAM-CODE     PIC X(03).
001880         10  NT-RANK             PIC 9(05).
001890         10  NT-SEL-FLAG         PIC X(01).
001900         10  NT-WAIT-ORD         PIC 9(05).
001910*
001920*****************************************************************
001930*    SENT-EVENT TABLE - THE LEDGER ENTRIES ALREADY QUEUED FOR
001940*    THE NEW EXTRACT'S GENERATION. EVENT IDS CARRY THE
001950*    GENERATION, SO ENTRIES FOR OTHER GENERATIONS CAN NEVER
001960*    MATCH AND ARE NOT LOADED.
001970*****************************************************************
001980 01  SENT-TABLE.
001990     05  SENT-ENTRY
002000             OCCURS 0 TO 50000 TIMES
002010             DEPENDING ON NF-LEDGER-COUNT.
002020         10  SN-EVENT-ID         PIC X(21).
002030*
002040*****************************************************************
002050*    EVENT RECORD AS COMPOSED - THE NTFYEVT LAYOUT WITH ITS
002060*    DELIMITERS IN PLACE, WRITTEN TO THE FEED FROM HERE
002070*****************************************************************
002080 01  NF-EVENT-LINE.
002090     COPY NTFYEVT REPLACING LEADING ==NE== BY ==EV==.
002100*
002110*****************************************************************
002120*    REPORT HEADER AND TOTALS LINES
002130*****************************************************************
002140 01  NTF-HEADER-LINE         PIC X(80) VALUE
002150     "CANDIDATE NOTIFICATION FEED - EVENTS QUEUED AND SUPPRESSED".
002160*
002170 01  NTF-COLUMN-LINE.
002180     05  FILLER              PIC X(12) VALUE "CANDIDATE".
002190     05  FILLER              PIC X(26) VALUE "NAME".
002200     05  FILLER              PIC X(09) VALUE "EVENT".
002210     05  FILLER              PIC X(09) VALUE "OLD".
002220     05  FILLER              PIC X(09) VALUE "NEW".
002230     05  FILLER              PIC X(15) VALUE "DISPOSITION".
002240*
002250 01  NTF-GENERATION-LINE.
002260     05  FILLER              PIC X(25) VALUE
002270         "PRIOR EXTRACT GENERATION ".
002280     05  NGL-PRIOR-GEN       PIC 9(07).
002290     05  FILLER              PIC X(26) VALUE
002300         "   NEW EXTRACT GENERATION ".
002310     05  NGL-NEW-GEN         PIC 9(07).
002320     05  FILLER              PIC X(15) VALUE SPACES.
002330*
002340 01  NTF-QUEUED-LINE.
002350     05  FILLER              PIC X(16) VALUE "EVENTS QUEUED:  ".
002360     05  NQL-QUEUED          PIC Z(04)9.
002370     05  FILLER              PIC X(20) VALUE
002380         "   SUPPRESSED AS ALR".
002390     05  FILLER              PIC X(12) VALUE "EADY SENT:  ".
002400     05  NQL-SUPPRESSED      PIC Z(04)9.
002410     05  FILLER              PIC X(22) VALUE SPACES.
002420*
002430 01  NTF-TYPE-LINE.
002440     05  FILLER              PIC X(10) VALUE "SELECTED: ".
002450     05  NTL-SELECTED        PIC Z(04)9.
002460     05  FILLER              PIC X(12) VALUE "  WAITLIST: ".
002470     05  NTL-WAITLIST        PIC Z(04)9.
002480     05  FILLER              PIC X(12) VALUE "  WAITMOVE: ".
002490     05  NTL-WAITMOVE        PIC Z(04)9.
002500     05  FILLER              PIC X(12) VALUE "  DECLINED: ".
002510     05  NTL-DECLINED        PIC Z(04)9.
002520     05  FILLER              PIC X(08) VALUE "  RANK: ".
002530     05  NTL-RANK            PIC Z(04)9.
002540     05  FILLER              PIC X(01) VALUE SPACES.
002550*
002560 01  NTF-COUNTS-LINE.
002570     05  FILLER              PIC X(22) VALUE
002580         "CANDIDATES UNCHANGED: ".
002590     05  NCL-UNCHANGED       PIC Z(04)9.
002600     05  FILLER              PIC X(25) VALUE
002610         "   NO LONGER ON EXTRACT: ".
002620     05  NCL-DROPPED         PIC Z(04)9.
002630     05  FILLER              PIC X(23) VALUE SPACES.
002640*
002650 01  NTF-NOEVENT-LINE        PIC X(80) VALUE
002660     "NO OUTCOME CHANGED - NO EVENTS FOR THIS GENERATION.".
002670*
002680 01  NTF-VOID-LINE.
002690     05  FILLER              PIC X(33) VALUE
002700         "*** FEED VOID - CHECKS FAILED ON ".
002710     05  NVL-FILE            PIC X(05).
002720     05  FILLER              PIC X(12) VALUE " EXTRACT ***".
002730     05  FILLER              PIC X(30) VALUE SPACES.
002740*
002750 77  NF-FAILED-FILE          PIC X(05) VALUE SPACES.
002760*
002770 PROCEDURE DIVISION.
002780*
002790*****************************************************************
002800*    0000-MAINLINE
002810*****************************************************************
002820 0000-MAINLINE.
002830     PERFORM 1000-INITIALIZE
002840         THRU 1000-INITIALIZE-EXIT.
002850     PERFORM 2000-LOAD-PRIOR-EXTRACT
002860         THRU 2000-LOAD-PRIOR-EXTRACT-EXIT.
002870     PERFORM 2500-LOAD-NEW-EXTRACT
002880         THRU 2500-LOAD-NEW-EXTRACT-EXIT.
002890     PERFORM 2800-CHECK-GENERATIONS
002900         THRU 2800-CHECK-GENERATIONS-EXIT.
002910     PERFORM 3000-LOAD-LEDGER
002920         THRU 3000-LOAD-LEDGER-EXIT.
002930     PERFORM 3500-OPEN-LEDGER-EXTEND
002940         THRU 3500-OPEN-LEDGER-EXTEND-EXIT.
002950     PERFORM 4000-DERIVE-EVENTS
002960         THRU 4000-DERIVE-EVENTS-EXIT.
002970     PERFORM 9000-TERMINATE
002980         THRU 9000-TERMINATE-EXIT.
002990     STOP RUN.
003000*
003010*****************************************************************
003020*    1000-INITIALIZE - BOTH EXTRACTS ARE REQUIRED. THE FEED IS
003030*    WRITTEN FRESH EACH RUN AND HOLDS ONLY WHAT THIS RUN QUEUED.
003040*****************************************************************
003050 1000-INITIALIZE.
003060     ACCEPT NF-RUN-DATE FROM DATE YYYYMMDD.
003070     ACCEPT NF-RUN-TIME FROM TIME.
003080     OPEN INPUT PRIOR-EXTRACT-FILE.
003090     IF NOT NF-PRIOR-OK
003100         DISPLAY "NOTIFY-FEED: *** EXTRACT ERROR *** NO "
003110             "PRIOR-EXTRACT-FILE, STATUS = " NF-PRIOR-STATUS
003120         MOVE 16 TO RETURN-CODE
003130         STOP RUN
003140     END-IF.
003150     OPEN INPUT NEW-EXTRACT-FILE.
003160     IF NOT NF-RANKEXT-OK
003170         DISPLAY "NOTIFY-FEED: *** EXTRACT ERROR *** NO "
003180             "NEW EXTRACT-FILE, STATUS = " NF-RANKEXT-STATUS
003190         MOVE 16 TO RETURN-CODE
003200         STOP RUN
003210     END-IF.
003220     OPEN OUTPUT NOTIFY-REPORT-FILE.
003230     IF NOT NF-REPORT-OK
003240         DISPLAY "NOTIFY-FEED: CANNOT OPEN NOTIFY-REPORT-FILE, "
003250             "STATUS = " NF-REPORT-STATUS
003260         MOVE 16 TO RETURN-CODE
003270         STOP RUN
003280     END-IF.
003290     OPEN OUTPUT NOTIFY-FEED-FILE.
003300     IF NOT NF-FEED-OK
003310         DISPLAY "NOTIFY-FEED: CANNOT OPEN NOTIFY-FEED-FILE, "
003320             "STATUS = " NF-FEED-STATUS
003330         MOVE 16 TO RETURN-CODE
003340         STOP RUN
003350     END-IF.
003360     MOVE SPACES TO NOTIFY-REPORT-LINE.
003370     WRITE NOTIFY-REPORT-LINE FROM NTF-HEADER-LINE.
003380     MOVE SPACES TO NOTIFY-REPORT-LINE.
003390     WRITE NOTIFY-REPORT-LINE.
003400 1000-INITIALIZE-EXIT.
003410     EXIT.
003420*
003430*****************************************************************
003440*    2000-LOAD-PRIOR-EXTRACT
003450*****************************************************************
003460 2000-LOAD-PRIOR-EXTRACT.
003470     MOVE ZERO TO NF-PRIOR-COUNT.
003480     PERFORM 2100-READ-PRIOR-ENTRY
003490         THRU 2100-READ-PRIOR-ENTRY-EXIT
003500         UNTIL NF-PRIOR-EOF
003510         OR NF-PRIOR-COUNT = NF-MAX-CANDIDATES.
003520     CLOSE PRIOR-EXTRACT-FILE.
003530     PERFORM 2200-VERIFY-PRIOR-TRAILER
003540         THRU 2200-VERIFY-PRIOR-TRAILER-EXIT.
003550     DISPLAY "NOTIFY-FEED: " NF-PRIOR-COUNT
003560         " CANDIDATE(S) ON PRIOR EXTRACT GENERATION "
003570         NF-PRIOR-GENERATION ".".
003580 2000-LOAD-PRIOR-EXTRACT-EXIT.
003590     EXIT.
003600*
003610 2100-READ-PRIOR-ENTRY.
003620     READ PRIOR-EXTRACT-FILE
003630         AT END
003640             SET NF-PRIOR-EOF TO TRUE
003650             GO TO 2100-READ-PRIOR-ENTRY-EXIT
003660     END-READ.
003670     IF NF-PRIOR-TRL-SEEN
003680         SET NF-PRIOR-ORDER-BAD TO TRUE
003690         GO TO 2100-READ-PRIOR-ENTRY-EXIT
003700     END-IF.
003710     IF PX-HEADER-REC
003720         IF NF-PRIOR-HDR-SEEN
003730             OR NF-PRIOR-READ-COUNT > ZERO
003740             SET NF-PRIOR-ORDER-BAD TO TRUE
003750         END-IF
003760         SET NF-PRIOR-HDR-SEEN TO TRUE
003770         MOVE PX-HDR-GENERATION TO NF-PRIOR-GENERATION
003780         GO TO 2100-READ-PRIOR-ENTRY-EXIT
003790     END-IF.
003800     IF PX-TRAILER-REC
003810         SET NF-PRIOR-TRL-SEEN TO TRUE
003820         MOVE PX-TRL-GENERATION     TO NF-PRIOR-TRL-GENERATION
003830         MOVE PX-TRL-RECORD-COUNT   TO NF-PRIOR-TRL-COUNT
003840         MOVE PX-TRL-SELECTED-COUNT TO NF-PRIOR-TRL-SELECTED
003850         MOVE PX-TRL-SCORE-HASH     TO NF-PRIOR-TRL-SCORES
003860         MOVE PX-TRL-RANK-HASH      TO NF-PRIOR-TRL-RANKS
003870         GO TO 2100-READ-PRIOR-ENTRY-EXIT
003880     END-IF.
003890     ADD 1 TO NF-PRIOR-READ-COUNT.
003900     IF PX-SELECTED
003910         ADD 1 TO NF-PRIOR-READ-SELECTED
003920     END-IF.
003930     ADD PX-SCORE TO NF-PRIOR-READ-SCORES.
003940     ADD PX-RANK  TO NF-PRIOR-READ-RANKS.
003950     ADD 1 TO NF-PRIOR-COUNT.
003960     MOVE PX-CAND-ID       TO PE-CAND-ID(NF-PRIOR-COUNT).
003970     MOVE PX-RANK          TO PE-RANK(NF-PRIOR-COUNT).
003980     MOVE PX-SELECTED-FLAG TO PE-SEL-FLAG(NF-PRIOR-COUNT).
003990     MOVE PX-WAITLIST-ORD  TO PE-WAIT-ORD(NF-PRIOR-COUNT).
004000     SET PE-NOT-MATCHED(NF-PRIOR-COUNT) TO TRUE.
004010 2100-READ-PRIOR-ENTRY-EXIT.
004020     EXIT.
004030*
004040*****************************************************************
004050*    2200-VERIFY-PRIOR-TRAILER - THE PRIOR EXTRACT'S TRAILER
004060*    MUST AGREE WITH THE RECORDS LOADED. A HEADERLESS PRIOR
004070*    EXTRACT PREDATES GENERATIONS AND IS TAKEN AS GENERATION
004080*    ZERO WITH A WARNING.
004090*****************************************************************
004100 2200-VERIFY-PRIOR-TRAILER.
004110     IF NF-PRIOR-HDR-MISSING
004120         AND NF-PRIOR-TRL-MISSING
004130         AND NF-PRIOR-ORDER-OK
004140         DISPLAY "NOTIFY-FEED: PRIOR EXTRACT CARRIES NO "
004150             "GENERATION HEADER - TAKEN AS GENERATION ZERO."
004160         IF RETURN-CODE < 4
004170             MOVE 4 TO RETURN-CODE
004180         END-IF
004190         GO TO 2200-VERIFY-PRIOR-TRAILER-EXIT
004200     END-IF.
004210*
004220     IF NF-PRIOR-HDR-MISSING
004230         OR NF-PRIOR-TRL-MISSING
004240         OR NF-PRIOR-ORDER-BAD
004250         OR NF-PRIOR-TRL-GENERATION NOT = NF-PRIOR-GENERATION
004260         OR NF-PRIOR-TRL-COUNT      NOT = NF-PRIOR-READ-COUNT
004270         OR NF-PRIOR-TRL-SELECTED   NOT = NF-PRIOR-READ-SELECTED
004280         OR NF-PRIOR-TRL-SCORES     NOT = NF-PRIOR-READ-SCORES
004290         OR NF-PRIOR-TRL-RANKS      NOT = NF-PRIOR-READ-RANKS
004300         DISPLAY "NOTIFY-FEED: *** EXTRACT ERROR *** "
004310             "PRIOR-EXTRACT-FILE GENERATION " NF-PRIOR-GENERATION
004320             " FAILS ITS TRAILER CHECK"
004330         MOVE "PRIOR" TO NF-FAILED-FILE
004340         PERFORM 8000-VOID-FEED
004350             THRU 8000-VOID-FEED-EXIT
004360     END-IF.
004370 2200-VERIFY-PRIOR-TRAILER-EXIT.
004380     EXIT.
004390*
004400*****************************************************************
004410*    2500-LOAD-NEW-EXTRACT
004420*****************************************************************
004430 2500-LOAD-NEW-EXTRACT.
004440     MOVE ZERO TO NF-NEW-COUNT.
004450     PERFORM 2600-READ-NEW-ENTRY
004460         THRU 2600-READ-NEW-ENTRY-EXIT
004470         UNTIL NF-RANKEXT-EOF
004480         OR NF-NEW-COUNT = NF-MAX-CANDIDATES.
004490     CLOSE NEW-EXTRACT-FILE.
004500     PERFORM 2700-VERIFY-NEW-TRAILER
004510         THRU 2700-VERIFY-NEW-TRAILER-EXIT.
004520     DISPLAY "NOTIFY-FEED: " NF-NEW-COUNT
004530         " CANDIDATE(S) ON NEW EXTRACT GENERATION "
004540         NF-NEW-GENERATION ".".
004550 2500-LOAD-NEW-EXTRACT-EXIT.
004560     EXIT.
004570*
004580 2600-READ-NEW-ENTRY.
004590     READ NEW-EXTRACT-FILE
004600         AT END
004610             SET NF-RANKEXT-EOF TO TRUE
004620             GO TO 2600-READ-NEW-ENTRY-EXIT
004630     END-READ.
004640     IF NF-NEW-TRL-SEEN
004650         SET NF-NEW-ORDER-BAD TO TRUE
004660         GO TO 2600-READ-NEW-ENTRY-EXIT
004670     END-IF.
004680     IF EX-HEADER-REC
004690         IF NF-NEW-HDR-SEEN
004700             OR NF-NEW-READ-COUNT > ZERO
004710             SET NF-NEW-ORDER-BAD TO TRUE
004720         END-IF
004730         SET NF-NEW-HDR-SEEN TO TRUE
004740         MOVE EX-HDR-GENERATION TO NF-NEW-GENERATION
004750         GO TO 2600-READ-NEW-ENTRY-EXIT
004760     END-IF.
004770     IF EX-TRAILER-REC
004780         SET NF-NEW-TRL-SEEN TO TRUE
004790         MOVE EX-TRL-GENERATION     TO NF-NEW-TRL-GENERATION
004800         MOVE EX-TRL-RECORD-COUNT   TO NF-NEW-TRL-COUNT
004810         MOVE EX-TRL-SELECTED-COUNT TO NF-NEW-TRL-SELECTED
004820         MOVE EX-TRL-SCORE-HASH     TO NF-NEW-TRL-SCORES
004830         MOVE EX-TRL-RANK-HASH      TO NF-NEW-TRL-RANKS
004840         GO TO 2600-READ-NEW-ENTRY-EXIT
004850     END-IF.
004860     ADD 1 TO NF-NEW-READ-COUNT.
004870     IF EX-SELECTED
004880         ADD 1 TO NF-NEW-READ-SELECTED
004890     END-IF.
004900     ADD EX-SCORE TO NF-NEW-READ-SCORES.
004910     ADD EX-RANK  TO NF-NEW-READ-RANKS.
004920     ADD 1 TO NF-NEW-COUNT.
004930     MOVE EX-CAND-ID       TO NT-CAND-ID(NF-NEW-COUNT).
004940     MOVE EX-CAND-NAME     TO NT-CAND-NAME(NF-NEW-COUNT).
004950     MOVE EX-PROGRAM-CODE  TO NT-PROGRAM-CODE(NF-NEW-COUNT).
004960     MOVE EX-RANK          TO NT-RANK(NF-NEW-COUNT).
004970     MOVE EX-SELECTED-FLAG TO NT-SEL-FLAG(NF-NEW-COUNT).
004980     MOVE EX-WAITLIST-ORD  TO NT-WAIT-ORD(NF-NEW-COUNT).
004990 2600-READ-NEW-ENTRY-EXIT.
005000     EXIT.
005010*
005020*****************************************************************
005030*    2700-VERIFY-NEW-TRAILER - THE NEW EXTRACT MUST CARRY A
005040*    HEADER: THE EVENT IDS ARE BUILT FROM ITS GENERATION, AND
005050*    WITHOUT ONE THE LEDGER COULD NOT TELL A RERUN FROM A NEW
005060*    ISSUE.
005070*****************************************************************
005080 2700-VERIFY-NEW-TRAILER.
005090     IF NF-NEW-HDR-MISSING
005100         AND NF-NEW-TRL-MISSING
005110         AND NF-NEW-ORDER-OK
005120         DISPLAY "NOTIFY-FEED: *** EXTRACT ERROR *** NEW "
005130             "EXTRACT-FILE CARRIES NO GENERATION HEADER - "
005140             "NO EVENTS CAN BE ISSUED"
005150         MOVE "NEW" TO NF-FAILED-FILE
005160         PERFORM 8000-VOID-FEED
005170             THRU 8000-VOID-FEED-EXIT
005180     END-IF.
005190*
005200     IF NF-NEW-HDR-MISSING
005210         OR NF-NEW-TRL-MISSING
005220         OR NF-NEW-ORDER-BAD
005230         OR NF-NEW-TRL-GENERATION NOT = NF-NEW-GENERATION
005240         OR NF-NEW-TRL-COUNT      NOT = NF-NEW-READ-COUNT
005250         OR NF-NEW-TRL-SELECTED   NOT = NF-NEW-READ-SELECTED
005260         OR NF-NEW-TRL-SCORES     NOT = NF-NEW-READ-SCORES
005270         OR NF-NEW-TRL-RANKS      NOT = NF-NEW-READ-RANKS
005280         DISPLAY "NOTIFY-FEED: *** EXTRACT ERROR *** "
005290             "NEW EXTRACT-FILE GENERATION " NF-NEW-GENERATION
005300             " FAILS ITS TRAILER CHECK"
005310         MOVE "NEW" TO NF-FAILED-FILE
005320         PERFORM 8000-VOID-FEED
005330             THRU 8000-VOID-FEED-EXIT
005340     END-IF.
005350 2700-VERIFY-NEW-TRAILER-EXIT.
005360     EXIT.
005370*
005380*****************************************************************
005390*    2800-CHECK-GENERATIONS - THE FILES MUST BE GIVEN IN ORDER.
005400*    A "PRIOR" EXTRACT AS NEW AS THE NEW ONE MEANS THE STEP WAS
005410*    HANDED THE WRONG FILES, AND ITS EVENTS WOULD RUN BACKWARDS.
005420*****************************************************************
005430 2800-CHECK-GENERATIONS.
005440     MOVE NF-PRIOR-GENERATION TO NGL-PRIOR-GEN.
005450     MOVE NF-NEW-GENERATION   TO NGL-NEW-GEN.
005460     WRITE NOTIFY-REPORT-LINE FROM NTF-GENERATION-LINE.
005470     MOVE SPACES TO NOTIFY-REPORT-LINE.
005480     WRITE NOTIFY-REPORT-LINE.
005490     IF NF-PRIOR-GENERATION NOT < NF-NEW-GENERATION
005500         DISPLAY "NOTIFY-FEED: *** EXTRACT ERROR *** PRIOR "
005510             "GENERATION " NF-PRIOR-GENERATION " IS NOT OLDER "
005520             "THAN NEW GENERATION " NF-NEW-GENERATION
005530         MOVE "PRIOR" TO NF-FAILED-FILE
005540         PERFORM 8000-VOID-FEED
005550             THRU 8000-VOID-FEED-EXIT
005560     END-IF.
005570 2800-CHECK-GENERATIONS-EXIT.
005580     EXIT.
005590*
005600*****************************************************************
005610*    3000-LOAD-LEDGER - THE LEDGER IS OPTIONAL (IT DOES NOT
005620*    EXIST BEFORE THE FIRST RUN). ONLY THE ENTRIES FOR THE NEW
005630*    GENERATION ARE KEPT.
005640*****************************************************************
005650 3000-LOAD-LEDGER.
005660     MOVE ZERO TO NF-LEDGER-COUNT.
005670     OPEN INPUT NOTIFY-LEDGER-FILE.
005680     IF NF-LEDGER-CREATED
005690         CLOSE NOTIFY-LEDGER-FILE
005700         DISPLAY "NOTIFY-FEED: NO SENT-NOTIFICATIONS LEDGER YET "
005710             "- ONE WILL BE STARTED."
005720         GO TO 3000-LOAD-LEDGER-EXIT
005730     END-IF.
005740     IF NOT NF-LEDGER-OK
005750         DISPLAY "NOTIFY-FEED: CANNOT OPEN NOTIFY-LEDGER-FILE, "
005760             "STATUS = " NF-LEDGER-STATUS
005770         MOVE 16 TO RETURN-CODE
005780         STOP RUN
005790     END-IF.
005800     PERFORM 3100-READ-LEDGER-ENTRY
005810         THRU 3100-READ-LEDGER-ENTRY-EXIT
005820         UNTIL NF-LEDGER-EOF.
005830     CLOSE NOTIFY-LEDGER-FILE.
005840     DISPLAY "NOTIFY-FEED: " NF-LEDGER-READ
005850         " LEDGER ENTRIES READ, " NF-LEDGER-COUNT
005860         " FOR GENERATION " NF-NEW-GENERATION ".".
005870 3000-LOAD-LEDGER-EXIT.
005880     EXIT.
005890*
005900 3100-READ-LEDGER-ENTRY.
005910     READ NOTIFY-LEDGER-FILE
005920         AT END
005930             SET NF-LEDGER-EOF TO TRUE
005940             GO TO 3100-READ-LEDGER-ENTRY-EXIT
005950     END-READ.
005960     ADD 1 TO NF-LEDGER-READ.
005970     IF NL-GENERATION NOT = NF-NEW-GENERATION
005980         GO TO 3100-READ-LEDGER-ENTRY-EXIT
005990     END-IF.
006000     IF NF-LEDGER-COUNT = NF-MAX-LEDGER
006010         DISPLAY "NOTIFY-FEED: *** LEDGER ERROR *** MORE THAN "
006020             NF-MAX-LEDGER " LEDGER ENTRIES FOR GENERATION "
006030             NF-NEW-GENERATION
006040         MOVE 16 TO RETURN-CODE
006050         STOP RUN
006060     END-IF.
006070     ADD 1 TO NF-LEDGER-COUNT.
006080     MOVE NL-EVENT-ID TO SN-EVENT-ID(NF-LEDGER-COUNT).
006090 3100-READ-LEDGER-ENTRY-EXIT.
006100     EXIT.
006110*
006120*****************************************************************
006130*    3500-OPEN-LEDGER-EXTEND - EACH EVENT QUEUED IS RECORDED ON
006140*    THE LEDGER AS IT IS WRITTEN TO THE FEED.
006150*****************************************************************
006160 3500-OPEN-LEDGER-EXTEND.
006170     OPEN EXTEND NOTIFY-LEDGER-FILE.
006180     IF NOT NF-LEDGER-OK
006190         AND NOT NF-LEDGER-CREATED
006200         DISPLAY "NOTIFY-FEED: CANNOT EXTEND NOTIFY-LEDGER-FILE,"
006210             " STATUS = " NF-LEDGER-STATUS
006220         MOVE 16 TO RETURN-CODE
006230         STOP RUN
006240     END-IF.
006250 3500-OPEN-LEDGER-EXTEND-EXIT.
006260     EXIT.
006270*
006280*****************************************************************
006290*    4000-DERIVE-EVENTS - EACH NEW ENTRY IS PAIRED WITH ITS
006300*    PRIOR ENTRY AND ITS OLD AND NEW STATUS WORKED OUT. ONE
006310*    EVENT IS ISSUED FOR EACH CHANGE THAT APPLIES, SO A
006320*    CANDIDATE MOVED OFF THE WAITLIST INTO A SEAT BY A REGRADE
006330*    GETS BOTH A SELECTED AND A RANK CHANGED EVENT. A CANDIDATE
006340*    NOT ON THE PRIOR EXTRACT HAS AN OLD STATUS OF NONE.
006350*****************************************************************
006360 4000-DERIVE-EVENTS.
006370     MOVE SPACES TO NOTIFY-REPORT-LINE.
006380     WRITE NOTIFY-REPORT-LINE FROM NTF-COLUMN-LINE.
006390     PERFORM 4100-DERIVE-ONE-CANDIDATE
006400         THRU 4100-DERIVE-ONE-CANDIDATE-EXIT
006410         VARYING I FROM 1 BY 1 UNTIL I > NF-NEW-COUNT.
006420     CLOSE NOTIFY-LEDGER-FILE.
006430 4000-DERIVE-EVENTS-EXIT.
006440     EXIT.
006450*
006460 4100-DERIVE-ONE-CANDIDATE.
006470     MOVE ZERO TO NF-MATCH-IX.
006480     PERFORM 4110-SCAN-ONE-PRIOR
006490         THRU 4110-SCAN-ONE-PRIOR-EXIT
006500         VARYING J FROM 1 BY 1
006510         UNTIL J > NF-PRIOR-COUNT
006520         OR NF-MATCH-IX > ZERO.
006530     IF NF-MATCH-IX = ZERO
006540         MOVE "NONE"  TO NF-OLD-STATUS
006550         MOVE ZERO    TO NF-OLD-RANK
006560         MOVE ZERO    TO NF-OLD-WAIT-ORD
006570     ELSE
006580         SET PE-MATCHED(NF-MATCH-IX) TO TRUE
006590         MOVE PE-RANK(NF-MATCH-IX)     TO NF-OLD-RANK
006600         MOVE PE-WAIT-ORD(NF-MATCH-IX) TO NF-OLD-WAIT-ORD
006610         EVALUATE TRUE
006620             WHEN PE-SEL-FLAG(NF-MATCH-IX) = "Y"
006630                 MOVE "SELECTED" TO NF-OLD-STATUS
006640             WHEN PE-SEL-FLAG(NF-MATCH-IX) = "D"
006650                 MOVE "DECLINED" TO NF-OLD-STATUS
006660             WHEN PE-WAIT-ORD(NF-MATCH-IX) > ZERO
006670                 MOVE "WAITLIST" TO NF-OLD-STATUS
006680             WHEN OTHER
006690                 MOVE "NOT-SEL"  TO NF-OLD-STATUS
006700         END-EVALUATE
006710     END-IF.
006720     EVALUATE TRUE
006730         WHEN NT-SEL-FLAG(I) = "Y"
006740             MOVE "SELECTED" TO NF-NEW-STATUS
006750         WHEN NT-SEL-FLAG(I) = "D"
006760             MOVE "DECLINED" TO NF-NEW-STATUS
006770         WHEN NT-WAIT-ORD(I) > ZERO
006780             MOVE "WAITLIST" TO NF-NEW-STATUS
006790         WHEN OTHER
006800             MOVE "NOT-SEL"  TO NF-NEW-STATUS
006810     END-EVALUATE.
006820*
006830     MOVE ZERO TO NF-CAND-EVENTS.
006840     IF NF-NEW-SELECTED
006850         AND NOT NF-OLD-SELECTED
006860         MOVE "SE"       TO NF-EVENT-CODE
006870         MOVE "SELECTED" TO NF-EVENT-TYPE
006880         PERFORM 4500-ISSUE-EVENT
006890             THRU 4500-ISSUE-EVENT-EXIT
006900         ADD 1 TO NF-SELECTED-EVENTS
006910     END-IF.
006920     IF NF-NEW-WAITLISTED
006930         AND NOT NF-OLD-WAITLISTED
006940         MOVE "WL"       TO NF-EVENT-CODE
006950         MOVE "WAITLIST" TO NF-EVENT-TYPE
006960         PERFORM 4500-ISSUE-EVENT
006970             THRU 4500-ISSUE-EVENT-EXIT
006980         ADD 1 TO NF-WAITLIST-EVENTS
006990     END-IF.
007000     IF NF-NEW-WAITLISTED
007010         AND NF-OLD-WAITLISTED
007020         AND NT-WAIT-ORD(I) NOT = NF-OLD-WAIT-ORD
007030         MOVE "WM"       TO NF-EVENT-CODE
007040         MOVE "WAITMOVE" TO NF-EVENT-TYPE
007050         PERFORM 4500-ISSUE-EVENT
007060             THRU 4500-ISSUE-EVENT-EXIT
007070         ADD 1 TO NF-WAITMOVE-EVENTS
007080     END-IF.
007090     IF NF-NEW-DECLINED
007100         AND NOT NF-OLD-DECLINED
007110         MOVE "DC"       TO NF-EVENT-CODE
007120         MOVE "DECLINED" TO NF-EVENT-TYPE
007130         PERFORM 4500-ISSUE-EVENT
007140             THRU 4500-ISSUE-EVENT-EXIT
007150         ADD 1 TO NF-DECLINED-EVENTS
007160     END-IF.
007170     IF NT-RANK(I) NOT = NF-OLD-RANK
007180         MOVE "RK"       TO NF-EVENT-CODE
007190         MOVE "RANKCHG"  TO NF-EVENT-TYPE
007200         PERFORM 4500-ISSUE-EVENT
007210             THRU 4500-ISSUE-EVENT-EXIT
007220         ADD 1 TO NF-RANK-EVENTS
007230     END-IF.
007240     IF NF-CAND-EVENTS = ZERO
007250         ADD 1 TO NF-UNCHANGED-COUNT
007260     END-IF.
007270 4100-DERIVE-ONE-CANDIDATE-EXIT.
007280     EXIT.
007290*
007300 4110-SCAN-ONE-PRIOR.
007310     IF PE-CAND-ID(J) = NT-CAND-ID(I)
007320         MOVE J TO NF-MATCH-IX
007330     END-IF.
007340 4110-SCAN-ONE-PRIOR-EXIT.
007350     EXIT.
007360*
007370*****************************************************************
007380*    4500-ISSUE-EVENT - BUILDS THE EVENT FOR CANDIDATE I FROM
007390*    NF-EVENT-CODE AND NF-EVENT-TYPE. AN EVENT ID ALREADY ON THE
007400*    LEDGER WAS SENT BY AN EARLIER RUN OF THIS GENERATION AND IS
007410*    ONLY REPORTED AS SUPPRESSED; OTHERWISE THE EVENT IS WRITTEN
007420*    TO THE FEED AND RECORDED ON THE LEDGER.
007430*****************************************************************
007440 4500-ISSUE-EVENT.
007450     ADD 1 TO NF-CAND-EVENTS.
007460     MOVE NF-NEW-GENERATION    TO EV-EID-GENERATION.
007470     MOVE NF-EVENT-CODE        TO EV-EID-CODE.
007480     MOVE NT-CAND-ID(I)        TO EV-EID-CAND-ID.
007490     MOVE NF-NEW-GENERATION    TO EV-GENERATION.
007500     MOVE NF-EVENT-TYPE        TO EV-EVENT-TYPE.
007510     MOVE NT-CAND-ID(I)        TO EV-CAND-ID.
007520     MOVE NT-CAND-NAME(I)      TO EV-CAND-NAME.
007530     MOVE NT-PROGRAM-CODE(I)   TO EV-PROGRAM-CODE.
007540     MOVE NF-OLD-STATUS        TO EV-OLD-STATUS.
007550     MOVE NF-NEW-STATUS        TO EV-NEW-STATUS.
007560     MOVE NF-OLD-RANK          TO EV-OLD-RANK.
007570     MOVE NT-RANK(I)           TO EV-NEW-RANK.
007580     MOVE NF-OLD-WAIT-ORD      TO EV-OLD-WAIT-ORD.
007590     MOVE NT-WAIT-ORD(I)       TO EV-NEW-WAIT-ORD.
007600     MOVE NF-RUN-DATE          TO EV-EVENT-DATE.
007610*
007620     MOVE SPACES               TO NOTIFY-REPORT-LINE.
007630     MOVE NT-CAND-ID(I)        TO NR-CAND-ID.
007640     MOVE NT-CAND-NAME(I)      TO NR-CAND-NAME.
007650     MOVE NF-EVENT-TYPE        TO NR-EVENT-TYPE.
007660     MOVE NF-OLD-STATUS        TO NR-OLD-STATUS.
007670     MOVE NF-NEW-STATUS        TO NR-NEW-STATUS.
007680*
007690     MOVE ZERO TO NF-SENT-IX.
007700     PERFORM 4510-SCAN-ONE-SENT
007710         THRU 4510-SCAN-ONE-SENT-EXIT
007720         VARYING J FROM 1 BY 1
007730         UNTIL J > NF-LEDGER-COUNT
007740         OR NF-SENT-IX > ZERO.
007750     IF NF-SENT-IX > ZERO
007760         MOVE "SUPPRESSED"     TO NR-DISPOSITION
007770         WRITE NOTIFY-REPORT-LINE
007780         ADD 1 TO NF-SUPPRESSED-COUNT
007790         GO TO 4500-ISSUE-EVENT-EXIT
007800     END-IF.
007810*
007820     WRITE NOTIFY-FEED-RECORD FROM NF-EVENT-LINE.
007830     MOVE SPACES               TO NOTIFY-LEDGER-RECORD.
007840     MOVE EV-EVENT-ID          TO NL-EVENT-ID.
007850     MOVE NF-NEW-GENERATION    TO NL-GENERATION.
007860     MOVE NT-CAND-ID(I)        TO NL-CAND-ID.
007870     MOVE NF-EVENT-TYPE        TO NL-EVENT-TYPE.
007880     MOVE NF-RUN-DATE          TO NL-QUEUED-DATE.
007890     MOVE NF-RUN-TIME          TO NL-QUEUED-TIME.
007900     WRITE NOTIFY-LEDGER-RECORD.
007910     MOVE "QUEUED"             TO NR-DISPOSITION.
007920     WRITE NOTIFY-REPORT-LINE.
007930     ADD 1 TO NF-QUEUED-COUNT.
007940 4500-ISSUE-EVENT-EXIT.
007950     EXIT.
007960*
007970 4510-SCAN-ONE-SENT.
007980     IF SN-EVENT-ID(J) = EV-EVENT-ID
007990         MOVE J TO NF-SENT-IX
008000     END-IF.
008010 4510-SCAN-ONE-SENT-EXIT.
008020     EXIT.
008030*
008040*****************************************************************
008050*    8000-VOID-FEED - AN EXTRACT THAT FAILED ITS CHECKS CANNOT
008060*    DRIVE NOTIFICATIONS. NOTHING HAS BEEN QUEUED OR LEDGERED
008070*    YET; THE REPORT IS MARKED VOID AND THE STEP ENDS WITH
008080*    RETURN CODE 16.
008090*****************************************************************
008100 8000-VOID-FEED.
008110     MOVE SPACES TO NOTIFY-REPORT-LINE.
008120     WRITE NOTIFY-REPORT-LINE.
008130     MOVE NF-FAILED-FILE TO NVL-FILE.
008140     WRITE NOTIFY-REPORT-LINE FROM NTF-VOID-LINE.
008150     CLOSE NOTIFY-REPORT-FILE.
008160     CLOSE NOTIFY-FEED-FILE.
008170     MOVE 16 TO RETURN-CODE.
008180     STOP RUN.
008190 8000-VOID-FEED-EXIT.
008200     EXIT.
008210*
008220*****************************************************************
008230*    9000-TERMINATE - TOTALS, AND RETURN CODE 4 WHEN ANY EVENT
008240*    WAS SUPPRESSED SO THE SCHEDULER SEES THAT THIS GENERATION
008250*    HAD ALREADY BEEN THROUGH THE FEED.
008260*****************************************************************
008270 9000-TERMINATE.
008280     MOVE SPACES TO NOTIFY-REPORT-LINE.
008290     WRITE NOTIFY-REPORT-LINE.
008300     IF NF-QUEUED-COUNT = ZERO
008310         AND NF-SUPPRESSED-COUNT = ZERO
008320         WRITE NOTIFY-REPORT-LINE FROM NTF-NOEVENT-LINE
008330     END-IF.
008340     MOVE NF-QUEUED-COUNT      TO NQL-QUEUED.
008350     MOVE NF-SUPPRESSED-COUNT  TO NQL-SUPPRESSED.
008360     WRITE NOTIFY-REPORT-LINE FROM NTF-QUEUED-LINE.
008370     MOVE NF-SELECTED-EVENTS   TO NTL-SELECTED.
008380     MOVE NF-WAITLIST-EVENTS   TO NTL-WAITLIST.
008390     MOVE NF-WAITMOVE-EVENTS   TO NTL-WAITMOVE.
008400     MOVE NF-DECLINED-EVENTS   TO NTL-DECLINED.
008410     MOVE NF-RANK-EVENTS       TO NTL-RANK.
008420     WRITE NOTIFY-REPORT-LINE FROM NTF-TYPE-LINE.
008430     MOVE NF-UNCHANGED-COUNT   TO NCL-UNCHANGED.
008440     MOVE ZERO TO J.
008450     PERFORM 9100-COUNT-ONE-DROPPED
008460         THRU 9100-COUNT-ONE-DROPPED-EXIT
008470         VARYING I FROM 1 BY 1 UNTIL I > NF-PRIOR-COUNT.
008480     MOVE J                    TO NCL-DROPPED.
008490     WRITE NOTIFY-REPORT-LINE FROM NTF-COUNTS-LINE.
008500     CLOSE NOTIFY-REPORT-FILE.
008510     CLOSE NOTIFY-FEED-FILE.
008520     IF NF-SUPPRESSED-COUNT > ZERO
008530         AND RETURN-CODE < 4
008540         MOVE 4 TO RETURN-CODE
008550     END-IF.
008560     DISPLAY "NOTIFY-FEED: GENERATION " NF-NEW-GENERATION ", "
008570         NF-QUEUED-COUNT " EVENT(S) QUEUED, "
008580         NF-SUPPRESSED-COUNT " SUPPRESSED AS ALREADY SENT.".
008590 9000-TERMINATE-EXIT.
008600     EXIT.
008610*
008620 9100-COUNT-ONE-DROPPED.
008630     IF PE-NOT-MATCHED(I)
008640         ADD 1 TO J
008650     END-IF.
008660 9100-COUNT-ONE-DROPPED-EXIT.
008670     EXIT.
