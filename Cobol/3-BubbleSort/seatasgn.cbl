000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     SEAT-ASSIGN.
000030 AUTHOR.         D-TEAM APPLICATIONS GROUP.
000040 INSTALLATION.   ADMISSIONS-TESTING CENTER.
000050 DATE-WRITTEN.   10/13/26.
000060 DATE-COMPILED.  10/13/26.
000070*
000080*****************************************************************
000090*    MODIFICATION HISTORY
000100*    ------------------------------------------------------------
000110*    10/13/26  JWK  NEW PROGRAM. PRE-EXAM SEATING, RUN ONCE THE
000120*                   REGISTRATION ROSTER (REGROSTR) IS CUT. EACH
000130*                   REGISTERED CANDIDATE IS LOOKED UP ON THE
000140*                   CANDIDATE MASTER FOR THE PROGRAM APPLIED TO
000150*                   AND GIVEN A SITE, ROOM AND SEAT FROM THE
000160*                   ROOM CAPACITY FILE (ROOMCAP COPYBOOK) -
000170*                   THE SITE REGISTERED FOR (RR-SITE-PREF) WHEN
000180*                   ONE WAS GIVEN, OTHERWISE WHEREVER THERE IS
000190*                   ROOM. WITHIN A ROOM THE SEATS ARE FILLED SO
000200*                   NO CANDIDATE SITS BESIDE OR DIRECTLY BEHIND
000210*                   ANOTHER OF THE SAME PROGRAM WHEREVER THE
000220*                   MIX ALLOWS. WRITES THE SEAT ASSIGNMENT FILE
000230*                   (SEATASG COPYBOOK), AN ADMISSION TICKET PER
000240*                   SEATED CANDIDATE, A SEATING CHART PER ROOM
000250*                   FOR THE PROCTORS AND AN OVERFLOW LISTING OF
000260*                   THOSE WHO COULD NOT BE SEATED. RETIRES THE
000270*                   HAND-MADE ROOM LISTS.
000280*****************************************************************
000290*
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-370.
000330 OBJECT-COMPUTER.   IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CONTROL-FILE ASSIGN TO CTLCARD
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS SE-CTLCARD-STATUS.
000390*
000400     SELECT REGISTRATION-ROSTER-FILE ASSIGN TO REGROSTR
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS SE-ROSTER-STATUS.
000430*
000440     SELECT CANDIDATE-MASTER-FILE ASSIGN TO CANDMST
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS CM-CAND-ID
000480         FILE STATUS IS SE-CANDMST-STATUS.
000490*
000500     SELECT ROOM-CAPACITY-FILE ASSIGN TO ROOMCAP
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS SE-ROOMCAP-STATUS.
000530*
000540     SELECT SEAT-ASSIGNMENT-FILE ASSIGN TO SEATASGN
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS SE-SEATASGN-STATUS.
000570*
000580     SELECT ADMISSION-TICKET-FILE ASSIGN TO ADMTKT
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS SE-ADMTKT-STATUS.
000610*
000620     SELECT SEATING-CHART-FILE ASSIGN TO SEATCHRT
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS SE-SEATCHRT-STATUS.
000650*
000660     SELECT OVERFLOW-LISTING-FILE ASSIGN TO SEATOVFL
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS SE-SEATOVFL-STATUS.
000690*
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  CONTROL-FILE
000730     RECORDING MODE IS F.
000740 01  CONTROL-CARD-RECORD.
000750     COPY CTLCARD.
000760*
000770 FD  REGISTRATION-ROSTER-FILE
000780     RECORDING MODE IS F.
000790 01  REGISTRATION-ROSTER-RECORD.
000800     COPY REGROSTR.
000810*
000820 FD  CANDIDATE-MASTER-FILE.
000830 01  CANDIDATE-MASTER-RECORD.
000840     COPY CANDMST.
000850*
000860 FD  ROOM-CAPACITY-FILE
000870     RECORDING MODE IS F.
000880 01  ROOM-CAPACITY-RECORD.
000890     COPY ROOMCAP.
000900*
000910 FD  SEAT-ASSIGNMENT-FILE
000920     RECORDING MODE IS F.
000930 01  SEAT-ASSIGNMENT-RECORD.
000940     COPY SEATASG.
000950*
000960 FD  ADMISSION-TICKET-FILE
000970     RECORDING MODE IS F.
000980 01  ADMISSION-TICKET-LINE.
000990     COPY TKTLINE.
001000*
001010 FD  SEATING-CHART-FILE
001020     RECORDING MODE IS F.
001030 01  SEATING-CHART-LINE.
001040     COPY SCHLINE.
001050*
001060 FD  OVERFLOW-LISTING-FILE
001070     RECORDING MODE IS F.
001080 01  OVERFLOW-LISTING-LINE.
001090     COPY OVFLINE.
001100*
001110 WORKING-STORAGE SECTION.
001120*
001130*****************************************************************
001140*    SWITCHES AND STATUS FIELDS
001150*****************************************************************
001160 77  SE-CTLCARD-STATUS       PIC X(02) VALUE SPACES.
001170     88  SE-CTLCARD-OK           VALUE "00".
001180*
001190 77  SE-ROSTER-STATUS        PIC X(02) VALUE SPACES.
001200     88  SE-ROSTER-OK            VALUE "00".
001210     88  SE-ROSTER-EOF           VALUE "10".
001220*
001230 77  SE-CANDMST-STATUS       PIC X(02) VALUE SPACES.
001240     88  SE-CANDMST-OK           VALUE "00".
001250*
001260 77  SE-ROOMCAP-STATUS       PIC X(02) VALUE SPACES.
001270     88  SE-ROOMCAP-OK           VALUE "00".
001280     88  SE-ROOMCAP-EOF          VALUE "10".
001290*
001300 77  SE-SEATASGN-STATUS      PIC X(02) VALUE SPACES.
001310     88  SE-SEATASGN-OK          VALUE "00".
001320*
001330 77  SE-ADMTKT-STATUS        PIC X(02) VALUE SPACES.
001340     88  SE-ADMTKT-OK            VALUE "00".
001350*
001360 77  SE-SEATCHRT-STATUS      PIC X(02) VALUE SPACES.
001370     88  SE-SEATCHRT-OK          VALUE "00".
001380*
001390 77  SE-SEATOVFL-STATUS      PIC X(02) VALUE SPACES.
001400     88  SE-SEATOVFL-OK          VALUE "00".
001410*
001420 77  I                       PIC 9(05) COMP VALUE ZERO.
001430 77  J                       PIC 9(05) COMP VALUE ZERO.
001440 77  SE-MAX-CANDIDATES       PIC 9(05) COMP VALUE 30000.
001450 77  CAND-COUNT              PIC 9(05) COMP VALUE ZERO.
001460 77  SE-MAX-ROOMS            PIC 9(03) COMP VALUE 200.
001470 77  ROOM-COUNT              PIC 9(03) COMP VALUE ZERO.
001480 77  SE-ROOM-IX              PIC 9(03) COMP VALUE ZERO.
001490 77  SE-MAX-SITES            PIC 9(02) COMP VALUE 50.
001500 77  SITE-COUNT              PIC 9(02) COMP VALUE ZERO.
001510 77  SE-SITE-IX              PIC 9(02) COMP VALUE ZERO.
001520 77  SE-MAX-PROGRAMS         PIC 9(03) COMP VALUE 100.
001530 77  PROGRAM-COUNT           PIC 9(03) COMP VALUE ZERO.
001540 77  SE-PGM-IX               PIC 9(03) COMP VALUE ZERO.
001550*
001560 77  SE-POOL-COUNT           PIC 9(05) COMP VALUE ZERO.
001570 77  SE-OPEN-SEATS           PIC 9(05) COMP VALUE ZERO.
001580 77  SE-SEAT                 PIC 9(03) COMP VALUE ZERO.
001590 77  SE-FRONT-SEAT           PIC 9(03) COMP VALUE ZERO.
001600 77  SE-ROW-WORK             PIC 9(03) COMP VALUE ZERO.
001610 77  SE-ROW-NO               PIC 9(03) COMP VALUE ZERO.
001620 77  SE-ROW-POS              PIC 9(03) COMP VALUE ZERO.
001630 77  SE-LEFT-PROGRAM         PIC X(03) VALUE SPACES.
001640 77  SE-FRONT-PROGRAM        PIC X(03) VALUE SPACES.
001650 77  SE-BEST-PGM             PIC 9(03) COMP VALUE ZERO.
001660 77  SE-BEST-REMAIN          PIC 9(05) COMP VALUE ZERO.
001670 77  SE-ANY-PGM              PIC 9(03) COMP VALUE ZERO.
001680 77  SE-ANY-REMAIN           PIC 9(05) COMP VALUE ZERO.
001690*
001700 77  SE-SEATED-COUNT         PIC 9(05) COMP VALUE ZERO.
001710 77  SE-OVERFLOW-COUNT       PIC 9(05) COMP VALUE ZERO.
001720 77  SE-NOT-ON-MASTER-COUNT  PIC 9(05) COMP VALUE ZERO.
001730 77  SE-DUP-COUNT            PIC 9(05) COMP VALUE ZERO.
001740 77  SE-BESIDE-COUNT         PIC 9(05) COMP VALUE ZERO.
001750 77  SE-EXAM-DATE            PIC 9(08) VALUE ZERO.
001760*
001770 77  SE-NEIGHBOUR-SWITCH     PIC X(01) VALUE "N".
001780     88  SE-NEIGHBOUR-SAME       VALUE "Y".
001790     88  SE-NEIGHBOUR-APART      VALUE "N".
001800*
001810*****************************************************************
001820*    CANDIDATE TABLE - ONE ENTRY PER ROSTER RECORD, IN ROSTER
001830*    ORDER. CE-STATE MOVES FROM UNSEATED TO IN-POOL WHILE A
001840*    SITE IS BEING SEATED, THEN TO SEATED OR OVERFLOW.
001850*****************************************************************
001860 01  CANDIDATE-TABLE.
001870     05  CAND-ENTRY
001880             OCCURS 0 TO 30000 TIMES
001890             DEPENDING ON CAND-COUNT.
001900         10  CE-CAND-ID          PIC X(10).
001910         10  CE-CAND-NAME        PIC X(25).
001920         10  CE-PROGRAM          PIC X(03).
001930         10  CE-SITE-PREF        PIC X(03).
001940         10  CE-STATE            PIC X(01).
001950             88  CE-UNSEATED         VALUE "U".
001960             88  CE-IN-POOL          VALUE "P".
001970             88  CE-SEATED           VALUE "S".
001980             88  CE-OVERFLOW         VALUE "O".
001990         10  CE-SITE-CODE        PIC X(03).
002000         10  CE-ROOM-IX          PIC 9(03) COMP.
002010         10  CE-SEAT-NO          PIC 9(03) COMP.
002020         10  CE-ROW-NO           PIC 9(03) COMP.
002030         10  CE-REASON           PIC X(35).
002040*
002050*****************************************************************
002060*    ROOM TABLE - THE ROOM CAPACITY FILE IN FILE ORDER. THE
002070*    SITE TABLE HOLDS EACH SITE CODE ONCE, IN THE ORDER FIRST
002080*    SEEN, WITH THE TOTAL DESKS ACROSS ITS ROOMS.
002090*****************************************************************
002100 01  ROOM-TABLE.
002110     05  ROOM-ENTRY
002120             OCCURS 0 TO 200 TIMES
002130             DEPENDING ON ROOM-COUNT.
002140         10  RT-SITE-CODE        PIC X(03).
002150         10  RT-ROOM-CODE        PIC X(04).
002160         10  RT-ROOM-NAME        PIC X(30).
002170         10  RT-CAPACITY         PIC 9(03) COMP.
002180         10  RT-ROW-WIDTH        PIC 9(03) COMP.
002190         10  RT-FILLED           PIC 9(03) COMP.
002200         10  RT-BESIDE-COUNT     PIC 9(03) COMP.
002210*
002220 01  SITE-TABLE.
002230     05  SITE-ENTRY
002240             OCCURS 0 TO 50 TIMES
002250             DEPENDING ON SITE-COUNT.
002260         10  SIT-SITE-CODE       PIC X(03).
002270         10  SIT-CAPACITY        PIC 9(05) COMP.
002280*
002290*****************************************************************
002300*    PROGRAM TABLE - REBUILT FOR EACH SITE FROM THE CANDIDATES
002310*    IN THAT SITE'S POOL. PG-NEXT-IX IS WHERE THE SCAN FOR THE
002320*    PROGRAM'S NEXT UNSEATED CANDIDATE RESUMES, SO EACH PROGRAM
002330*    IS SEATED IN ROSTER ORDER WITHOUT RESCANNING THE TABLE.
002340*****************************************************************
002350 01  PROGRAM-TABLE.
002360     05  PROGRAM-ENTRY
002370             OCCURS 0 TO 100 TIMES
002380             DEPENDING ON PROGRAM-COUNT.
002390         10  PG-PROGRAM-CODE     PIC X(03).
002400         10  PG-REMAIN           PIC 9(05) COMP.
002410         10  PG-NEXT-IX          PIC 9(05) COMP.
002420*
002430*****************************************************************
002440*    SEAT MAP FOR THE ROOM BEING FILLED - THE PROGRAM AND THE
002450*    CANDIDATE IN EACH SEAT, SO A SEAT'S LEFT-HAND AND FRONT
002460*    NEIGHBOURS CAN BE CHECKED AND THE CHART PRINTED.
002470*****************************************************************
002480 01  SEAT-MAP.
002490     05  SEAT-ENTRY              OCCURS 999 TIMES.
002500         10  SEAT-PROGRAM     PIC X(03).
002510         10  SEAT-CAND-IX     PIC 9(05) COMP.
002520         10  SEAT-FLAG        PIC X(01).
002530*
002540*****************************************************************
002550*    ADMISSION TICKET PRINT LINES
002560*****************************************************************
002570 01  TKT-RULE-LINE           PIC X(80) VALUE ALL "=".
002580*
002590 01  TKT-TITLE-LINE          PIC X(80) VALUE
002600     "ADMISSION TICKET - SELECTION EXAMINATION".
002610*
002620 01  TKT-NAME-LINE.
002630     05  FILLER              PIC X(11) VALUE "CANDIDATE: ".
002640     05  TN-CAND-NAME        PIC X(25).
002650     05  FILLER              PIC X(44) VALUE SPACES.
002660*
002670 01  TKT-IDENT-LINE.
002680     05  FILLER              PIC X(14) VALUE "CANDIDATE ID: ".
002690     05  TI-CAND-ID          PIC X(10).
002700     05  FILLER              PIC X(11) VALUE "   PROGRAM ".
002710     05  TI-PROGRAM          PIC X(03).
002720     05  FILLER              PIC X(42) VALUE SPACES.
002730*
002740 01  TKT-DATE-LINE.
002750     05  FILLER              PIC X(11) VALUE "EXAM DATE: ".
002760     05  TD-EXAM-DATE        PIC X(15).
002770     05  FILLER              PIC X(54) VALUE SPACES.
002780*
002790 01  TKT-ROOM-LINE.
002800     05  FILLER              PIC X(06) VALUE "SITE: ".
002810     05  TR-SITE-CODE        PIC X(03).
002820     05  FILLER              PIC X(09) VALUE "   ROOM: ".
002830     05  TR-ROOM-CODE        PIC X(04).
002840     05  FILLER              PIC X(02) VALUE SPACES.
002850     05  TR-ROOM-NAME        PIC X(30).
002860     05  FILLER              PIC X(26) VALUE SPACES.
002870*
002880 01  TKT-SEAT-LINE.
002890     05  FILLER              PIC X(06) VALUE "SEAT: ".
002900     05  TS-SEAT-NO          PIC ZZ9.
002910     05  FILLER              PIC X(08) VALUE "   ROW: ".
002920     05  TS-ROW-NO           PIC ZZ9.
002930     05  FILLER              PIC X(60) VALUE SPACES.
002940*
002950 01  TKT-NOTICE-LINE-1       PIC X(80) VALUE
002960     "BRING THIS TICKET AND PHOTO IDENTIFICATION. YOU MUST SIT".
002970 01  TKT-NOTICE-LINE-2       PIC X(80) VALUE
002980     "IN THE SEAT SHOWN - A SCORE FROM ANY OTHER SEAT IS HELD.".
002990*
003000*****************************************************************
003010*    SEATING CHART PRINT LINES
003020*****************************************************************
003030 01  CHT-TITLE-LINE.
003040     05  FILLER              PIC X(21) VALUE
003050         "SEATING CHART - SITE ".
003060     05  CT-SITE-CODE        PIC X(03).
003070     05  FILLER              PIC X(07) VALUE "  ROOM ".
003080     05  CT-ROOM-CODE        PIC X(04).
003090     05  FILLER              PIC X(02) VALUE SPACES.
003100     05  CT-ROOM-NAME        PIC X(30).
003110     05  FILLER              PIC X(13) VALUE SPACES.
003120*
003130 01  CHT-DATE-LINE.
003140     05  FILLER              PIC X(11) VALUE "EXAM DATE: ".
003150     05  CD-EXAM-DATE        PIC X(15).
003160     05  FILLER              PIC X(12) VALUE "  CAPACITY: ".
003170     05  CD-CAPACITY         PIC ZZ9.
003180     05  FILLER              PIC X(14) VALUE "  DESKS/ROW: ".
003190     05  CD-ROW-WIDTH        PIC ZZ9.
003200     05  FILLER              PIC X(22) VALUE SPACES.
003210*
003220 01  CHT-HEADING-LINE.
003230     05  FILLER              PIC X(23) VALUE
003240         "SEAT  ROW  CANDIDATE   ".
003250     05  FILLER              PIC X(27) VALUE "NAME".
003260     05  FILLER              PIC X(09) VALUE "PGM  NOTE".
003270     05  FILLER              PIC X(21) VALUE SPACES.
003280*
003290 01  CHT-DETAIL-LINE.
003300     05  CL-SEAT-NO          PIC ZZ9.
003310     05  FILLER              PIC X(03) VALUE SPACES.
003320     05  CL-ROW-NO           PIC ZZ9.
003330     05  FILLER              PIC X(02) VALUE SPACES.
003340     05  CL-CAND-ID          PIC X(10).
003350     05  FILLER              PIC X(02) VALUE SPACES.
003360     05  CL-CAND-NAME        PIC X(25).
003370     05  FILLER              PIC X(02) VALUE SPACES.
003380     05  CL-PROGRAM          PIC X(03).
003390     05  FILLER              PIC X(02) VALUE SPACES.
003400     05  CL-NOTE             PIC X(25).
003410*
003420 01  CHT-TOTAL-LINE.
003430     05  FILLER              PIC X(14) VALUE "SEATS FILLED: ".
003440     05  CTL-FILLED          PIC ZZ9.
003450     05  FILLER              PIC X(04) VALUE " OF ".
003460     05  CTL-CAPACITY        PIC ZZ9.
003470     05  FILLER              PIC X(29) VALUE
003480         "   BESIDE THE SAME PROGRAM: ".
003490     05  CTL-BESIDE          PIC ZZ9.
003500     05  FILLER              PIC X(24) VALUE SPACES.
003510*
003520 01  CHT-RULE-LINE           PIC X(80) VALUE ALL "-".
003530*
003540 PROCEDURE DIVISION.
003550*
003560*****************************************************************
003570*    0000-MAINLINE
003580*****************************************************************
003590 0000-MAINLINE.
003600     PERFORM 1000-INITIALIZE
003610         THRU 1000-INITIALIZE-EXIT.
003620     PERFORM 2000-LOAD-ROOMS
003630         THRU 2000-LOAD-ROOMS-EXIT.
003640     PERFORM 3000-LOAD-ROSTER
003650         THRU 3000-LOAD-ROSTER-EXIT.
003660     PERFORM 4000-ASSIGN-SEATS
003670         THRU 4000-ASSIGN-SEATS-EXIT.
003680     PERFORM 5000-WRITE-TICKETS
003690         THRU 5000-WRITE-TICKETS-EXIT.
003700     PERFORM 6000-WRITE-OVERFLOW
003710         THRU 6000-WRITE-OVERFLOW-EXIT.
003720     PERFORM 9000-TERMINATE
003730         THRU 9000-TERMINATE-EXIT.
003740     STOP RUN.
003750*
003760*****************************************************************
003770*    1000-INITIALIZE - THE EXAM DATE PRINTED ON THE TICKETS
003780*    COMES FROM THE SAME CONTROL CARD BUBBLE-SORT RUNS THE
003790*    SITTING UNDER. NO CARD, OR NO DATE ON IT, PRINTS THE DATE
003800*    AS TO BE ANNOUNCED RATHER THAN STOPPING THE RUN.
003810*****************************************************************
003820 1000-INITIALIZE.
003830     MOVE ZERO TO CC-EXAM-DATE.
003840     OPEN INPUT CONTROL-FILE.
003850     IF SE-CTLCARD-OK
003860         READ CONTROL-FILE
003870             AT END
003880                 CONTINUE
003890         END-READ
003900         CLOSE CONTROL-FILE
003910     END-IF.
003920     IF CC-EXAM-DATE NUMERIC
003930         MOVE CC-EXAM-DATE TO SE-EXAM-DATE
003940     END-IF.
003950     IF SE-EXAM-DATE > ZERO
003960         MOVE SE-EXAM-DATE TO TD-EXAM-DATE
003970     ELSE
003980         MOVE "TO BE ANNOUNCED" TO TD-EXAM-DATE
003990     END-IF.
004000     MOVE TD-EXAM-DATE TO CD-EXAM-DATE.
004010*
004020     OPEN OUTPUT SEAT-ASSIGNMENT-FILE.
004030     IF NOT SE-SEATASGN-OK
004040         DISPLAY "SEAT-ASSIGN: CANNOT OPEN SEAT-ASSIGNMENT-FILE, "
004050             "STATUS = " SE-SEATASGN-STATUS
004060         MOVE 16 TO RETURN-CODE
004070         STOP RUN
004080     END-IF.
004090     OPEN OUTPUT ADMISSION-TICKET-FILE.
004100     IF NOT SE-ADMTKT-OK
004110         DISPLAY "SEAT-ASSIGN: CANNOT OPEN ADMISSION-TICKET-"
004120             "FILE, STATUS = " SE-ADMTKT-STATUS
004130         MOVE 16 TO RETURN-CODE
004140         STOP RUN
004150     END-IF.
004160     OPEN OUTPUT SEATING-CHART-FILE.
004170     IF NOT SE-SEATCHRT-OK
004180         DISPLAY "SEAT-ASSIGN: CANNOT OPEN SEATING-CHART-FILE, "
004190             "STATUS = " SE-SEATCHRT-STATUS
004200         MOVE 16 TO RETURN-CODE
004210         STOP RUN
004220     END-IF.
004230     OPEN OUTPUT OVERFLOW-LISTING-FILE.
004240     IF NOT SE-SEATOVFL-OK
004250         DISPLAY "SEAT-ASSIGN: CANNOT OPEN OVERFLOW-LISTING-"
004260             "FILE, STATUS = " SE-SEATOVFL-STATUS
004270         MOVE 16 TO RETURN-CODE
004280         STOP RUN
004290     END-IF.
004300 1000-INITIALIZE-EXIT.
004310     EXIT.
004320*
004330*****************************************************************
004340*    2000-LOAD-ROOMS - THE ROOM CAPACITY FILE IS REQUIRED. A
004350*    ROOM LISTED TWICE OR WITH A CAPACITY THAT IS NOT NUMERIC
004360*    IS A SETUP ERROR AND STOPS THE RUN - SEATING FROM A BAD
004370*    ROOM LIST WOULD PUT TWO CANDIDATES AT ONE DESK.
004380*****************************************************************
004390 2000-LOAD-ROOMS.
004400     OPEN INPUT ROOM-CAPACITY-FILE.
004410     IF NOT SE-ROOMCAP-OK
004420         DISPLAY "SEAT-ASSIGN: *** ROOM ERROR *** NO ROOM-"
004430             "CAPACITY-FILE, STATUS = " SE-ROOMCAP-STATUS
004440         MOVE 16 TO RETURN-CODE
004450         STOP RUN
004460     END-IF.
004470     MOVE ZERO TO ROOM-COUNT.
004480     MOVE ZERO TO SITE-COUNT.
004490     PERFORM 2100-READ-ROOM-ENTRY
004500         THRU 2100-READ-ROOM-ENTRY-EXIT
004510         UNTIL SE-ROOMCAP-EOF.
004520     CLOSE ROOM-CAPACITY-FILE.
004530     DISPLAY "SEAT-ASSIGN: " ROOM-COUNT " ROOM(S) AT "
004540         SITE-COUNT " SITE(S) LOADED.".
004550 2000-LOAD-ROOMS-EXIT.
004560     EXIT.
004570*
004580 2100-READ-ROOM-ENTRY.
004590     READ ROOM-CAPACITY-FILE
004600         AT END
004610             SET SE-ROOMCAP-EOF TO TRUE
004620             GO TO 2100-READ-ROOM-ENTRY-EXIT
004630     END-READ.
004640     IF RM-CAPACITY NOT NUMERIC
004650         DISPLAY "SEAT-ASSIGN: *** ROOM ERROR *** CAPACITY FOR "
004660             "SITE " RM-SITE-CODE " ROOM " RM-ROOM-CODE
004670             " IS NOT NUMERIC."
004680         MOVE 16 TO RETURN-CODE
004690         STOP RUN
004700     END-IF.
004710     MOVE ZERO TO SE-ROOM-IX.
004720     PERFORM 2110-CHECK-ONE-ROOM
004730         THRU 2110-CHECK-ONE-ROOM-EXIT
004740         VARYING J FROM 1 BY 1 UNTIL J > ROOM-COUNT.
004750     IF SE-ROOM-IX > ZERO
004760         DISPLAY "SEAT-ASSIGN: *** ROOM ERROR *** SITE "
004770             RM-SITE-CODE " ROOM " RM-ROOM-CODE
004780             " APPEARS TWICE ON THE ROOM-CAPACITY-FILE."
004790         MOVE 16 TO RETURN-CODE
004800         STOP RUN
004810     END-IF.
004820     IF ROOM-COUNT NOT < SE-MAX-ROOMS
004830         DISPLAY "SEAT-ASSIGN: *** ROOM ERROR *** MORE THAN "
004840             SE-MAX-ROOMS " ROOMS ON THE ROOM-CAPACITY-FILE."
004850         MOVE 16 TO RETURN-CODE
004860         STOP RUN
004870     END-IF.
004880*
004890     ADD 1 TO ROOM-COUNT.
004900     MOVE RM-SITE-CODE TO RT-SITE-CODE(ROOM-COUNT).
004910     MOVE RM-ROOM-CODE TO RT-ROOM-CODE(ROOM-COUNT).
004920     MOVE RM-ROOM-NAME TO RT-ROOM-NAME(ROOM-COUNT).
004930     MOVE RM-CAPACITY  TO RT-CAPACITY(ROOM-COUNT).
004940     MOVE ZERO         TO RT-FILLED(ROOM-COUNT).
004950     MOVE ZERO         TO RT-BESIDE-COUNT(ROOM-COUNT).
004960*    A BLANK OR ZERO ROW WIDTH (OR ONE WIDER THAN THE ROOM)
004970*    MEANS THE DESKS STAND IN ONE ROW.
004980     IF RM-ROW-WIDTH NOT NUMERIC
004990         MOVE ZERO TO RM-ROW-WIDTH
005000     END-IF.
005010     IF RM-ROW-WIDTH = ZERO
005020         OR RM-ROW-WIDTH > RM-CAPACITY
005030         MOVE RM-CAPACITY  TO RT-ROW-WIDTH(ROOM-COUNT)
005040     ELSE
005050         MOVE RM-ROW-WIDTH TO RT-ROW-WIDTH(ROOM-COUNT)
005060     END-IF.
005070*
005080     MOVE ZERO TO SE-SITE-IX.
005090     PERFORM 2120-CHECK-ONE-SITE
005100         THRU 2120-CHECK-ONE-SITE-EXIT
005110         VARYING J FROM 1 BY 1 UNTIL J > SITE-COUNT.
005120     IF SE-SITE-IX = ZERO
005130         IF SITE-COUNT NOT < SE-MAX-SITES
005140             DISPLAY "SEAT-ASSIGN: *** ROOM ERROR *** MORE THAN "
005150                 SE-MAX-SITES " SITES ON THE ROOM-CAPACITY-FILE."
005160             MOVE 16 TO RETURN-CODE
005170             STOP RUN
005180         END-IF
005190         ADD 1 TO SITE-COUNT
005200         MOVE RM-SITE-CODE TO SIT-SITE-CODE(SITE-COUNT)
005210         MOVE ZERO TO SIT-CAPACITY(SITE-COUNT)
005220         MOVE SITE-COUNT TO SE-SITE-IX
005230     END-IF.
005240     ADD RM-CAPACITY TO SIT-CAPACITY(SE-SITE-IX).
005250 2100-READ-ROOM-ENTRY-EXIT.
005260     EXIT.
005270*
005280 2110-CHECK-ONE-ROOM.
005290     IF RT-SITE-CODE(J) = RM-SITE-CODE
005300         AND RT-ROOM-CODE(J) = RM-ROOM-CODE
005310         MOVE J TO SE-ROOM-IX
005320     END-IF.
005330 2110-CHECK-ONE-ROOM-EXIT.
005340     EXIT.
005350*
005360 2120-CHECK-ONE-SITE.
005370     IF SIT-SITE-CODE(J) = RM-SITE-CODE
005380         MOVE J TO SE-SITE-IX
005390     END-IF.
005400 2120-CHECK-ONE-SITE-EXIT.
005410     EXIT.
005420*
005430*****************************************************************
005440*    3000-LOAD-ROSTER - ONE TABLE ENTRY PER ROSTER RECORD. THE
005450*    PROGRAM COMES FROM THE CANDIDATE MASTER (THE FIRST CHOICE,
005460*    CM-PROGRAM-CODE). A CANDIDATE NOT ON THE MASTER, OR ON THE
005470*    ROSTER TWICE, IS NOT SEATED AND GOES TO THE OVERFLOW
005480*    LISTING FOR REGISTRATION TO CLEAR UP. ELIGIBILITY IS NOT
005490*    CHECKED HERE - AN INELIGIBLE CANDIDATE STILL SITS, AND IS
005500*    HELD IN SUSPENSE BY BUBBLE-SORT UNTIL CLEARED.
005510*****************************************************************
005520 3000-LOAD-ROSTER.
005530     OPEN INPUT REGISTRATION-ROSTER-FILE.
005540     IF NOT SE-ROSTER-OK
005550         DISPLAY "SEAT-ASSIGN: UNABLE TO OPEN REGISTRATION-"
005560             "ROSTER-FILE, STATUS = " SE-ROSTER-STATUS
005570         MOVE 16 TO RETURN-CODE
005580         STOP RUN
005590     END-IF.
005600     OPEN INPUT CANDIDATE-MASTER-FILE.
005610     IF NOT SE-CANDMST-OK
005620         DISPLAY "SEAT-ASSIGN: UNABLE TO OPEN CANDIDATE-MASTER-"
005630             "FILE, STATUS = " SE-CANDMST-STATUS
005640         MOVE 16 TO RETURN-CODE
005650         STOP RUN
005660     END-IF.
005670*
005680     MOVE ZERO TO CAND-COUNT.
005690     PERFORM 3100-READ-ROSTER-ENTRY
005700         THRU 3100-READ-ROSTER-ENTRY-EXIT
005710         UNTIL SE-ROSTER-EOF
005720         OR CAND-COUNT = SE-MAX-CANDIDATES.
005730     IF NOT SE-ROSTER-EOF
005740         READ REGISTRATION-ROSTER-FILE
005750             AT END
005760                 SET SE-ROSTER-EOF TO TRUE
005770         END-READ
005780         IF NOT SE-ROSTER-EOF
005790             DISPLAY "SEAT-ASSIGN: *** TRUNCATION WARNING *** "
005800                 "ROSTER HAS MORE THAN " SE-MAX-CANDIDATES
005810                 " CANDIDATES - EXCESS CANDIDATE(S) NOT SEATED."
005820             IF RETURN-CODE < 4
005830                 MOVE 4 TO RETURN-CODE
005840             END-IF
005850         END-IF
005860     END-IF.
005870     CLOSE REGISTRATION-ROSTER-FILE.
005880     CLOSE CANDIDATE-MASTER-FILE.
005890     DISPLAY "SEAT-ASSIGN: " CAND-COUNT
005900         " ROSTER ENTRY(IES) LOADED, " SE-NOT-ON-MASTER-COUNT
005910         " NOT ON THE MASTER, " SE-DUP-COUNT " DUPLICATE(S).".
005920 3000-LOAD-ROSTER-EXIT.
005930     EXIT.
005940*
005950 3100-READ-ROSTER-ENTRY.
005960     READ REGISTRATION-ROSTER-FILE
005970         AT END
005980             SET SE-ROSTER-EOF TO TRUE
005990             GO TO 3100-READ-ROSTER-ENTRY-EXIT
006000     END-READ.
006010     ADD 1 TO CAND-COUNT.
006020     MOVE RR-CAND-ID     TO CE-CAND-ID(CAND-COUNT).
006030     MOVE RR-CAND-NAME   TO CE-CAND-NAME(CAND-COUNT).
006040     MOVE RR-SITE-PREF   TO CE-SITE-PREF(CAND-COUNT).
006050     MOVE SPACES         TO CE-PROGRAM(CAND-COUNT).
006060     MOVE SPACES         TO CE-SITE-CODE(CAND-COUNT).
006070     MOVE ZERO           TO CE-ROOM-IX(CAND-COUNT).
006080     MOVE ZERO           TO CE-SEAT-NO(CAND-COUNT).
006090     MOVE ZERO           TO CE-ROW-NO(CAND-COUNT).
006100     MOVE SPACES         TO CE-REASON(CAND-COUNT).
006110     SET CE-UNSEATED(CAND-COUNT) TO TRUE.
006120*
006130     MOVE ZERO TO I.
006140     PERFORM 3110-CHECK-ONE-DUPLICATE
006150         THRU 3110-CHECK-ONE-DUPLICATE-EXIT
006160         VARYING J FROM 1 BY 1
006170         UNTIL J NOT < CAND-COUNT
006180         OR I > ZERO.
006190     IF I > ZERO
006200         MOVE "DUPLICATE ROSTER ENTRY"
006210             TO CE-REASON(CAND-COUNT)
006220         SET CE-OVERFLOW(CAND-COUNT) TO TRUE
006230         ADD 1 TO SE-DUP-COUNT
006240         GO TO 3100-READ-ROSTER-ENTRY-EXIT
006250     END-IF.
006260*
006270     MOVE RR-CAND-ID TO CM-CAND-ID.
006280     READ CANDIDATE-MASTER-FILE
006290         INVALID KEY
006300             MOVE "CANDIDATE NOT ON MASTER FILE"
006310                 TO CE-REASON(CAND-COUNT)
006320             SET CE-OVERFLOW(CAND-COUNT) TO TRUE
006330             ADD 1 TO SE-NOT-ON-MASTER-COUNT
006340             GO TO 3100-READ-ROSTER-ENTRY-EXIT
006350     END-READ.
006360     MOVE CM-PROGRAM-CODE TO CE-PROGRAM(CAND-COUNT).
006370 3100-READ-ROSTER-ENTRY-EXIT.
006380     EXIT.
006390*
006400 3110-CHECK-ONE-DUPLICATE.
006410     IF CE-CAND-ID(J) = CE-CAND-ID(CAND-COUNT)
006420         MOVE J TO I
006430     END-IF.
006440 3110-CHECK-ONE-DUPLICATE-EXIT.
006450     EXIT.
006460*
006470*****************************************************************
006480*    4000-ASSIGN-SEATS - ONE SITE AT A TIME, IN ROOM-FILE
006490*    ORDER. THE SITE'S POOL IS EVERY UNSEATED CANDIDATE WHO
006500*    REGISTERED FOR IT, TOPPED UP WITH ANY-SITE CANDIDATES ONLY
006510*    AS FAR AS THE SITE HAS DESKS LEFT OVER - SO AN ANY-SITE
006520*    CANDIDATE NEVER TAKES A DESK FROM SOMEONE WHO ASKED FOR
006530*    THAT SITE. THE POOL IS THEN SEATED ROOM BY ROOM. WHOEVER
006540*    IS STILL UNSEATED AFTER THE LAST SITE GOES TO OVERFLOW.
006550*****************************************************************
006560 4000-ASSIGN-SEATS.
006570     PERFORM 4100-SEAT-ONE-SITE
006580         THRU 4100-SEAT-ONE-SITE-EXIT
006590         VARYING SE-SITE-IX FROM 1 BY 1
006600         UNTIL SE-SITE-IX > SITE-COUNT.
006610     PERFORM 4900-CLOSE-OUT-ONE-ENTRY
006620         THRU 4900-CLOSE-OUT-ONE-ENTRY-EXIT
006630         VARYING I FROM 1 BY 1 UNTIL I > CAND-COUNT.
006640 4000-ASSIGN-SEATS-EXIT.
006650     EXIT.
006660*
006670 4100-SEAT-ONE-SITE.
006680     MOVE ZERO TO PROGRAM-COUNT.
006690     MOVE ZERO TO SE-POOL-COUNT.
006700     PERFORM 4110-POOL-ONE-REGISTERED
006710         THRU 4110-POOL-ONE-REGISTERED-EXIT
006720         VARYING I FROM 1 BY 1 UNTIL I > CAND-COUNT.
006730     IF SE-POOL-COUNT < SIT-CAPACITY(SE-SITE-IX)
006740         COMPUTE SE-OPEN-SEATS =
006750             SIT-CAPACITY(SE-SITE-IX) - SE-POOL-COUNT
006760         PERFORM 4120-POOL-ONE-ANY-SITE
006770             THRU 4120-POOL-ONE-ANY-SITE-EXIT
006780             VARYING I FROM 1 BY 1
006790             UNTIL I > CAND-COUNT
006800             OR SE-OPEN-SEATS = ZERO
006810     END-IF.
006820*
006830     PERFORM 4200-SEAT-ONE-ROOM
006840         THRU 4200-SEAT-ONE-ROOM-EXIT
006850         VARYING SE-ROOM-IX FROM 1 BY 1
006860         UNTIL SE-ROOM-IX > ROOM-COUNT
006870         OR SE-POOL-COUNT = ZERO.
006880*
006890*    ANYONE LEFT IN THE POOL DID NOT FIT. A CANDIDATE WHO ASKED
006900*    FOR THIS SITE OVERFLOWS; AN ANY-SITE CANDIDATE GOES BACK
006910*    FOR THE NEXT SITE TO TRY.
006920     IF SE-POOL-COUNT > ZERO
006930         PERFORM 4130-RELEASE-ONE-POOLED
006940             THRU 4130-RELEASE-ONE-POOLED-EXIT
006950             VARYING I FROM 1 BY 1 UNTIL I > CAND-COUNT
006960     END-IF.
006970 4100-SEAT-ONE-SITE-EXIT.
006980     EXIT.
006990*
007000 4110-POOL-ONE-REGISTERED.
007010     IF CE-UNSEATED(I)
007020         AND CE-SITE-PREF(I) = SIT-SITE-CODE(SE-SITE-IX)
007030         PERFORM 4150-ADD-TO-POOL
007040             THRU 4150-ADD-TO-POOL-EXIT
007050     END-IF.
007060 4110-POOL-ONE-REGISTERED-EXIT.
007070     EXIT.
007080*
007090 4120-POOL-ONE-ANY-SITE.
007100     IF CE-UNSEATED(I)
007110         AND CE-SITE-PREF(I) = SPACES
007120         PERFORM 4150-ADD-TO-POOL
007130             THRU 4150-ADD-TO-POOL-EXIT
007140         SUBTRACT 1 FROM SE-OPEN-SEATS
007150     END-IF.
007160 4120-POOL-ONE-ANY-SITE-EXIT.
007170     EXIT.
007180*
007190 4130-RELEASE-ONE-POOLED.
007200     IF CE-IN-POOL(I)
007210         IF CE-SITE-PREF(I) = SPACES
007220             SET CE-UNSEATED(I) TO TRUE
007230         ELSE
007240             MOVE "REGISTERED SITE FULL"
007250                 TO CE-REASON(I)
007260             SET CE-OVERFLOW(I) TO TRUE
007270         END-IF
007280     END-IF.
007290 4130-RELEASE-ONE-POOLED-EXIT.
007300     EXIT.
007310*
007320*    THE TWO POOL PASSES DO NOT VISIT THE TABLE IN ONE ORDER,
007330*    SO A PROGRAM'S SCAN POINT IS PULLED BACK TO THE EARLIEST
007340*    ENTRY ADDED FOR IT.
007350 4150-ADD-TO-POOL.
007360     SET CE-IN-POOL(I) TO TRUE.
007370     ADD 1 TO SE-POOL-COUNT.
007380     MOVE ZERO TO SE-PGM-IX.
007390     PERFORM 4155-CHECK-ONE-PROGRAM
007400         THRU 4155-CHECK-ONE-PROGRAM-EXIT
007410         VARYING J FROM 1 BY 1
007420         UNTIL J > PROGRAM-COUNT
007430         OR SE-PGM-IX > ZERO.
007440     IF SE-PGM-IX = ZERO
007450         IF PROGRAM-COUNT NOT < SE-MAX-PROGRAMS
007460             DISPLAY "SEAT-ASSIGN: *** PROGRAM ERROR *** MORE "
007470                 "THAN " SE-MAX-PROGRAMS " PROGRAMS AT SITE "
007480                 SIT-SITE-CODE(SE-SITE-IX) "."
007490             MOVE 16 TO RETURN-CODE
007500             STOP RUN
007510         END-IF
007520         ADD 1 TO PROGRAM-COUNT
007530         MOVE CE-PROGRAM(I) TO PG-PROGRAM-CODE(PROGRAM-COUNT)
007540         MOVE ZERO TO PG-REMAIN(PROGRAM-COUNT)
007550         MOVE I    TO PG-NEXT-IX(PROGRAM-COUNT)
007560         MOVE PROGRAM-COUNT TO SE-PGM-IX
007570     END-IF.
007580     ADD 1 TO PG-REMAIN(SE-PGM-IX).
007590     IF I < PG-NEXT-IX(SE-PGM-IX)
007600         MOVE I TO PG-NEXT-IX(SE-PGM-IX)
007610     END-IF.
007620 4150-ADD-TO-POOL-EXIT.
007630     EXIT.
007640*
007650 4155-CHECK-ONE-PROGRAM.
007660     IF PG-PROGRAM-CODE(J) = CE-PROGRAM(I)
007670         MOVE J TO SE-PGM-IX
007680     END-IF.
007690 4155-CHECK-ONE-PROGRAM-EXIT.
007700     EXIT.
007710*
007720*****************************************************************
007730*    4200-SEAT-ONE-ROOM - FILL THE ROOM'S DESKS IN SEAT ORDER
007740*    (ROW BY ROW) UNTIL THE ROOM OR THE POOL RUNS OUT, THEN
007750*    PRINT ITS CHART. EACH DESK TAKES THE NEXT CANDIDATE FROM
007760*    THE PROGRAM WITH THE MOST CANDIDATES STILL WAITING THAT
007770*    IS NOT THE PROGRAM OF THE DESK TO THE LEFT OR THE DESK IN
007780*    FRONT. TAKING THE LARGEST PROGRAM FIRST KEEPS IT FROM
007790*    PILING UP AT THE BACK OF THE LAST ROOM. WHEN EVERY
007800*    WAITING PROGRAM MATCHES A NEIGHBOUR, THE LARGEST IS
007810*    SEATED ANYWAY AND THE DESK IS MARKED ON THE CHART.
007820*****************************************************************
007830 4200-SEAT-ONE-ROOM.
007840     IF RT-SITE-CODE(SE-ROOM-IX) NOT = SIT-SITE-CODE(SE-SITE-IX)
007850         OR RT-CAPACITY(SE-ROOM-IX) = ZERO
007860         GO TO 4200-SEAT-ONE-ROOM-EXIT
007870     END-IF.
007880     PERFORM 4210-FILL-ONE-SEAT
007890         THRU 4210-FILL-ONE-SEAT-EXIT
007900         VARYING SE-SEAT FROM 1 BY 1
007910         UNTIL SE-SEAT > RT-CAPACITY(SE-ROOM-IX)
007920         OR SE-POOL-COUNT = ZERO.
007930     PERFORM 4400-WRITE-ROOM-CHART
007940         THRU 4400-WRITE-ROOM-CHART-EXIT.
007950 4200-SEAT-ONE-ROOM-EXIT.
007960     EXIT.
007970*
007980 4210-FILL-ONE-SEAT.
007990     COMPUTE SE-ROW-WORK = SE-SEAT - 1.
008000     DIVIDE SE-ROW-WORK BY RT-ROW-WIDTH(SE-ROOM-IX)
008010         GIVING SE-ROW-NO REMAINDER SE-ROW-POS.
008020     ADD 1 TO SE-ROW-NO.
008030     MOVE SPACES TO SE-LEFT-PROGRAM.
008040     MOVE SPACES TO SE-FRONT-PROGRAM.
008050     IF SE-ROW-POS > ZERO
008060         MOVE SEAT-PROGRAM(SE-SEAT - 1) TO SE-LEFT-PROGRAM
008070     END-IF.
008080     IF SE-ROW-NO > 1
008090         COMPUTE SE-FRONT-SEAT =
008100             SE-SEAT - RT-ROW-WIDTH(SE-ROOM-IX)
008110         MOVE SEAT-PROGRAM(SE-FRONT-SEAT) TO SE-FRONT-PROGRAM
008120     END-IF.
008130*
008140     MOVE ZERO TO SE-BEST-PGM.
008150     MOVE ZERO TO SE-BEST-REMAIN.
008160     MOVE ZERO TO SE-ANY-PGM.
008170     MOVE ZERO TO SE-ANY-REMAIN.
008180     PERFORM 4220-WEIGH-ONE-PROGRAM
008190         THRU 4220-WEIGH-ONE-PROGRAM-EXIT
008200         VARYING J FROM 1 BY 1 UNTIL J > PROGRAM-COUNT.
008210     SET SE-NEIGHBOUR-APART TO TRUE.
008220     IF SE-BEST-PGM = ZERO
008230         MOVE SE-ANY-PGM TO SE-BEST-PGM
008240         SET SE-NEIGHBOUR-SAME TO TRUE
008250     END-IF.
008260*
008270     MOVE PG-NEXT-IX(SE-BEST-PGM) TO I.
008280     PERFORM 4230-STEP-PROGRAM-SCAN
008290         THRU 4230-STEP-PROGRAM-SCAN-EXIT
008300         UNTIL CE-IN-POOL(I)
008310         AND CE-PROGRAM(I) = PG-PROGRAM-CODE(SE-BEST-PGM).
008320     COMPUTE PG-NEXT-IX(SE-BEST-PGM) = I + 1.
008330     SUBTRACT 1 FROM PG-REMAIN(SE-BEST-PGM).
008340     SUBTRACT 1 FROM SE-POOL-COUNT.
008350*
008360     SET CE-SEATED(I) TO TRUE.
008370     MOVE SIT-SITE-CODE(SE-SITE-IX) TO CE-SITE-CODE(I).
008380     MOVE SE-ROOM-IX                TO CE-ROOM-IX(I).
008390     MOVE SE-SEAT                   TO CE-SEAT-NO(I).
008400     MOVE SE-ROW-NO                 TO CE-ROW-NO(I).
008410     MOVE CE-PROGRAM(I) TO SEAT-PROGRAM(SE-SEAT).
008420     MOVE I             TO SEAT-CAND-IX(SE-SEAT).
008430     MOVE SPACE         TO SEAT-FLAG(SE-SEAT).
008440     ADD 1 TO RT-FILLED(SE-ROOM-IX).
008450     ADD 1 TO SE-SEATED-COUNT.
008460     IF SE-NEIGHBOUR-SAME
008470         MOVE "A" TO SEAT-FLAG(SE-SEAT)
008480         ADD 1 TO RT-BESIDE-COUNT(SE-ROOM-IX)
008490         ADD 1 TO SE-BESIDE-COUNT
008500     END-IF.
008510     PERFORM 4300-WRITE-ASSIGNMENT
008520         THRU 4300-WRITE-ASSIGNMENT-EXIT.
008530 4210-FILL-ONE-SEAT-EXIT.
008540     EXIT.
008550*
008560*    SE-BEST-PGM IS THE LARGEST WAITING PROGRAM CLEAR OF BOTH
008570*    NEIGHBOURS; SE-ANY-PGM THE LARGEST WAITING PROGRAM OF ALL.
008580*    TIES GO TO THE PROGRAM FIRST SEEN ON THE ROSTER.
008590 4220-WEIGH-ONE-PROGRAM.
008600     IF PG-REMAIN(J) = ZERO
008610         GO TO 4220-WEIGH-ONE-PROGRAM-EXIT
008620     END-IF.
008630     IF PG-REMAIN(J) > SE-ANY-REMAIN
008640         MOVE J            TO SE-ANY-PGM
008650         MOVE PG-REMAIN(J) TO SE-ANY-REMAIN
008660     END-IF.
008670     IF PG-PROGRAM-CODE(J) NOT = SE-LEFT-PROGRAM
008680         AND PG-PROGRAM-CODE(J) NOT = SE-FRONT-PROGRAM
008690         AND PG-REMAIN(J) > SE-BEST-REMAIN
008700         MOVE J            TO SE-BEST-PGM
008710         MOVE PG-REMAIN(J) TO SE-BEST-REMAIN
008720     END-IF.
008730 4220-WEIGH-ONE-PROGRAM-EXIT.
008740     EXIT.
008750*
008760 4230-STEP-PROGRAM-SCAN.
008770     ADD 1 TO I.
008780 4230-STEP-PROGRAM-SCAN-EXIT.
008790     EXIT.
008800*
008810 4300-WRITE-ASSIGNMENT.
008820     MOVE SPACES                      TO SEAT-ASSIGNMENT-RECORD.
008830     MOVE CE-CAND-ID(I)               TO SA-CAND-ID.
008840     MOVE CE-CAND-NAME(I)             TO SA-CAND-NAME.
008850     MOVE CE-PROGRAM(I)               TO SA-PROGRAM-CODE.
008860     MOVE CE-SITE-CODE(I)             TO SA-SITE-CODE.
008870     MOVE RT-ROOM-CODE(SE-ROOM-IX)    TO SA-ROOM-CODE.
008880     MOVE SE-SEAT                     TO SA-SEAT-NO.
008890     MOVE SE-EXAM-DATE                TO SA-EXAM-DATE.
008900     MOVE SEAT-FLAG(SE-SEAT)       TO SA-NEIGHBOUR-FLAG.
008910     WRITE SEAT-ASSIGNMENT-RECORD.
008920 4300-WRITE-ASSIGNMENT-EXIT.
008930     EXIT.
008940*
008950*****************************************************************
008960*    4400-WRITE-ROOM-CHART - ONE CHART PER ROOM USED, IN SEAT
008970*    ORDER, FOR THE PROCTOR'S DESK. EMPTY DESKS ARE NOT LISTED.
008980*****************************************************************
008990 4400-WRITE-ROOM-CHART.
009000     IF RT-FILLED(SE-ROOM-IX) = ZERO
009010         GO TO 4400-WRITE-ROOM-CHART-EXIT
009020     END-IF.
009030     MOVE RT-SITE-CODE(SE-ROOM-IX) TO CT-SITE-CODE.
009040     MOVE RT-ROOM-CODE(SE-ROOM-IX) TO CT-ROOM-CODE.
009050     MOVE RT-ROOM-NAME(SE-ROOM-IX) TO CT-ROOM-NAME.
009060     WRITE SEATING-CHART-LINE FROM CHT-TITLE-LINE.
009070     MOVE RT-CAPACITY(SE-ROOM-IX)  TO CD-CAPACITY.
009080     MOVE RT-ROW-WIDTH(SE-ROOM-IX) TO CD-ROW-WIDTH.
009090     WRITE SEATING-CHART-LINE FROM CHT-DATE-LINE.
009100     MOVE SPACES TO SEATING-CHART-LINE.
009110     WRITE SEATING-CHART-LINE.
009120     WRITE SEATING-CHART-LINE FROM CHT-HEADING-LINE.
009130     PERFORM 4410-WRITE-ONE-CHART-SEAT
009140         THRU 4410-WRITE-ONE-CHART-SEAT-EXIT
009150         VARYING J FROM 1 BY 1 UNTIL J > RT-FILLED(SE-ROOM-IX).
009160     MOVE SPACES TO SEATING-CHART-LINE.
009170     WRITE SEATING-CHART-LINE.
009180     MOVE RT-FILLED(SE-ROOM-IX)       TO CTL-FILLED.
009190     MOVE RT-CAPACITY(SE-ROOM-IX)     TO CTL-CAPACITY.
009200     MOVE RT-BESIDE-COUNT(SE-ROOM-IX) TO CTL-BESIDE.
009210     WRITE SEATING-CHART-LINE FROM CHT-TOTAL-LINE.
009220     WRITE SEATING-CHART-LINE FROM CHT-RULE-LINE.
009230 4400-WRITE-ROOM-CHART-EXIT.
009240     EXIT.
009250*
009260*    SEATS ARE FILLED FROM DESK 1 WITHOUT GAPS, SO DESKS 1 THRU
009270*    RT-FILLED ARE EXACTLY THE OCCUPIED ONES.
009280 4410-WRITE-ONE-CHART-SEAT.
009290     MOVE SEAT-CAND-IX(J) TO I.
009300     MOVE SPACES            TO CHT-DETAIL-LINE.
009310     MOVE CE-SEAT-NO(I)     TO CL-SEAT-NO.
009320     MOVE CE-ROW-NO(I)      TO CL-ROW-NO.
009330     MOVE CE-CAND-ID(I)     TO CL-CAND-ID.
009340     MOVE CE-CAND-NAME(I)   TO CL-CAND-NAME.
009350     MOVE CE-PROGRAM(I)     TO CL-PROGRAM.
009360     IF SEAT-FLAG(J) = "A"
009370         MOVE "NEXT TO SAME PROGRAM" TO CL-NOTE
009380     END-IF.
009390     WRITE SEATING-CHART-LINE FROM CHT-DETAIL-LINE.
009400 4410-WRITE-ONE-CHART-SEAT-EXIT.
009410     EXIT.
009420*
009430*    A CANDIDATE STILL UNSEATED AFTER EVERY SITE HAS BEEN FILLED
009440*    EITHER ASKED FOR A SITE WITH NO ROOMS ON THE FILE, OR WAS
009450*    AN ANY-SITE CANDIDATE LEFT WHEN THE LAST DESK WENT.
009460 4900-CLOSE-OUT-ONE-ENTRY.
009470     IF CE-UNSEATED(I)
009480         IF CE-SITE-PREF(I) = SPACES
009490             MOVE "NO DESK LEFT AT ANY SITE"
009500                 TO CE-REASON(I)
009510         ELSE
009520             MOVE "REGISTERED SITE HAS NO ROOMS"
009530                 TO CE-REASON(I)
009540         END-IF
009550         SET CE-OVERFLOW(I) TO TRUE
009560     END-IF.
009570 4900-CLOSE-OUT-ONE-ENTRY-EXIT.
009580     EXIT.
009590*
009600*****************************************************************
009610*    5000-WRITE-TICKETS - ONE TICKET PER SEATED CANDIDATE, IN
009620*    ROSTER ORDER SO THEY CAN BE MAILED WITH THE REGISTRATION
009630*    CONFIRMATIONS.
009640*****************************************************************
009650 5000-WRITE-TICKETS.
009660     PERFORM 5100-WRITE-ONE-TICKET
009670         THRU 5100-WRITE-ONE-TICKET-EXIT
009680         VARYING I FROM 1 BY 1 UNTIL I > CAND-COUNT.
009690 5000-WRITE-TICKETS-EXIT.
009700     EXIT.
009710*
009720 5100-WRITE-ONE-TICKET.
009730     IF NOT CE-SEATED(I)
009740         GO TO 5100-WRITE-ONE-TICKET-EXIT
009750     END-IF.
009760     MOVE CE-ROOM-IX(I) TO SE-ROOM-IX.
009770     WRITE ADMISSION-TICKET-LINE FROM TKT-RULE-LINE.
009780     WRITE ADMISSION-TICKET-LINE FROM TKT-TITLE-LINE.
009790     MOVE SPACES TO ADMISSION-TICKET-LINE.
009800     WRITE ADMISSION-TICKET-LINE.
009810     MOVE CE-CAND-NAME(I)  TO TN-CAND-NAME.
009820     WRITE ADMISSION-TICKET-LINE FROM TKT-NAME-LINE.
009830     MOVE CE-CAND-ID(I)    TO TI-CAND-ID.
009840     MOVE CE-PROGRAM(I)    TO TI-PROGRAM.
009850     WRITE ADMISSION-TICKET-LINE FROM TKT-IDENT-LINE.
009860     WRITE ADMISSION-TICKET-LINE FROM TKT-DATE-LINE.
009870     MOVE CE-SITE-CODE(I)          TO TR-SITE-CODE.
009880     MOVE RT-ROOM-CODE(SE-ROOM-IX) TO TR-ROOM-CODE.
009890     MOVE RT-ROOM-NAME(SE-ROOM-IX) TO TR-ROOM-NAME.
009900     WRITE ADMISSION-TICKET-LINE FROM TKT-ROOM-LINE.
009910     MOVE CE-SEAT-NO(I)    TO TS-SEAT-NO.
009920     MOVE CE-ROW-NO(I)     TO TS-ROW-NO.
009930     WRITE ADMISSION-TICKET-LINE FROM TKT-SEAT-LINE.
009940     MOVE SPACES TO ADMISSION-TICKET-LINE.
009950     WRITE ADMISSION-TICKET-LINE.
009960     WRITE ADMISSION-TICKET-LINE FROM TKT-NOTICE-LINE-1.
009970     WRITE ADMISSION-TICKET-LINE FROM TKT-NOTICE-LINE-2.
009980     MOVE SPACES TO ADMISSION-TICKET-LINE.
009990     WRITE ADMISSION-TICKET-LINE.
010000 5100-WRITE-ONE-TICKET-EXIT.
010010     EXIT.
010020*
010030*****************************************************************
010040*    6000-WRITE-OVERFLOW - EVERY ROSTER ENTRY NOT SEATED, IN
010050*    ROSTER ORDER, WITH THE REASON. ANY OVERFLOW SETS RETURN
010060*    CODE 4 SO THE LISTING GETS WORKED BEFORE EXAM DAY.
010070*****************************************************************
010080 6000-WRITE-OVERFLOW.
010090     PERFORM 6100-WRITE-ONE-OVERFLOW
010100         THRU 6100-WRITE-ONE-OVERFLOW-EXIT
010110         VARYING I FROM 1 BY 1 UNTIL I > CAND-COUNT.
010120     IF SE-OVERFLOW-COUNT > ZERO
010130         IF RETURN-CODE < 4
010140             MOVE 4 TO RETURN-CODE
010150         END-IF
010160     END-IF.
010170 6000-WRITE-OVERFLOW-EXIT.
010180     EXIT.
010190*
010200 6100-WRITE-ONE-OVERFLOW.
010210     IF NOT CE-OVERFLOW(I)
010220         GO TO 6100-WRITE-ONE-OVERFLOW-EXIT
010230     END-IF.
010240     MOVE SPACES          TO OVERFLOW-LISTING-LINE.
010250     MOVE CE-CAND-ID(I)   TO OV-CAND-ID.
010260     MOVE CE-CAND-NAME(I) TO OV-CAND-NAME.
010270     MOVE CE-SITE-PREF(I) TO OV-SITE-PREF.
010280     MOVE CE-REASON(I)    TO OV-REASON.
010290     WRITE OVERFLOW-LISTING-LINE.
010300     ADD 1 TO SE-OVERFLOW-COUNT.
010310 6100-WRITE-ONE-OVERFLOW-EXIT.
010320     EXIT.
010330*
010340*****************************************************************
010350*    9000-TERMINATE
010360*****************************************************************
010370 9000-TERMINATE.
010380     CLOSE SEAT-ASSIGNMENT-FILE.
010390     CLOSE ADMISSION-TICKET-FILE.
010400     CLOSE SEATING-CHART-FILE.
010410     CLOSE OVERFLOW-LISTING-FILE.
010420     DISPLAY "SEAT-ASSIGN: SEATING COMPLETE - "
010430         SE-SEATED-COUNT " SEATED, "
010440         SE-OVERFLOW-COUNT " ON THE OVERFLOW LISTING, "
010450         SE-BESIDE-COUNT " NEXT TO THE SAME PROGRAM.".
010460 9000-TERMINATE-EXIT.
010470     EXIT.
