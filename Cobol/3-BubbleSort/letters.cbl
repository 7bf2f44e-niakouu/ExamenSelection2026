000210*                   REGISTRAR HAS PROMISED EVERY CANDIDATE.
000220*                   RETIRES THE HAND RE-KEYING OF THE EXTRACT
000230*                   INTO A WORD PROCESSOR ON SELECTION DAY.
000231*    10/14/26  JWK  THE EXTRACT NOW CARRIES A GENERATION HEADER
000232*                   AND A CONTROL TRAILER, BOTH KEPT OUT OF THE
000233*                   LETTER TABLE. THE TRAILER IS CHECKED AGAINST
000234*                   THE RECORDS READ (RETURN CODE 16, NO LETTERS,
000235*                   ON A MISMATCH) AND EVERY LETTER NAMES THE
000236*                   GENERATION AND RUN DATE IT CAME FROM. AN OLD
000237*                   HEADERLESS EXTRACT IS GENERATION ZERO, RC 4.
000238*    10/15/26  JWK  EACH LETTER PRINT APPENDS A MODE "L" RECORD TO
000239*                   THE AUDIT TRAIL FOR THE CLOSE-OUT CERTIFICATE.
000240*****************************************************************
000250*
000260 ENVIRONMENT DIVISION.
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS LW-LTRFILE-STATUS.
000390*
000392     SELECT OPTIONAL AUDIT-TRAIL-FILE ASSIGN TO AUDITLOG
000394         ORGANIZATION IS LINE SEQUENTIAL
000396         FILE STATUS IS LW-AUDIT-STATUS.
000398*
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  EXTRACT-FILE
000490 01  LETTERS-LINE.
000500     COPY LTRLINE.
000510*
000511 FD  AUDIT-TRAIL-FILE
000512     RECORDING MODE IS F.
000513 01  AUDIT-TRAIL-RECORD.
000514     COPY AUDITREC.
000515*
000520 WORKING-STORAGE SECTION.
000530*
000540*****************************************************************
000610 77  LW-LTRFILE-STATUS       PIC X(02) VALUE SPACES.
000620     88  LW-LTRFILE-OK           VALUE "00".
000630*
000632 77  LW-AUDIT-STATUS         PIC X(02) VALUE SPACES.
000634     88  LW-AUDIT-OK             VALUE "00".
000636     88  LW-AUDIT-CREATED        VALUE "05".
000638*
000640 77  I                       PIC 9(05) COMP VALUE ZERO.
000650 77  J                       PIC 9(05) COMP VALUE ZERO.
000660 77  LW-MAX-CANDIDATES       PIC 9(05) COMP VALUE 30000.
000710 77  LW-REGRET-COUNT         PIC 9(05) COMP VALUE ZERO.
000720 77  LW-DECLINE-COUNT        PIC 9(05) COMP VALUE ZERO.
000730*
000731*****************************************************************
000732*    EXTRACT HEADER AND TRAILER CONTROL (EXTCTL COPYBOOK)
000733*****************************************************************
000734 01  LW-EXTRACT-CONTROL.
000735     COPY EXTCTL REPLACING LEADING ==XT== BY ==LW==.
000736*
000740*****************************************************************
000750*    LETTER TABLE - THE FULL EXTRACT IS HELD IN MEMORY SO THE
000760*    PERCENTILE STANDING (SHARE OF THE SITTING SCORING STRICTLY
001140     05  LI-PROGRAM          PIC X(03).
001150     05  FILLER              PIC X(42) VALUE SPACES.
001160*
001161 01  LTR-REFERENCE-LINE.
001162     05  FILLER              PIC X(30) VALUE
001163         "EXTRACT REFERENCE: GENERATION ".
001164     05  LR-GENERATION       PIC 9(07).
001165     05  FILLER              PIC X(09) VALUE " WRITTEN ".
001166     05  LR-RUN-DATE         PIC 9(08).
001167     05  FILLER              PIC X(26) VALUE SPACES.
001168*
001170 01  LTR-OFFER-LINE-1        PIC X(80) VALUE
001180     "WE ARE PLEASED TO OFFER YOU A SEAT IN THE PROGRAM SHOWN".
001190 01  LTR-OFFER-LINE-2        PIC X(80) VALUE
002180*    TABLE. THE EXTRACT'S OWN RANK FIELD IS CARRIED RATHER THAN
002190*    THE RECORD POSITION, SO A RE-ISSUED EXTRACT FROM A DECLINE
002200*    RUN KEEPS EACH CANDIDATE'S ORIGINAL RANK ON THE LETTER.
002203*    THE HEADER AND TRAILER ARE NOT CANDIDATES AND ARE HELD
002206*    ASIDE FOR 2200.
002210*****************************************************************
002220 2000-LOAD-EXTRACT.
002230     MOVE ZERO TO LW-CAND-COUNT.
002260         UNTIL LW-RANKEXT-EOF
002270         OR LW-CAND-COUNT = LW-MAX-CANDIDATES.
002280     CLOSE EXTRACT-FILE.
002283     PERFORM 2200-VERIFY-TRAILER
002286         THRU 2200-VERIFY-TRAILER-EXIT.
002290     DISPLAY "LETTER-WRITER: " LW-CAND-COUNT
002296         " CANDIDATE(S) LOADED FROM EXTRACT GENERATION "
002302         LW-GENERATION ".".
002310 2000-LOAD-EXTRACT-EXIT.
002320     EXIT.
002330*
002370             SET LW-RANKEXT-EOF TO TRUE
002380             GO TO 2100-READ-EXTRACT-ENTRY-EXIT
002390     END-READ.
002391     PERFORM 2110-CHECK-EXTRACT-RECORD
002392         THRU 2110-CHECK-EXTRACT-RECORD-EXIT.
002393     IF LW-CONTROL-REC
002394         GO TO 2100-READ-EXTRACT-ENTRY-EXIT
002395     END-IF.
002400     ADD 1 TO LW-CAND-COUNT.
002410     MOVE EX-CAND-ID       TO LE-CAND-ID(LW-CAND-COUNT).
002420     MOVE EX-CAND-NAME     TO LE-CAND-NAME(LW-CAND-COUNT).
003040     MOVE LE-CAND-ID(I)   TO LI-CAND-ID.
003050     MOVE LE-PROGRAM(I)   TO LI-PROGRAM.
003060     WRITE LETTERS-LINE FROM LTR-IDENT-LINE.
003062     MOVE LW-GENERATION   TO LR-GENERATION.
003064     MOVE LW-RUN-DATE     TO LR-RUN-DATE.
003066     WRITE LETTERS-LINE FROM LTR-REFERENCE-LINE.
003070     MOVE SPACES TO LETTERS-LINE.
003080     WRITE LETTERS-LINE.
003090*
003650         LW-WAITLIST-COUNT " WAITLIST, "
003660         LW-REGRET-COUNT " REGRET(S), "
003670         LW-DECLINE-COUNT " DECLINE CONFIRMATION(S).".
003673     PERFORM 9100-WRITE-AUDIT-RECORD
003676         THRU 9100-WRITE-AUDIT-RECORD-EXIT.
003680 9000-TERMINATE-EXIT.
003690     EXIT.
003700*
003710*****************************************************************
003720*    9100-WRITE-AUDIT-RECORD - APPEND THE LETTER PRINT TO THE RUN
003730*    AUDIT TRAIL AS A MODE "L" RECORD. ONLY THE FIELDS THAT MEAN
003740*    SOMETHING FOR A PRINT ARE FILLED; THE COUNTS AND SCORES
003750*    BELONGING TO A RANKING RUN ARE ZERO. THE LETTERS ARE ALREADY
003760*    WRITTEN, SO AN AUDIT TRAIL THAT CANNOT BE OPENED IS ONLY A
003770*    WARNING (RETURN CODE 8), AS IN BUBBLE-SORT.
003780*****************************************************************
003790 9100-WRITE-AUDIT-RECORD.
003800     OPEN EXTEND AUDIT-TRAIL-FILE.
003810     IF NOT LW-AUDIT-OK
003820         AND NOT LW-AUDIT-CREATED
003830         DISPLAY "LETTER-WRITER: *** AUDIT ERROR *** CANNOT OPEN "
003840             "AUDIT-TRAIL-FILE, STATUS = " LW-AUDIT-STATUS
003850         IF RETURN-CODE < 8
003860             MOVE 8 TO RETURN-CODE
003870         END-IF
003880         GO TO 9100-WRITE-AUDIT-RECORD-EXIT
003890     END-IF.
003900*
003910     MOVE SPACES TO AUDIT-TRAIL-RECORD.
003920     ACCEPT AU-RUN-DATE FROM DATE YYYYMMDD.
003930     ACCEPT AU-RUN-TIME FROM TIME.
003940     SET AU-MODE-LETTERS       TO TRUE.
003950     MOVE "N"                  TO AU-RESTART-FLAG.
003960     MOVE ZERO                 TO AU-CUTOFF-COUNT
003970                                  AU-WAITLIST-DEPTH
003980                                  AU-REGRADE-OLD-SCORE
003990                                  AU-REGRADE-NEW-SCORE
004000                                  AU-EXCEPTION-COUNT
004010                                  AU-DUP-COUNT
004020                                  AU-BEFORE-COUNT
004030                                  AU-BEFORE-SUM
004040                                  AU-AFTER-COUNT
004050                                  AU-AFTER-SUM
004060                                  AU-DECLINE-COUNT
004070                                  AU-PROMOTE-COUNT
004080                                  AU-REINSTATE-COUNT.
004090     MOVE LW-CAND-COUNT        TO AU-RECORDS-LOADED.
004100     SET AU-RECONCILE-SKIPPED  TO TRUE.
004110     MOVE LW-GENERATION        TO AU-EXTRACT-GENERATION.
004120     IF LW-EXAM-DATE > ZERO
004130         MOVE LW-EXAM-DATE     TO AU-EXAM-DATE
004140     ELSE
004150         MOVE AU-RUN-DATE      TO AU-EXAM-DATE
004160     END-IF.
004170     MOVE RETURN-CODE          TO AU-RETURN-CODE.
004180     WRITE AUDIT-TRAIL-RECORD.
004190     CLOSE AUDIT-TRAIL-FILE.
004200     DISPLAY "LETTER-WRITER: LETTER PRINT RECORDED ON THE AUDIT "
004210         "TRAIL.".
004220 9100-WRITE-AUDIT-RECORD-EXIT.
004230     EXIT.
004240*
004250*****************************************************************
004260*    2110-CHECK-EXTRACT-RECORD - THE HEADER AND TRAILER ARE NOT
004270*    CANDIDATES: THEIR FIGURES ARE HELD ASIDE FOR 2200 AND
004280*    LW-CONTROL-REC TELLS 2100 TO SKIP THE RECORD. A DETAIL
004290*    RECORD IS COUNTED INTO THE READ TOTALS. A HEADER THAT IS
004300*    NOT FIRST, OR ANYTHING AFTER THE TRAILER, MARKS THE FILE
004310*    OUT OF ORDER.
004320*****************************************************************
004330 2110-CHECK-EXTRACT-RECORD.
004340     SET LW-CONTROL-REC TO TRUE.
004350     IF LW-TRL-SEEN
004360         SET LW-ORDER-BAD TO TRUE
004370         GO TO 2110-CHECK-EXTRACT-RECORD-EXIT
004380     END-IF.
004390     IF EX-HEADER-REC
004400         IF LW-HDR-SEEN
004410             OR LW-READ-COUNT > ZERO
004420             SET LW-ORDER-BAD TO TRUE
004430         END-IF
004440         SET LW-HDR-SEEN TO TRUE
004450         MOVE EX-HDR-GENERATION TO LW-GENERATION
004460         MOVE EX-HDR-RUN-DATE   TO LW-RUN-DATE
004470         MOVE EX-HDR-EXAM-DATE  TO LW-EXAM-DATE
004480         GO TO 2110-CHECK-EXTRACT-RECORD-EXIT
004490     END-IF.
004500     IF EX-TRAILER-REC
004510         SET LW-TRL-SEEN TO TRUE
004520         MOVE EX-TRL-GENERATION     TO LW-TRL-GENERATION
004530         MOVE EX-TRL-RECORD-COUNT   TO LW-TRL-COUNT
004540         MOVE EX-TRL-SELECTED-COUNT TO LW-TRL-SELECTED
004550         MOVE EX-TRL-SCORE-HASH     TO LW-TRL-SCORES
004560         MOVE EX-TRL-RANK-HASH      TO LW-TRL-RANKS
004570         GO TO 2110-CHECK-EXTRACT-RECORD-EXIT
004580     END-IF.
004590     SET LW-DETAIL-REC TO TRUE.
004600     ADD 1 TO LW-READ-COUNT.
004610     IF EX-SELECTED
004620         ADD 1 TO LW-READ-SELECTED
004630     END-IF.
004640     ADD EX-SCORE TO LW-READ-SCORES.
004650     ADD EX-RANK  TO LW-READ-RANKS.
004660 2110-CHECK-EXTRACT-RECORD-EXIT.
004670     EXIT.
004680*
004690*****************************************************************
004700*    2200-VERIFY-TRAILER - NO LETTER GOES OUT FROM AN EXTRACT
004710*    WHOSE TRAILER DISAGREES WITH ITS RECORDS. AN EXTRACT FROM
004720*    BEFORE HEADERS WERE WRITTEN HAS NEITHER RECORD; IT IS STILL
004730*    ACCEPTED, WITH A WARNING, AS GENERATION ZERO.
004740*****************************************************************
004750 2200-VERIFY-TRAILER.
004760     IF LW-HDR-MISSING
004770         AND LW-TRL-MISSING
004780         AND LW-ORDER-OK
004790         DISPLAY "LETTER-WRITER: EXTRACT CARRIES NO GENERATION "
004800             "HEADER - LETTERS REFERENCE GENERATION ZERO."
004810         IF RETURN-CODE < 4
004820             MOVE 4 TO RETURN-CODE
004830         END-IF
004840         GO TO 2200-VERIFY-TRAILER-EXIT
004850     END-IF.
004860*
004870     IF LW-HDR-MISSING
004880         OR LW-TRL-MISSING
004890         OR LW-ORDER-BAD
004900         DISPLAY "LETTER-WRITER: *** EXTRACT ERROR *** "
004910             "EXTRACT-FILE HEADER OR TRAILER MISSING OR OUT "
004920             "OF ORDER"
004930         MOVE 16 TO RETURN-CODE
004940         STOP RUN
004950     END-IF.
004960     IF LW-TRL-GENERATION     NOT = LW-GENERATION
004970         OR LW-TRL-COUNT      NOT = LW-READ-COUNT
004980         OR LW-TRL-SELECTED   NOT = LW-READ-SELECTED
004990         OR LW-TRL-SCORES     NOT = LW-READ-SCORES
005000         OR LW-TRL-RANKS      NOT = LW-READ-RANKS
005010         DISPLAY "LETTER-WRITER: *** EXTRACT ERROR *** "
005020             "EXTRACT-FILE GENERATION " LW-GENERATION
005030             " TRAILER DOES NOT MATCH ITS RECORDS"
005040         DISPLAY "LETTER-WRITER:     TRAILER COUNT "
005050             LW-TRL-COUNT " SELECTED "
005060             LW-TRL-SELECTED ", RECORDS READ "
005070             LW-READ-COUNT " SELECTED " LW-READ-SELECTED
005080         MOVE 16 TO RETURN-CODE
005090         STOP RUN
005100     END-IF.
005110 2200-VERIFY-TRAILER-EXIT.
005120     EXIT.
