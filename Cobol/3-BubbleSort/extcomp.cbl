000220*                   THE EXACT LIST THE ADMISSIONS OFFICE NEEDS
000230*                   THE SAME EVENING A CORRECTED SCORE SHUFFLES
000240*                   THE RANKING.
000241*    10/14/26  JWK  BOTH EXTRACTS NOW CARRY A GENERATION HEADER
000242*                   AND A CONTROL TRAILER. NEITHER IS COMPARED AS
000243*                   A CANDIDATE; EACH FILE'S TRAILER IS CHECKED
000244*                   AGAINST ITS RECORDS (RETURN CODE 16 AND THE
000245*                   REPORT MARKED VOID ON ANY DISAGREEMENT), AND
000246*                   THE REPORT NAMES THE PRIOR AND NEW
000247*                   GENERATIONS IT COMPARED. A HEADERLESS OLD
000248*                   EXTRACT IS ACCEPTED AS GENERATION ZERO WITH
000249*                   RETURN CODE 4.
000250*****************************************************************
000260*
000270 ENVIRONMENT DIVISION.
000910 77  XC-ONLY-PRIOR           PIC 9(05) COMP VALUE ZERO.
000920 77  XC-DIFF-COUNT           PIC 9(05) COMP VALUE ZERO.
000930*
000931*****************************************************************
000932*    EXTRACT HEADER AND TRAILER CONTROL, ONE SET PER FILE
000933*****************************************************************
000934 01  XC-PRIOR-CONTROL.
000935     COPY EXTCTL REPLACING LEADING ==XT== BY ==XC-PRIOR==.
000936 01  XC-NEW-CONTROL.
000937     COPY EXTCTL REPLACING LEADING ==XT== BY ==XC-NEW==.
000938 77  XC-FAILED-FILE          PIC X(05) VALUE SPACES.
000939*
000940*****************************************************************
000950*    PRIOR-EXTRACT TABLE - THE PRIOR FILE IS HELD IN MEMORY AND
000960*    EACH NEW-EXTRACT RECORD IS MATCHED AGAINST IT BY CANDIDATE
001310     05  CTL-ONLY            PIC Z(04)9.
001320     05  FILLER              PIC X(04) VALUE SPACES.
001330*
001331 01  CMP-GENERATION-LINE.
001332     05  FILLER              PIC X(25) VALUE
001333         "PRIOR EXTRACT GENERATION ".
001334     05  CGL-PRIOR-GEN       PIC 9(07).
001335     05  FILLER              PIC X(26) VALUE
001336         "   NEW EXTRACT GENERATION ".
001337     05  CGL-NEW-GEN         PIC 9(07).
001338     05  FILLER              PIC X(15) VALUE SPACES.
001339*
001340 01  CMP-NODIFF-LINE         PIC X(80) VALUE
001350     "NO DIFFERENCES - THE TWO EXTRACTS MATCH.".
001360*
001361 01  CMP-VOID-LINE.
001362     05  FILLER              PIC X(26) VALUE
001363         "*** COMPARISON VOID - TRAI".
001364     05  FILLER              PIC X(20) VALUE
001365         "LER CHECK FAILED ON ".
001366     05  CVL-FILE            PIC X(05).
001367     05  FILLER              PIC X(12) VALUE " EXTRACT ***".
001368     05  FILLER              PIC X(17) VALUE SPACES.
001369*
001370 PROCEDURE DIVISION.
001380*
001390*****************************************************************
001950         UNTIL XC-PRIOR-EOF
001960         OR XC-PRIOR-COUNT = XC-MAX-CANDIDATES.
001970     CLOSE PRIOR-EXTRACT-FILE.
001973     PERFORM 2200-VERIFY-PRIOR-TRAILER
001976         THRU 2200-VERIFY-PRIOR-TRAILER-EXIT.
001980     DISPLAY "EXTRACT-COMPARE: " XC-PRIOR-COUNT
001986         " CANDIDATE(S) ON PRIOR EXTRACT GENERATION "
001992         XC-PRIOR-GENERATION ".".
002000 2000-LOAD-PRIOR-EXTRACT-EXIT.
002010     EXIT.
002020*
002060             SET XC-PRIOR-EOF TO TRUE
002070             GO TO 2100-READ-PRIOR-ENTRY-EXIT
002080     END-READ.
002081     PERFORM 2110-CHECK-PRIOR-RECORD
002082         THRU 2110-CHECK-PRIOR-RECORD-EXIT.
002083     IF XC-PRIOR-CONTROL-REC
002084         GO TO 2100-READ-PRIOR-ENTRY-EXIT
002085     END-IF.
002090     ADD 1 TO XC-PRIOR-COUNT.
002100     MOVE PX-CAND-ID       TO PE-CAND-ID(XC-PRIOR-COUNT).
002110     MOVE PX-CAND-NAME     TO PE-CAND-NAME(XC-PRIOR-COUNT).
002280         THRU 3100-COMPARE-ONE-ENTRY-EXIT
002290         UNTIL XC-RANKEXT-EOF.
002300     CLOSE NEW-EXTRACT-FILE.
002301*    A NEW EXTRACT WITH NO HEADER NEVER WROTE THE GENERATION
002302*    LINE IN 3100 - WRITE IT NOW, SHOWING GENERATION ZERO.
002303     IF XC-NEW-HDR-MISSING
002304         PERFORM 3050-WRITE-GENERATION-LINE
002305             THRU 3050-WRITE-GENERATION-LINE-EXIT
002306     END-IF.
002307     PERFORM 3200-VERIFY-NEW-TRAILER
002308         THRU 3200-VERIFY-NEW-TRAILER-EXIT.
002310     DISPLAY "EXTRACT-COMPARE: " XC-NEW-COUNT
002316         " CANDIDATE(S) ON NEW EXTRACT GENERATION "
002322         XC-NEW-GENERATION ".".
002330 3000-COMPARE-NEW-EXTRACT-EXIT.
002340     EXIT.
002350*
002351 3050-WRITE-GENERATION-LINE.
002352     MOVE XC-PRIOR-GENERATION TO CGL-PRIOR-GEN.
002353     MOVE XC-NEW-GENERATION   TO CGL-NEW-GEN.
002354     WRITE COMPARE-REPORT-LINE FROM CMP-GENERATION-LINE.
002355     MOVE SPACES TO COMPARE-REPORT-LINE.
002356     WRITE COMPARE-REPORT-LINE.
002357 3050-WRITE-GENERATION-LINE-EXIT.
002358     EXIT.
002359*
002360 3100-COMPARE-ONE-ENTRY.
002370     READ NEW-EXTRACT-FILE
002380         AT END
002390             SET XC-RANKEXT-EOF TO TRUE
002400             GO TO 3100-COMPARE-ONE-ENTRY-EXIT
002410     END-READ.
002411     PERFORM 3105-CHECK-NEW-RECORD
002412         THRU 3105-CHECK-NEW-RECORD-EXIT.
002413     IF XC-NEW-CONTROL-REC
002414         GO TO 3100-COMPARE-ONE-ENTRY-EXIT
002415     END-IF.
002420     ADD 1 TO XC-NEW-COUNT.
002430*
002440     MOVE ZERO TO XC-MATCH-IX.
003550         XC-DIFF-COUNT " DIFFERENCE(S) LISTED.".
003560 9000-TERMINATE-EXIT.
003570     EXIT.
003580*
003590*****************************************************************
003600*    2110-CHECK-PRIOR-RECORD - THE PRIOR EXTRACT'S HEADER AND
003610*    TRAILER ARE NOT CANDIDATES: THEIR FIGURES ARE HELD ASIDE FOR
003620*    2200 AND XC-PRIOR-CONTROL-REC TELLS 2100 TO SKIP THE RECORD.
003630*    A DETAIL RECORD IS COUNTED INTO THE READ TOTALS. A HEADER
003640*    THAT IS NOT FIRST, OR ANYTHING AFTER THE TRAILER, MARKS THE
003650*    FILE OUT OF ORDER.
003660*****************************************************************
003670 2110-CHECK-PRIOR-RECORD.
003680     SET XC-PRIOR-CONTROL-REC TO TRUE.
003690     IF XC-PRIOR-TRL-SEEN
003700         SET XC-PRIOR-ORDER-BAD TO TRUE
003710         GO TO 2110-CHECK-PRIOR-RECORD-EXIT
003720     END-IF.
003730     IF PX-HEADER-REC
003740         IF XC-PRIOR-HDR-SEEN
003750             OR XC-PRIOR-READ-COUNT > ZERO
003760             SET XC-PRIOR-ORDER-BAD TO TRUE
003770         END-IF
003780         SET XC-PRIOR-HDR-SEEN TO TRUE
003790         MOVE PX-HDR-GENERATION TO XC-PRIOR-GENERATION
003800         GO TO 2110-CHECK-PRIOR-RECORD-EXIT
003810     END-IF.
003820     IF PX-TRAILER-REC
003830         SET XC-PRIOR-TRL-SEEN TO TRUE
003840         MOVE PX-TRL-GENERATION     TO XC-PRIOR-TRL-GENERATION
003850         MOVE PX-TRL-RECORD-COUNT   TO XC-PRIOR-TRL-COUNT
003860         MOVE PX-TRL-SELECTED-COUNT TO XC-PRIOR-TRL-SELECTED
003870         MOVE PX-TRL-SCORE-HASH     TO XC-PRIOR-TRL-SCORES
003880         MOVE PX-TRL-RANK-HASH      TO XC-PRIOR-TRL-RANKS
003890         GO TO 2110-CHECK-PRIOR-RECORD-EXIT
003900     END-IF.
003910     SET XC-PRIOR-DETAIL-REC TO TRUE.
003920     ADD 1 TO XC-PRIOR-READ-COUNT.
003930     IF PX-SELECTED
003940         ADD 1 TO XC-PRIOR-READ-SELECTED
003950     END-IF.
003960     ADD PX-SCORE TO XC-PRIOR-READ-SCORES.
003970     ADD PX-RANK  TO XC-PRIOR-READ-RANKS.
003980 2110-CHECK-PRIOR-RECORD-EXIT.
003990     EXIT.
004000*
004010*****************************************************************
004020*    2200-VERIFY-PRIOR-TRAILER - THE PRIOR EXTRACT'S TRAILER
004030*    MUST AGREE WITH THE RECORDS LOADED BEFORE ANYTHING IS
004040*    COMPARED AGAINST THEM.
004050*****************************************************************
004060 2200-VERIFY-PRIOR-TRAILER.
004070     IF XC-PRIOR-HDR-MISSING
004080         AND XC-PRIOR-TRL-MISSING
004090         AND XC-PRIOR-ORDER-OK
004100         DISPLAY "EXTRACT-COMPARE: PRIOR EXTRACT CARRIES NO "
004110             "GENERATION HEADER - TAKEN AS GENERATION ZERO."
004120         IF RETURN-CODE < 4
004130             MOVE 4 TO RETURN-CODE
004140         END-IF
004150         GO TO 2200-VERIFY-PRIOR-TRAILER-EXIT
004160     END-IF.
004170*
004180     IF XC-PRIOR-HDR-MISSING
004190         OR XC-PRIOR-TRL-MISSING
004200         OR XC-PRIOR-ORDER-BAD
004210         OR XC-PRIOR-TRL-GENERATION NOT = XC-PRIOR-GENERATION
004220         OR XC-PRIOR-TRL-COUNT      NOT = XC-PRIOR-READ-COUNT
004230         OR XC-PRIOR-TRL-SELECTED   NOT = XC-PRIOR-READ-SELECTED
004240         OR XC-PRIOR-TRL-SCORES     NOT = XC-PRIOR-READ-SCORES
004250         OR XC-PRIOR-TRL-RANKS      NOT = XC-PRIOR-READ-RANKS
004260         DISPLAY "EXTRACT-COMPARE: *** EXTRACT ERROR *** "
004270             "PRIOR-EXTRACT-FILE GENERATION " XC-PRIOR-GENERATION
004280             " FAILS ITS TRAILER CHECK"
004290         MOVE "PRIOR" TO XC-FAILED-FILE
004300         PERFORM 8000-VOID-COMPARISON
004310             THRU 8000-VOID-COMPARISON-EXIT
004320     END-IF.
004330 2200-VERIFY-PRIOR-TRAILER-EXIT.
004340     EXIT.
004350*
004360*****************************************************************
004370*    3105-CHECK-NEW-RECORD - THE SAME FOR THE NEW EXTRACT AS IT
004380*    STREAMS THROUGH 3100, WITH XC-NEW-CONTROL-REC TELLING 3100
004390*    TO SKIP THE HEADER AND TRAILER.
004400*****************************************************************
004410 3105-CHECK-NEW-RECORD.
004420     SET XC-NEW-CONTROL-REC TO TRUE.
004430     IF XC-NEW-TRL-SEEN
004440         SET XC-NEW-ORDER-BAD TO TRUE
004450         GO TO 3105-CHECK-NEW-RECORD-EXIT
004460     END-IF.
004470*    THE HEADER IS THE FIRST RECORD, SO THE GENERATION LINE
004480*    LANDS AHEAD OF EVERY DIFFERENCE ON THE REPORT.
004490     IF EX-HEADER-REC
004500         IF XC-NEW-HDR-SEEN
004510             OR XC-NEW-READ-COUNT > ZERO
004520             SET XC-NEW-ORDER-BAD TO TRUE
004530             GO TO 3105-CHECK-NEW-RECORD-EXIT
004540         END-IF
004550         SET XC-NEW-HDR-SEEN TO TRUE
004560         MOVE EX-HDR-GENERATION TO XC-NEW-GENERATION
004570         PERFORM 3050-WRITE-GENERATION-LINE
004580             THRU 3050-WRITE-GENERATION-LINE-EXIT
004590         GO TO 3105-CHECK-NEW-RECORD-EXIT
004600     END-IF.
004610     IF EX-TRAILER-REC
004620         SET XC-NEW-TRL-SEEN TO TRUE
004630         MOVE EX-TRL-GENERATION     TO XC-NEW-TRL-GENERATION
004640         MOVE EX-TRL-RECORD-COUNT   TO XC-NEW-TRL-COUNT
004650         MOVE EX-TRL-SELECTED-COUNT TO XC-NEW-TRL-SELECTED
004660         MOVE EX-TRL-SCORE-HASH     TO XC-NEW-TRL-SCORES
004670         MOVE EX-TRL-RANK-HASH      TO XC-NEW-TRL-RANKS
004680         GO TO 3105-CHECK-NEW-RECORD-EXIT
004690     END-IF.
004700     SET XC-NEW-DETAIL-REC TO TRUE.
004710     ADD 1 TO XC-NEW-READ-COUNT.
004720     IF EX-SELECTED
004730         ADD 1 TO XC-NEW-READ-SELECTED
004740     END-IF.
004750     ADD EX-SCORE TO XC-NEW-READ-SCORES.
004760     ADD EX-RANK  TO XC-NEW-READ-RANKS.
004770 3105-CHECK-NEW-RECORD-EXIT.
004780     EXIT.
004790*
004800*****************************************************************
004810*    3200-VERIFY-NEW-TRAILER - THE NEW EXTRACT IS STREAMED, SO
004820*    ITS TRAILER CAN ONLY BE CHECKED AFTER THE PASS. A FAILURE
004830*    MARKS THE DIFFERENCES ALREADY LISTED AS VOID.
004840*****************************************************************
004850 3200-VERIFY-NEW-TRAILER.
004860     IF XC-NEW-HDR-MISSING
004870         AND XC-NEW-TRL-MISSING
004880         AND XC-NEW-ORDER-OK
004890         DISPLAY "EXTRACT-COMPARE: NEW EXTRACT CARRIES NO "
004900             "GENERATION HEADER - TAKEN AS GENERATION ZERO."
004910         IF RETURN-CODE < 4
004920             MOVE 4 TO RETURN-CODE
004930         END-IF
004940         GO TO 3200-VERIFY-NEW-TRAILER-EXIT
004950     END-IF.
004960*
004970     IF XC-NEW-HDR-MISSING
004980         OR XC-NEW-TRL-MISSING
004990         OR XC-NEW-ORDER-BAD
005000         OR XC-NEW-TRL-GENERATION NOT = XC-NEW-GENERATION
005010         OR XC-NEW-TRL-COUNT      NOT = XC-NEW-READ-COUNT
005020         OR XC-NEW-TRL-SELECTED   NOT = XC-NEW-READ-SELECTED
005030         OR XC-NEW-TRL-SCORES     NOT = XC-NEW-READ-SCORES
005040         OR XC-NEW-TRL-RANKS      NOT = XC-NEW-READ-RANKS
005050         DISPLAY "EXTRACT-COMPARE: *** EXTRACT ERROR *** "
005060             "NEW EXTRACT-FILE GENERATION " XC-NEW-GENERATION
005070             " FAILS ITS TRAILER CHECK"
005080         MOVE "NEW" TO XC-FAILED-FILE
005090         PERFORM 8000-VOID-COMPARISON
005100             THRU 8000-VOID-COMPARISON-EXIT
005110     END-IF.
005120 3200-VERIFY-NEW-TRAILER-EXIT.
005130     EXIT.
005140*
005150*****************************************************************
005160*    8000-VOID-COMPARISON - AN EXTRACT THAT FAILED ITS TRAILER
005170*    CHECK CANNOT BE COMPARED AGAINST. THE REPORT IS MARKED VOID
005180*    AND THE STEP ENDS WITH RETURN CODE 16.
005190*****************************************************************
005200 8000-VOID-COMPARISON.
005210     MOVE SPACES TO COMPARE-REPORT-LINE.
005220     WRITE COMPARE-REPORT-LINE.
005230     MOVE XC-FAILED-FILE TO CVL-FILE.
005240     WRITE COMPARE-REPORT-LINE FROM CMP-VOID-LINE.
005250     CLOSE COMPARE-REPORT-FILE.
005260     MOVE 16 TO RETURN-CODE.
005270     STOP RUN.
005280 8000-VOID-COMPARISON-EXIT.
005290     EXIT.
