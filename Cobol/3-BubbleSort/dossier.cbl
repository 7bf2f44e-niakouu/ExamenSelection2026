000210*                   NO-RECORD LINE PER SOURCE. A LISTING FILE
000220*                   THE RUN DID NOT PRODUCE IS SHOWN AS NOT
000230*                   AVAILABLE RATHER THAN SILENTLY BLANK.
000231*    10/14/26  JWK  THE EXTRACT NOW CARRIES A GENERATION HEADER
000232*                   AND A CONTROL TRAILER. BOTH ARE KEPT OUT OF
000233*                   THE EXTRACT TABLE, THE TRAILER IS CHECKED
000234*                   AGAINST THE RECORDS LOADED (RETURN CODE 16,
000235*                   NO DOSSIERS, ON ANY DISAGREEMENT), AND EVERY
000236*                   EXTRACT LINE ON A DOSSIER SHOWS THE GENERATION
000237*                   IT CAME FROM. A HEADERLESS OLD EXTRACT IS
000238*                   ACCEPTED AS GENERATION ZERO WITH RETURN
000239*                   CODE 4.
000240*****************************************************************
000250*
000260 ENVIRONMENT DIVISION.
001670 77  DQ-ABS-COUNT            PIC 9(05) COMP VALUE ZERO.
001680 77  DQ-PRM-COUNT            PIC 9(05) COMP VALUE ZERO.
001690*
001691*****************************************************************
001692*    EXTRACT HEADER AND TRAILER CONTROL (EXTCTL COPYBOOK)
001693*****************************************************************
001694 01  DQ-EXTRACT-CONTROL.
001695     COPY EXTCTL REPLACING LEADING ==XT== BY ==DQ==.
001696*
001700*****************************************************************
001710*    IN-MEMORY COPIES OF THE FIVE SEQUENTIAL SOURCES, SO EACH
001720*    REQUEST IS ANSWERED BY TABLE SCANS INSTEAD OF REREADING
002540     05  FILLER              PIC X(10) VALUE "  WAITLIST".
002550     05  FILLER              PIC X(01) VALUE SPACES.
002560     05  DEL-WAIT-ORD        PIC ZZZZ9.
002565     05  FILLER              PIC X(06) VALUE "  GEN ".
002570     05  DEL-GENERATION      PIC 9(07).
002575     05  FILLER              PIC X(17) VALUE SPACES.
002580*
002590 01  DOS-SCORES-LINE.
002600     05  FILLER              PIC X(10) VALUE "          ".
003670             UNTIL DQ-RANKEXT-EOF
003680             OR DQ-EXT-COUNT = DQ-MAX-ENTRIES
003690         CLOSE EXTRACT-FILE
003693         PERFORM 2150-VERIFY-EXTRACT-TRAILER
003696             THRU 2150-VERIFY-EXTRACT-TRAILER-EXIT
003700     END-IF.
003710*
003720     OPEN INPUT EXCEPTION-LISTING-FILE.
004220             SET DQ-RANKEXT-EOF TO TRUE
004230             GO TO 2100-READ-EXTRACT-ENTRY-EXIT
004240     END-READ.
004241     PERFORM 2110-CHECK-EXTRACT-RECORD
004242         THRU 2110-CHECK-EXTRACT-RECORD-EXIT.
004243     IF DQ-CONTROL-REC
004244         GO TO 2100-READ-EXTRACT-ENTRY-EXIT
004245     END-IF.
004250     ADD 1 TO DQ-EXT-COUNT.
004260     MOVE EX-CAND-ID       TO DXE-CAND-ID(DQ-EXT-COUNT).
004270     MOVE EX-CAND-NAME     TO DXE-CAND-NAME(DQ-EXT-COUNT).
005870         END-IF
005880     END-IF.
005890     MOVE DXE-WAIT-ORD(I) TO DEL-WAIT-ORD.
005895     MOVE DQ-GENERATION   TO DEL-GENERATION.
005900     WRITE DOSSIER-REPORT-LINE FROM DOS-EXTRACT-LINE.
005910     MOVE DXE-VERBAL(I) TO DSL-VERBAL.
005920     MOVE DXE-QUANT(I)  TO DSL-QUANT.
007230         " DOSSIER(S) WRITTEN.".
007240 9000-TERMINATE-EXIT.
007250     EXIT.
007260*
007270*****************************************************************
007280*    2110-CHECK-EXTRACT-RECORD - THE HEADER AND TRAILER ARE NOT
007290*    CANDIDATES: THEIR FIGURES ARE HELD ASIDE FOR 2150 AND
007300*    DQ-CONTROL-REC TELLS 2100 TO SKIP THE RECORD. A DETAIL
007310*    RECORD IS COUNTED INTO THE READ TOTALS. A HEADER THAT IS
007320*    NOT FIRST, OR ANYTHING AFTER THE TRAILER, MARKS THE FILE
007330*    OUT OF ORDER.
007340*****************************************************************
007350 2110-CHECK-EXTRACT-RECORD.
007360     SET DQ-CONTROL-REC TO TRUE.
007370     IF DQ-TRL-SEEN
007380         SET DQ-ORDER-BAD TO TRUE
007390         GO TO 2110-CHECK-EXTRACT-RECORD-EXIT
007400     END-IF.
007410     IF EX-HEADER-REC
007420         IF DQ-HDR-SEEN
007430             OR DQ-READ-COUNT > ZERO
007440             SET DQ-ORDER-BAD TO TRUE
007450         END-IF
007460         SET DQ-HDR-SEEN TO TRUE
007470         MOVE EX-HDR-GENERATION TO DQ-GENERATION
007480         GO TO 2110-CHECK-EXTRACT-RECORD-EXIT
007490     END-IF.
007500     IF EX-TRAILER-REC
007510         SET DQ-TRL-SEEN TO TRUE
007520         MOVE EX-TRL-GENERATION     TO DQ-TRL-GENERATION
007530         MOVE EX-TRL-RECORD-COUNT   TO DQ-TRL-COUNT
007540         MOVE EX-TRL-SELECTED-COUNT TO DQ-TRL-SELECTED
007550         MOVE EX-TRL-SCORE-HASH     TO DQ-TRL-SCORES
007560         MOVE EX-TRL-RANK-HASH      TO DQ-TRL-RANKS
007570         GO TO 2110-CHECK-EXTRACT-RECORD-EXIT
007580     END-IF.
007590     SET DQ-DETAIL-REC TO TRUE.
007600     ADD 1 TO DQ-READ-COUNT.
007610     IF EX-SELECTED
007620         ADD 1 TO DQ-READ-SELECTED
007630     END-IF.
007640     ADD EX-SCORE TO DQ-READ-SCORES.
007650     ADD EX-RANK  TO DQ-READ-RANKS.
007660 2110-CHECK-EXTRACT-RECORD-EXIT.
007670     EXIT.
007680*
007690*****************************************************************
007700*    2150-VERIFY-EXTRACT-TRAILER - A DOSSIER QUOTED TO A
007710*    CANDIDATE ON THE PHONE MUST NOT COME FROM A TRUNCATED OR
007720*    EDITED EXTRACT. A HEADERLESS OLD EXTRACT IS STILL ANSWERED
007730*    FROM, AS GENERATION ZERO, WITH A WARNING.
007740*****************************************************************
007750 2150-VERIFY-EXTRACT-TRAILER.
007760     IF DQ-HDR-MISSING
007770         AND DQ-TRL-MISSING
007780         AND DQ-ORDER-OK
007790         DISPLAY "DOSSIER-INQUIRY: EXTRACT CARRIES NO GENERATION "
007800             "HEADER - SHOWN AS GENERATION ZERO."
007810         IF RETURN-CODE < 4
007820             MOVE 4 TO RETURN-CODE
007830         END-IF
007840         GO TO 2150-VERIFY-EXTRACT-TRAILER-EXIT
007850     END-IF.
007860*
007870     IF DQ-HDR-MISSING
007880         OR DQ-TRL-MISSING
007890         OR DQ-ORDER-BAD
007900         OR DQ-TRL-GENERATION NOT = DQ-GENERATION
007910         OR DQ-TRL-COUNT      NOT = DQ-READ-COUNT
007920         OR DQ-TRL-SELECTED   NOT = DQ-READ-SELECTED
007930         OR DQ-TRL-SCORES     NOT = DQ-READ-SCORES
007940         OR DQ-TRL-RANKS      NOT = DQ-READ-RANKS
007950         DISPLAY "DOSSIER-INQUIRY: *** EXTRACT ERROR *** "
007960             "EXTRACT-FILE GENERATION " DQ-GENERATION
007970             " FAILS ITS TRAILER CHECK"
007980         MOVE 16 TO RETURN-CODE
007990         STOP RUN
008000     END-IF.
008010     DISPLAY "DOSSIER-INQUIRY: EXTRACT GENERATION " DQ-GENERATION
008020         " VERIFIED.".
008030 2150-VERIFY-EXTRACT-TRAILER-EXIT.
008040     EXIT.
