000220*                   REPORT WITH BEFORE/AFTER IMAGES. ELIGIBILITY
000230*                   DECIDES WHO GETS RANKED AT ALL, SO IT NOW
000240*                   GETS THE SAME DISCIPLINE AS THE SCORES.
000241*    10/08/26  JWK  RANKED PROGRAM PREFERENCES. THE MASTER AND
000242*                   THE TRANSACTION NOW CARRY A SECOND AND THIRD
000243*                   PROGRAM CHOICE BEHIND THE FIRST (CM-CHOICE-2,
000244*                   CM-CHOICE-3). ON A CHANGE A BLANK CHOICE IS
000245*                   LEFT AS IT STANDS AND "---" REMOVES IT. THE
000246*                   CHOICES ARE EDITED AS A SET BEFORE ANYTHING IS
000247*                   WRITTEN: NO LOWER CHOICE WITHOUT THE ONE ABOVE
000248*                   IT, NO PROGRAM CHOSEN TWICE. THE IMAGE LINES
000249*                   SHOW ALL THREE CHOICES.
000250*****************************************************************
000260*
000270 ENVIRONMENT DIVISION.
000840 77  MT-DELETE-COUNT         PIC 9(05) COMP VALUE ZERO.
000850 77  MT-REJECT-REASON        PIC X(35) VALUE SPACES.
000860*
000861 77  MT-CHOICE-SW            PIC X(01) VALUE "Y".
000862     88  MT-CHOICES-OK           VALUE "Y".
000863     88  MT-CHOICES-BAD          VALUE "N".
000864*
000865*****************************************************************
000866*    THE PROGRAM CHOICES THE MASTER RECORD WILL CARRY ONCE THE
000867*    TRANSACTION IS APPLIED - BUILT FROM THE CARD (AND, ON A
000868*    CHANGE, THE CURRENT MASTER) AND EDITED AS A SET BEFORE THE
000869*    WRITE OR REWRITE.
000870*****************************************************************
000871 01  MT-NEW-CHOICES.
000872     05  MT-NEW-PROGRAM      PIC X(03).
000873     05  MT-NEW-CHOICE-2     PIC X(03).
000874     05  MT-NEW-CHOICE-3     PIC X(03).
000875*
000876*****************************************************************
000880*    UPDATE REPORT PRINT LINES - ONE TRANSACTION BLOCK IS THE
000890*    TRANSACTION LINE WITH ITS DISPOSITION, THEN THE BEFORE
000900*    IMAGE AND THE AFTER IMAGE OF THE MASTER RECORD.
001100     05  MIL-CAND-NAME       PIC X(25).
001110     05  FILLER              PIC X(02) VALUE SPACES.
001120     05  MIL-PROGRAM         PIC X(03).
001122     05  FILLER              PIC X(01) VALUE SPACES.
001124     05  MIL-CHOICE-2        PIC X(03).
001126     05  FILLER              PIC X(01) VALUE SPACES.
001128     05  MIL-CHOICE-3        PIC X(03).
001130     05  FILLER              PIC X(02) VALUE SPACES.
001140     05  MIL-ELIG            PIC X(01).
001150     05  FILLER              PIC X(19) VALUE SPACES.
001160*
001170 01  MNT-NOIMAGE-LINE.
001180     05  MNL-TAG             PIC X(08).
002400*    2200-APPLY-ADD - A NEW MASTER RECORD. THE NAME AND THE
002410*    ELIGIBILITY STATUS ARE REQUIRED ON AN ADD (A CANDIDATE
002420*    NOBODY CAN NAME OR CLASSIFY HAS NO BUSINESS ON THE
002430*    MASTER); A DUPLICATE KEY IS REJECTED BY THE WRITE. A "---"
002435*    CHOICE ON AN ADD SIMPLY MEANS NO CHOICE.
002440*****************************************************************
002450 2200-APPLY-ADD.
002460     IF CT-CAND-NAME = SPACES
002560             THRU 3200-REPORT-REJECT-EXIT
002570         GO TO 2200-APPLY-ADD-EXIT
002580     END-IF.
002581*
002582     PERFORM 2250-SET-ADD-CHOICES
002583         THRU 2250-SET-ADD-CHOICES-EXIT.
002584     IF MT-CHOICES-BAD
002585         PERFORM 3200-REPORT-REJECT
002586             THRU 3200-REPORT-REJECT-EXIT
002587         GO TO 2200-APPLY-ADD-EXIT
002588     END-IF.
002590*
002600     MOVE SPACES            TO CANDIDATE-MASTER-RECORD.
002610     MOVE CT-CAND-ID        TO CM-CAND-ID.
002620     MOVE CT-CAND-NAME      TO CM-CAND-NAME.
002625     MOVE MT-NEW-PROGRAM    TO CM-PROGRAM-CODE.
002630     MOVE MT-NEW-CHOICE-2   TO CM-CHOICE-2.
002635     MOVE MT-NEW-CHOICE-3   TO CM-CHOICE-3.
002640     MOVE CT-ELIG-STATUS    TO CM-ELIG-STATUS.
002650     WRITE CANDIDATE-MASTER-RECORD
002660         INVALID KEY
002880*
002890*****************************************************************
002900*    2300-APPLY-CHANGE - A CHANGE MUST NAME AN EXISTING ID. A
002910*    BLANK NAME, PROGRAM OR CHOICE LEAVES THE MASTER FIELD AS IT
002920*    STANDS; A BLANK ELIGIBILITY LEAVES THE STATUS ALONE. A
002930*    CARD THAT WOULD CHANGE NOTHING IS REJECTED AS A KEYING
002935*    ERROR RATHER THAN SILENTLY APPLIED. THE CHOICES AS THEY
002940*    WILL STAND AFTER THE CHANGE ARE EDITED AS A SET BEFORE
002945*    THE TRANSACTION IS REPORTED AS APPLIED.
002950*****************************************************************
002960 2300-APPLY-CHANGE.
002970     IF CT-CAND-NAME = SPACES
002980         AND CT-PROGRAM-CODE = SPACES
002983         AND CT-CHOICE-2 = SPACES
002986         AND CT-CHOICE-3 = SPACES
002990         AND CT-ELIG-UNCHANGED
003000         MOVE "CHANGE WITH NOTHING TO APPLY"
003010             TO MT-REJECT-REASON
003140             GO TO 2300-APPLY-CHANGE-EXIT
003150     END-READ.
003160*
003161     PERFORM 2350-SET-CHANGE-CHOICES
003162         THRU 2350-SET-CHANGE-CHOICES-EXIT.
003163     IF MT-CHOICES-BAD
003164         PERFORM 3200-REPORT-REJECT
003165             THRU 3200-REPORT-REJECT-EXIT
003166         GO TO 2300-APPLY-CHANGE-EXIT
003167     END-IF.
003168*
003170     ADD 1 TO MT-APPLIED-COUNT.
003180     ADD 1 TO MT-CHANGE-COUNT.
003190     PERFORM 3100-REPORT-TRANS-APPLIED
003250     IF CT-CAND-NAME NOT = SPACES
003260         MOVE CT-CAND-NAME TO CM-CAND-NAME
003270     END-IF.
003280     MOVE MT-NEW-PROGRAM  TO CM-PROGRAM-CODE.
003290     MOVE MT-NEW-CHOICE-2 TO CM-CHOICE-2.
003300     MOVE MT-NEW-CHOICE-3 TO CM-CHOICE-3.
003310     IF NOT CT-ELIG-UNCHANGED
003320         MOVE CT-ELIG-STATUS TO CM-ELIG-STATUS
003330     END-IF.
004560     MOVE CM-CAND-ID      TO MIL-CAND-ID.
004570     MOVE CM-CAND-NAME    TO MIL-CAND-NAME.
004580     MOVE CM-PROGRAM-CODE TO MIL-PROGRAM.
004583     MOVE CM-CHOICE-2     TO MIL-CHOICE-2.
004586     MOVE CM-CHOICE-3     TO MIL-CHOICE-3.
004590     MOVE CM-ELIG-STATUS  TO MIL-ELIG.
004600     WRITE UPDATE-REPORT-LINE FROM MNT-IMAGE-LINE.
004610 3300-REPORT-MASTER-IMAGE-EXIT.
004910         MT-REJECTED-COUNT " REJECTED.".
004920 9000-TERMINATE-EXIT.
004930     EXIT.
004940*
004950*****************************************************************
004960*    2250-SET-ADD-CHOICES / 2350-SET-CHANGE-CHOICES - THE
004970*    PROGRAM CHOICES THE MASTER RECORD WILL CARRY ONCE THE
004980*    TRANSACTION IS APPLIED. AN ADD TAKES THE CARD AS IT STANDS
004990*    ("---" MEANING NO CHOICE); A CHANGE STARTS FROM THE MASTER
005000*    AND TAKES EACH NON-BLANK CHOICE OFF THE CARD. EITHER WAY
005010*    THE RESULT IS EDITED AS A SET BY 2500-EDIT-CHOICES.
005020*****************************************************************
005030 2250-SET-ADD-CHOICES.
005040     MOVE CT-PROGRAM-CODE TO MT-NEW-PROGRAM.
005050     MOVE CT-CHOICE-2     TO MT-NEW-CHOICE-2.
005060     MOVE CT-CHOICE-3     TO MT-NEW-CHOICE-3.
005070     IF CT-CHOICE-2-REMOVE
005080         MOVE SPACES TO MT-NEW-CHOICE-2
005090     END-IF.
005100     IF CT-CHOICE-3-REMOVE
005110         MOVE SPACES TO MT-NEW-CHOICE-3
005120     END-IF.
005130     PERFORM 2500-EDIT-CHOICES
005140         THRU 2500-EDIT-CHOICES-EXIT.
005150 2250-SET-ADD-CHOICES-EXIT.
005160     EXIT.
005170*
005180 2350-SET-CHANGE-CHOICES.
005190     MOVE CM-PROGRAM-CODE TO MT-NEW-PROGRAM.
005200     MOVE CM-CHOICE-2     TO MT-NEW-CHOICE-2.
005210     MOVE CM-CHOICE-3     TO MT-NEW-CHOICE-3.
005220     IF CT-PROGRAM-CODE NOT = SPACES
005230         MOVE CT-PROGRAM-CODE TO MT-NEW-PROGRAM
005240     END-IF.
005250     IF CT-CHOICE-2-REMOVE
005260         MOVE SPACES TO MT-NEW-CHOICE-2
005270     ELSE
005280         IF CT-CHOICE-2 NOT = SPACES
005290             MOVE CT-CHOICE-2 TO MT-NEW-CHOICE-2
005300         END-IF
005310     END-IF.
005320     IF CT-CHOICE-3-REMOVE
005330         MOVE SPACES TO MT-NEW-CHOICE-3
005340     ELSE
005350         IF CT-CHOICE-3 NOT = SPACES
005360             MOVE CT-CHOICE-3 TO MT-NEW-CHOICE-3
005370         END-IF
005380     END-IF.
005390     PERFORM 2500-EDIT-CHOICES
005400         THRU 2500-EDIT-CHOICES-EXIT.
005410 2350-SET-CHANGE-CHOICES-EXIT.
005420     EXIT.
005430*
005440*****************************************************************
005450*    2500-EDIT-CHOICES - THE PROGRAM CHOICES IN MT-NEW-CHOICES
005460*    MUST READ AS A RANKED LIST: NO SECOND CHOICE WITHOUT A
005470*    FIRST, NO THIRD WITHOUT A SECOND, AND NO PROGRAM NAMED
005480*    TWICE. ON A FAILURE MT-REJECT-REASON IS SET FOR THE
005490*    CALLER'S REJECT LINE.
005500*****************************************************************
005510 2500-EDIT-CHOICES.
005520     SET MT-CHOICES-OK TO TRUE.
005530     IF MT-NEW-PROGRAM = SPACES
005540         AND (MT-NEW-CHOICE-2 NOT = SPACES
005550           OR MT-NEW-CHOICE-3 NOT = SPACES)
005560         MOVE "LOWER CHOICE WITHOUT A FIRST CHOICE"
005570             TO MT-REJECT-REASON
005580         SET MT-CHOICES-BAD TO TRUE
005590         GO TO 2500-EDIT-CHOICES-EXIT
005600     END-IF.
005610     IF MT-NEW-CHOICE-2 = SPACES
005620         AND MT-NEW-CHOICE-3 NOT = SPACES
005630         MOVE "THIRD CHOICE WITHOUT A SECOND"
005640             TO MT-REJECT-REASON
005650         SET MT-CHOICES-BAD TO TRUE
005660         GO TO 2500-EDIT-CHOICES-EXIT
005670     END-IF.
005680     IF (MT-NEW-CHOICE-2 NOT = SPACES
005690           AND MT-NEW-CHOICE-2 = MT-NEW-PROGRAM)
005700         OR (MT-NEW-CHOICE-3 NOT = SPACES
005710           AND (MT-NEW-CHOICE-3 = MT-NEW-PROGRAM
005720             OR MT-NEW-CHOICE-3 = MT-NEW-CHOICE-2))
005730         MOVE "SAME PROGRAM CHOSEN TWICE"
005740             TO MT-REJECT-REASON
005750         SET MT-CHOICES-BAD TO TRUE
005760     END-IF.
005770 2500-EDIT-CHOICES-EXIT.
005780     EXIT.
