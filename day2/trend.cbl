002440*                    NEW SEASON'S TREND STARTS CLEAN INSTEAD   *
002450*                    OF COMPARING AGAINST LAST SEASON'S FINAL  *
002460*                    RUN.                                      *
002465*    10-15-26  GDWR  EACH LINE NOW ALSO SPLITS THE SCORE        *
002470*                    CHANGES INTO THE RAW-SCORE CHANGE AND THE *
002475*                    ADJUSTMENT-LEDGER CHANGE (SEE ADJREC.CPY) *
002480*                    SO THE DISPUTE DESK CAN SEE WHETHER A     *
002485*                    RANK MOVED ON PLAY OR ON A PENALTY. ROWS  *
002490*                    WRITTEN BEFORE THE LEDGER COUNT AS RAW.   *
002500***************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
005800     05  TL-SCORE1-CHANGE        PIC +9(10).
005900     05  FILLER                  PIC X(01) VALUE SPACE.
006000     05  TL-SCORE2-CHANGE        PIC +9(10).
006010     05  FILLER                  PIC X(01) VALUE SPACE.
006020     05  TL-RAW-SCORE1-CHANGE    PIC +9(10).
006030     05  FILLER                  PIC X(01) VALUE SPACE.
006040     05  TL-ADJUST1-CHANGE       PIC +9(09).
006050     05  FILLER                  PIC X(01) VALUE SPACE.
006060     05  TL-RAW-SCORE2-CHANGE    PIC +9(10).
006070     05  FILLER                  PIC X(01) VALUE SPACE.
006080     05  TL-ADJUST2-CHANGE       PIC +9(09).
006100 01  TREND-HEADER-LINE           PIC X(112).
006200*
006300 WORKING-STORAGE SECTION.
006400*
008800 77  RANK-CHANGE                 PIC S9(03) COMP VALUE 0.
008900 77  SCORE1-CHANGE               PIC S9(10) COMP VALUE 0.
009000 77  SCORE2-CHANGE               PIC S9(10) COMP VALUE 0.
009010 77  RAW-SCORE1-CHANGE           PIC S9(10) COMP VALUE 0.
009020 77  RAW-SCORE2-CHANGE           PIC S9(10) COMP VALUE 0.
009030 77  ADJUST1-CHANGE              PIC S9(10) COMP VALUE 0.
009040 77  ADJUST2-CHANGE              PIC S9(10) COMP VALUE 0.
009050 77  ROW-RAW-SCORE1              PIC 9(10) VALUE 0.
009060 77  ROW-RAW-SCORE2              PIC 9(10) VALUE 0.
009070 77  ROW-ADJUST1                 PIC S9(09) VALUE 0.
009080 77  ROW-ADJUST2                 PIC S9(09) VALUE 0.
009100 77  NEW-COUNT                   PIC 9(03) VALUE 0.
009200 77  DROP-COUNT                  PIC 9(03) VALUE 0.
009300*
009700         10  CU-RANK             PIC 9(03).
009800         10  CU-SCORE1           PIC 9(10).
009900         10  CU-SCORE2           PIC 9(10).
009910         10  CU-RAW-SCORE1       PIC 9(10).
009920         10  CU-RAW-SCORE2       PIC 9(10).
009930         10  CU-ADJUST1          PIC S9(09).
009940         10  CU-ADJUST2          PIC S9(09).
010000 01  PREVIOUS-TABLE.
010100     05  PREVIOUS-ENTRY OCCURS 50 TIMES.
010200         10  PR-OPPONENT-NAME    PIC X(20).
010300         10  PR-RANK             PIC 9(03).
010400         10  PR-SCORE1           PIC 9(10).
010500         10  PR-SCORE2           PIC 9(10).
010510         10  PR-RAW-SCORE1       PIC 9(10).
010520         10  PR-RAW-SCORE2       PIC 9(10).
010530         10  PR-ADJUST1          PIC S9(09).
010540         10  PR-ADJUST2          PIC S9(09).
010600         10  PR-MATCHED-FLAG     PIC X(01).
010700*
010800 PROCEDURE DIVISION.
020810     IF HL-CLOSED
020820         GO TO 3100-EXIT
020830     END-IF
020840     PERFORM 3110-SPLIT-ROW-SCORES THRU 3110-EXIT
020900     IF HL-RUN-DATE = CURRENT-RUN-DATE
021000             AND CURRENT-RUN-DATE > 0
021100         IF CURRENT-COUNT >= 50
021800             MOVE HL-RANK TO CU-RANK(CURRENT-COUNT)
021900             MOVE HL-SCORE1 TO CU-SCORE1(CURRENT-COUNT)
022000             MOVE HL-SCORE2 TO CU-SCORE2(CURRENT-COUNT)
022010             MOVE ROW-RAW-SCORE1 TO CU-RAW-SCORE1(CURRENT-COUNT)
022020             MOVE ROW-RAW-SCORE2 TO CU-RAW-SCORE2(CURRENT-COUNT)
022030             MOVE ROW-ADJUST1 TO CU-ADJUST1(CURRENT-COUNT)
022040             MOVE ROW-ADJUST2 TO CU-ADJUST2(CURRENT-COUNT)
022100         END-IF
022200     END-IF
022300     IF HL-RUN-DATE = PREVIOUS-RUN-DATE
023200             MOVE HL-RANK TO PR-RANK(PREVIOUS-COUNT)
023300             MOVE HL-SCORE1 TO PR-SCORE1(PREVIOUS-COUNT)
023400             MOVE HL-SCORE2 TO PR-SCORE2(PREVIOUS-COUNT)
023410             MOVE ROW-RAW-SCORE1 TO PR-RAW-SCORE1(PREVIOUS-COUNT)
023420             MOVE ROW-RAW-SCORE2 TO PR-RAW-SCORE2(PREVIOUS-COUNT)
023430             MOVE ROW-ADJUST1 TO PR-ADJUST1(PREVIOUS-COUNT)
023440             MOVE ROW-ADJUST2 TO PR-ADJUST2(PREVIOUS-COUNT)
023500             MOVE "N" TO PR-MATCHED-FLAG(PREVIOUS-COUNT)
023600         END-IF
023700     END-IF.
023800 3100-EXIT.
023804     EXIT.
023808*
023812***************************************************************
023816*    3110-SPLIT-ROW-SCORES                                     *
023820*    A ROW WRITTEN BEFORE THE ADJUSTMENT LEDGER HAS SPACES IN  *
023824*    ITS RAW AND ADJUSTMENT FIELDS - ITS NET SCORE IS ITS RAW  *
023828*    SCORE AND ITS ADJUSTMENT IS ZERO.                         *
023832***************************************************************
023836 3110-SPLIT-ROW-SCORES.
023840     IF HL-RAW-SCORE1 NUMERIC AND HL-RAW-SCORE2 NUMERIC
023844             AND HL-ADJUST1 NUMERIC AND HL-ADJUST2 NUMERIC
023848         MOVE HL-RAW-SCORE1 TO ROW-RAW-SCORE1
023852         MOVE HL-RAW-SCORE2 TO ROW-RAW-SCORE2
023856         MOVE HL-ADJUST1 TO ROW-ADJUST1
023860         MOVE HL-ADJUST2 TO ROW-ADJUST2
023864     ELSE
023868         MOVE HL-SCORE1 TO ROW-RAW-SCORE1
023872         MOVE HL-SCORE2 TO ROW-RAW-SCORE2
023876         MOVE 0 TO ROW-ADJUST1
023880         MOVE 0 TO ROW-ADJUST2
023884     END-IF.
023888 3110-EXIT.
023900     EXIT.
024000*
024100***************************************************************
029400             - PR-SCORE1(MATCH-SUB)
029500         COMPUTE SCORE2-CHANGE = CU-SCORE2(CURRENT-SUB)
029600             - PR-SCORE2(MATCH-SUB)
029610         COMPUTE RAW-SCORE1-CHANGE = CU-RAW-SCORE1(CURRENT-SUB)
029620             - PR-RAW-SCORE1(MATCH-SUB)
029630         COMPUTE RAW-SCORE2-CHANGE = CU-RAW-SCORE2(CURRENT-SUB)
029640             - PR-RAW-SCORE2(MATCH-SUB)
029650         COMPUTE ADJUST1-CHANGE = CU-ADJUST1(CURRENT-SUB)
029660             - PR-ADJUST1(MATCH-SUB)
029670         COMPUTE ADJUST2-CHANGE = CU-ADJUST2(CURRENT-SUB)
029680             - PR-ADJUST2(MATCH-SUB)
029700         MOVE PR-RANK(MATCH-SUB) TO TL-RANK-BEFORE
029800         IF RANK-CHANGE > 0
029900             MOVE "UP" TO TL-MOVEMENT
030900         MOVE 0 TO RANK-CHANGE
031000         MOVE 0 TO SCORE1-CHANGE
031100         MOVE 0 TO SCORE2-CHANGE
031110         MOVE 0 TO RAW-SCORE1-CHANGE
031120         MOVE 0 TO RAW-SCORE2-CHANGE
031130         MOVE 0 TO ADJUST1-CHANGE
031140         MOVE 0 TO ADJUST2-CHANGE
031200         MOVE 0 TO TL-RANK-BEFORE
031300         MOVE "NEW" TO TL-MOVEMENT
031400     END-IF
031500     MOVE RANK-CHANGE TO TL-RANK-CHANGE
031600     MOVE SCORE1-CHANGE TO TL-SCORE1-CHANGE
031700     MOVE SCORE2-CHANGE TO TL-SCORE2-CHANGE
031710     MOVE RAW-SCORE1-CHANGE TO TL-RAW-SCORE1-CHANGE
031720     MOVE ADJUST1-CHANGE TO TL-ADJUST1-CHANGE
031730     MOVE RAW-SCORE2-CHANGE TO TL-RAW-SCORE2-CHANGE
031740     MOVE ADJUST2-CHANGE TO TL-ADJUST2-CHANGE
031800     WRITE TREND-LINE.
031900 4100-EXIT.
032000     EXIT.
033200     MOVE 0 TO TL-RANK-CHANGE
033300     MOVE 0 TO TL-SCORE1-CHANGE
033400     MOVE 0 TO TL-SCORE2-CHANGE
033410     MOVE 0 TO TL-RAW-SCORE1-CHANGE
033420     MOVE 0 TO TL-ADJUST1-CHANGE
033430     MOVE 0 TO TL-RAW-SCORE2-CHANGE
033440     MOVE 0 TO TL-ADJUST2-CHANGE
033500     WRITE TREND-LINE.
033600 4200-EXIT.
033700     EXIT.
