001868*                    DAY2-FORCE-RESCORE=Y RESCORES EVERYONE -   *
001869*                    THE SWITCH TO THROW AFTER A RULESET        *
001870*                    CHANGE.                                    *
001871*    10-15-26  GDWR  NEW 2900-APPLY-ADJUSTMENTS ADDS EACH       *
001872*                    OPPONENT'S ADJUSTMENT-LEDGER ENTRIES (SEE  *
001873*                    ADJREC.CPY, MAINTAINED BY ADJ-MAINT) TO    *
001874*                    ITS SCORED TOTALS BEFORE THE SORT. THE     *
001875*                    NET TOTALS ARE RANKED AND FLOW INTO THE    *
001876*                    HISTORY FILE, THE STANDINGS FEED AND ITS   *
001877*                    HASH TOTALS; THE LEADERBOARD LINES AND     *
001878*                    THE HISTORY ROWS NOW ALSO CARRY THE RAW    *
001879*                    TOTALS AND THE ADJUSTMENT SEPARATELY.      *
001880*    10-15-26  GDWR  THE RUN DATE NOW COMES FROM THE SHOP       *
001881*                    PROCESSING-DATE CONTROL RECORD (SEE        *
001882*                    PROCDATEREC.CPY) INSTEAD OF THE SYSTEM     *
001883*                    CLOCK, SO A NIGHT THAT RUNS PAST MIDNIGHT  *
001884*                    KEEPS ONE DATE.                            *
001885***************************************************************
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
003679         RECORD KEY IS SC-DATA-FILE
003680         FILE STATUS IS SCORE-CACHE-STATUS.
003681*
003682     SELECT OPTIONAL ADJUSTMENT-FILE ASSIGN TO
003683         ADJUSTMENT-FILE-NAME
003684         ORGANIZATION IS INDEXED
003685         ACCESS MODE IS DYNAMIC
003686         RECORD KEY IS AJ-ADJUSTMENT-KEY
003687         FILE STATUS IS ADJUSTMENT-STATUS.
003688*
003689     SELECT PROCESSING-DATE-FILE ASSIGN TO
003690         PROCESSING-DATE-NAME
003691         ORGANIZATION IS LINE SEQUENTIAL
003692         FILE STATUS IS PROCESSING-DATE-STATUS.
003693*
003700 DATA DIVISION.
003800 FILE SECTION.
003900*
005700     05  LL-SCORE2               PIC 9(10).
005800     05  FILLER                  PIC X(01) VALUE SPACE.
005900     05  LL-ROUNDS               PIC 9(05).
005901     05  FILLER                  PIC X(01) VALUE SPACE.
005902     05  LL-RAW-SCORE1           PIC 9(10).
005903     05  FILLER                  PIC X(01) VALUE SPACE.
005904     05  LL-ADJUST1              PIC +9(09).
005905     05  FILLER                  PIC X(01) VALUE SPACE.
005906     05  LL-RAW-SCORE2           PIC 9(10).
005907     05  FILLER                  PIC X(01) VALUE SPACE.
005908     05  LL-ADJUST2              PIC +9(09).
005909 01  LEADERBOARD-HEADER-LINE     PIC X(96).
005910*
005920 FD  RULESET-FILE.
005930     COPY RULESET.
005999 FD  SCORE-CACHE-FILE.
006000     COPY CACHEREC.
006010*
006020 FD  ADJUSTMENT-FILE.
006030     COPY ADJREC.
006040*
006050 FD  PROCESSING-DATE-FILE.
006060     COPY PROCDATEREC.
006070*
006100 WORKING-STORAGE SECTION.
006200*
006300 77  OPPONENT-MASTER-NAME        PIC X(80)
006350     VALUE "./oppmaster.dat".
006400 77  DATA-FILE-NAME              PIC X(80) VALUE SPACES.
006410 77  PROCESSING-DATE-NAME        PIC X(80)
006420     VALUE "./procdate.dat".
006430 77  ADJUSTMENT-FILE-NAME        PIC X(80)
006440     VALUE "./adjledger.dat".
006500 77  LEADERBOARD-FILE-NAME       PIC X(80)
006550     VALUE "./leaderboard.txt".
006560 77  RULESET-FILE-NAME           PIC X(80)
007030 77  BATCH-CONTROL-STATUS        PIC X(02) VALUE SPACES.
007040 77  STANDINGS-STATUS            PIC X(02) VALUE SPACES.
007050 77  SCORE-CACHE-STATUS          PIC X(02) VALUE SPACES.
007060 77  ADJUSTMENT-STATUS           PIC X(02) VALUE SPACES.
007070 77  PROCESSING-DATE-STATUS      PIC X(02) VALUE SPACES.
007100*
007200 77  OPPONENT-EOF-SWITCH         PIC X(01) VALUE "N".
007300     88  OPPONENT-EOF                      VALUE "Y".
007520     88  RULESET-EOF                       VALUE "Y".
007530 77  HISTORY-EOF-SWITCH          PIC X(01) VALUE "N".
007540     88  HISTORY-EOF                       VALUE "Y".
007550 77  ADJUSTMENT-EOF-SWITCH       PIC X(01) VALUE "N".
007560     88  ADJUSTMENT-EOF                    VALUE "Y".
007600 77  VALID-RECORD-SWITCH         PIC X(01) VALUE "Y".
007700     88  VALID-RECORD                      VALUE "Y".
007800     88  INVALID-RECORD                    VALUE "N".
008200 77  OPPONENT-SCORE2             PIC 9(10) VALUE 0.
008300 77  SCORE1-DELTA                PIC 9(04) VALUE 0.
008400 77  SCORE2-DELTA                PIC 9(04) VALUE 0.
008410 77  ADJUSTED-SCORE              PIC S9(11) VALUE 0.
008420 77  ADJUSTMENT-COUNT            PIC 9(05) COMP VALUE 0.
008500*
008600 77  LEADERBOARD-COUNT           PIC 9(03) VALUE 0.
008700 01  LEADERBOARD-TABLE.
009100         10  LB-SCORE1           PIC 9(10).
009200         10  LB-SCORE2           PIC 9(10).
009300         10  LB-ROUNDS           PIC 9(05).
009310         10  LB-RAW-SCORE1       PIC 9(10).
009320         10  LB-RAW-SCORE2       PIC 9(10).
009330         10  LB-ADJUST1          PIC S9(09).
009340         10  LB-ADJUST2          PIC S9(09).
009400 01  LEADERBOARD-HOLD.
009500     05  LH-OPPONENT-NAME        PIC X(20).
009550     05  LH-DIVISION             PIC X(10).
009600     05  LH-SCORE1               PIC 9(10).
009700     05  LH-SCORE2               PIC 9(10).
009800     05  LH-ROUNDS               PIC 9(05).
009810     05  LH-RAW-SCORE1           PIC 9(10).
009820     05  LH-RAW-SCORE2           PIC 9(10).
009830     05  LH-ADJUST1              PIC S9(09).
009840     05  LH-ADJUST2              PIC S9(09).
009900 77  SORT-PASS-IDX               PIC 9(03) VALUE 0.
010000 77  SORT-COMPARE-IDX            PIC 9(03) VALUE 0.
010010 77  RULE-ID                     PIC X(03) VALUE SPACES.
010700 0000-MAINLINE.
010800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
010900     PERFORM 2000-PROCESS-OPPONENTS THRU 2000-EXIT
010910     PERFORM 2900-APPLY-ADJUSTMENTS THRU 2900-EXIT
011000     PERFORM 3000-FINALIZE THRU 3000-EXIT
011100     STOP RUN.
011200*
012603     IF ENV-VALUE NOT = SPACES
012604         MOVE ENV-VALUE TO HISTORY-FILE-NAME
012605     END-IF
012606     PERFORM 8900-READ-PROCESSING-DATE THRU 8900-EXIT
012607*
012610     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-RULESET-FILE"
012620     IF ENV-VALUE NOT = SPACES
012878     MOVE 0 TO LL-SCORE1
012879     MOVE 0 TO LL-SCORE2
012880     MOVE 0 TO LL-ROUNDS
012883     MOVE 0 TO LL-RAW-SCORE1
012886     MOVE 0 TO LL-ADJUST1
012889     MOVE 0 TO LL-RAW-SCORE2
012892     MOVE 0 TO LL-ADJUST2
012895     WRITE LEADERBOARD-LINE.
012900 1000-EXIT.
013000     EXIT.
013100*
018040         MOVE OPPONENT-SCORE1 TO LB-SCORE1(LEADERBOARD-COUNT)
018050         MOVE OPPONENT-SCORE2 TO LB-SCORE2(LEADERBOARD-COUNT)
018060         MOVE ROUND-COUNT TO LB-ROUNDS(LEADERBOARD-COUNT)
018061         MOVE OPPONENT-SCORE1
018062             TO LB-RAW-SCORE1(LEADERBOARD-COUNT)
018063         MOVE OPPONENT-SCORE2
018064             TO LB-RAW-SCORE2(LEADERBOARD-COUNT)
018065         MOVE 0 TO LB-ADJUST1(LEADERBOARD-COUNT)
018066         MOVE 0 TO LB-ADJUST2(LEADERBOARD-COUNT)
018070     END-IF.
018080 2150-EXIT.
018090     EXIT.
024800     EXIT.
024900*
025000***************************************************************
025001*    2900-APPLY-ADJUSTMENTS                                    *
025002*    ADD EACH SCORED OPPONENT'S ADJUSTMENT-LEDGER ENTRIES      *
025003*    EFFECTIVE ON OR BEFORE THE RUN DATE TO ITS TOTALS. THE    *
025004*    RAW TOTALS ARE KEPT ALONGSIDE; THE NET TOTALS ARE WHAT IS *
025005*    RANKED, WRITTEN TO HISTORY AND SENT TO THE LEAGUE (THE    *
025006*    SCORE CACHE ALWAYS HOLDS RAW TOTALS). NO LEDGER ON FILE   *
025007*    MEANS NO ADJUSTMENTS, BUT A LEDGER THAT WILL NOT OPEN IS  *
025008*    FATAL - RANKING WITHOUT THE LEAGUE'S PENALTIES WOULD      *
025009*    SUBMIT WRONG STANDINGS.                                   *
025010***************************************************************
025011 2900-APPLY-ADJUSTMENTS.
025012     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-ADJUSTMENT-LEDGER"
025013     IF ENV-VALUE NOT = SPACES
025014         MOVE ENV-VALUE TO ADJUSTMENT-FILE-NAME
025015     END-IF
025016     OPEN INPUT ADJUSTMENT-FILE
025017     IF ADJUSTMENT-STATUS NOT = "00"
025018             AND ADJUSTMENT-STATUS NOT = "05"
025019         DISPLAY "FATAL: OPEN INPUT ADJUSTMENT-FILE, STATUS="
025020             ADJUSTMENT-STATUS
025021         MOVE 16 TO RETURN-CODE
025022         STOP RUN
025023     END-IF
025024     PERFORM VARYING LB-IDX FROM 1 BY 1
025025             UNTIL LB-IDX > LEADERBOARD-COUNT
025026         PERFORM 2910-ADJUST-ONE-OPPONENT THRU 2910-EXIT
025027     END-PERFORM
025028     CLOSE ADJUSTMENT-FILE.
025029 2900-EXIT.
025030     EXIT.
025031*
025032***************************************************************
025033*    2910-ADJUST-ONE-OPPONENT                                  *
025034*    THE LEDGER IS IN NAME / EFFECTIVE-DATE ORDER, SO THE      *
025035*    BROWSE STOPS AT THE FIRST ENTRY FOR ANOTHER OPPONENT OR   *
025036*    DATED AFTER THE RUN. A DOCK BIGGER THAN THE RAW SCORE     *
025037*    FLOORS THE NET SCORE AT ZERO, WITH A WARNING.             *
025038***************************************************************
025039 2910-ADJUST-ONE-OPPONENT.
025040     MOVE "N" TO ADJUSTMENT-EOF-SWITCH
025041     MOVE LB-OPPONENT-NAME(LB-IDX) TO AJ-OPPONENT-NAME
025042     MOVE 0 TO AJ-EFFECTIVE-DATE
025043     MOVE 0 TO AJ-SEQUENCE
025044     START ADJUSTMENT-FILE KEY IS NOT LESS THAN AJ-ADJUSTMENT-KEY
025045         INVALID KEY
025046             GO TO 2910-EXIT
025047     END-START
025048     PERFORM UNTIL ADJUSTMENT-EOF
025049         READ ADJUSTMENT-FILE NEXT RECORD
025050             AT END
025051                 SET ADJUSTMENT-EOF TO TRUE
025052             NOT AT END
025053                 IF AJ-OPPONENT-NAME NOT =
025054                         LB-OPPONENT-NAME(LB-IDX)
025055                         OR AJ-EFFECTIVE-DATE >
025056                         CURRENT-DATE-YYYYMMDD
025057                     SET ADJUSTMENT-EOF TO TRUE
025058                 ELSE
025059                     ADD AJ-SCORE1-ADJUST TO LB-ADJUST1(LB-IDX)
025060                     ADD AJ-SCORE2-ADJUST TO LB-ADJUST2(LB-IDX)
025061                     ADD 1 TO ADJUSTMENT-COUNT
025062                 END-IF
025063         END-READ
025064     END-PERFORM
025065*
025066     COMPUTE ADJUSTED-SCORE = LB-RAW-SCORE1(LB-IDX)
025067         + LB-ADJUST1(LB-IDX)
025068     IF ADJUSTED-SCORE < 0
025069         DISPLAY "WARNING: SCORE1 FLOORED AT ZERO FOR "
025070             LB-OPPONENT-NAME(LB-IDX)
025071         MOVE 0 TO ADJUSTED-SCORE
025072     END-IF
025073     MOVE ADJUSTED-SCORE TO LB-SCORE1(LB-IDX)
025074     COMPUTE ADJUSTED-SCORE = LB-RAW-SCORE2(LB-IDX)
025075         + LB-ADJUST2(LB-IDX)
025076     IF ADJUSTED-SCORE < 0
025077         DISPLAY "WARNING: SCORE2 FLOORED AT ZERO FOR "
025078             LB-OPPONENT-NAME(LB-IDX)
025079         MOVE 0 TO ADJUSTED-SCORE
025080     END-IF
025081     MOVE ADJUSTED-SCORE TO LB-SCORE2(LB-IDX).
025082 2910-EXIT.
025083     EXIT.
025084*
025085***************************************************************
025100*    3000-FINALIZE                                             *
025200*    RANK THE OPPONENTS BY CUMULATIVE SCORE1 (HIGH TO LOW) AND  *
025300*    WRITE THE LEADERBOARD FILE.                                *
026200         MOVE LB-SCORE1(LB-IDX) TO LL-SCORE1
026300         MOVE LB-SCORE2(LB-IDX) TO LL-SCORE2
026400         MOVE LB-ROUNDS(LB-IDX) TO LL-ROUNDS
026410         MOVE LB-RAW-SCORE1(LB-IDX) TO LL-RAW-SCORE1
026420         MOVE LB-ADJUST1(LB-IDX) TO LL-ADJUST1
026430         MOVE LB-RAW-SCORE2(LB-IDX) TO LL-RAW-SCORE2
026440         MOVE LB-ADJUST2(LB-IDX) TO LL-ADJUST2
026500         WRITE LEADERBOARD-LINE
026600     END-PERFORM
026700*
026960     END-IF
027000     DISPLAY "Opponents ranked >>> " LEADERBOARD-COUNT
027010     DISPLAY "Retired skipped >>> " RETIRED-COUNT
027020     DISPLAY "Cache totals reused >>> " CACHE-HIT-COUNT
027030     DISPLAY "Adjustments applied >>> " ADJUSTMENT-COUNT.
027100 3000-EXIT.
027200     EXIT.
027300*
027385         MOVE LB-SCORE1(LB-IDX) TO HL-SCORE1
027386         MOVE LB-SCORE2(LB-IDX) TO HL-SCORE2
027387         MOVE LB-ROUNDS(LB-IDX) TO HL-ROUNDS
027388         MOVE LB-RAW-SCORE1(LB-IDX) TO HL-RAW-SCORE1
027389         MOVE LB-RAW-SCORE2(LB-IDX) TO HL-RAW-SCORE2
027390         MOVE LB-ADJUST1(LB-IDX) TO HL-ADJUST1
027391         MOVE LB-ADJUST2(LB-IDX) TO HL-ADJUST2
027392         WRITE LB-HISTORY-RECORD
027393             INVALID KEY
027394                 DISPLAY "FATAL: HISTORY WRITE "
027395                     HL-OPPONENT-NAME " STATUS="
027396                     HISTORY-STATUS
027397                 MOVE 16 TO RETURN-CODE
027398                 STOP RUN
027399         END-WRITE
027400     END-PERFORM
027401     CLOSE HISTORY-FILE.
027402 3300-EXIT.
027403     EXIT.
027404*
027410***************************************************************
027420*    3310-PURGE-TODAYS-HISTORY                                 *
027430*    POSITION AT THE FIRST KEY OF TODAY'S DATE AND DELETE      *
029900     MOVE LB-SCORE1(SORT-COMPARE-IDX) TO LH-SCORE1
030000     MOVE LB-SCORE2(SORT-COMPARE-IDX) TO LH-SCORE2
030100     MOVE LB-ROUNDS(SORT-COMPARE-IDX) TO LH-ROUNDS
030110     MOVE LB-RAW-SCORE1(SORT-COMPARE-IDX) TO LH-RAW-SCORE1
030120     MOVE LB-RAW-SCORE2(SORT-COMPARE-IDX) TO LH-RAW-SCORE2
030130     MOVE LB-ADJUST1(SORT-COMPARE-IDX) TO LH-ADJUST1
030140     MOVE LB-ADJUST2(SORT-COMPARE-IDX) TO LH-ADJUST2
030200*
030300     MOVE LB-OPPONENT-NAME(SORT-COMPARE-IDX + 1)
030400         TO LB-OPPONENT-NAME(SORT-COMPARE-IDX)
030800         TO LB-SCORE2(SORT-COMPARE-IDX)
030900     MOVE LB-ROUNDS(SORT-COMPARE-IDX + 1)
031000         TO LB-ROUNDS(SORT-COMPARE-IDX)
031010     MOVE LB-RAW-SCORE1(SORT-COMPARE-IDX + 1)
031020         TO LB-RAW-SCORE1(SORT-COMPARE-IDX)
031030     MOVE LB-RAW-SCORE2(SORT-COMPARE-IDX + 1)
031040         TO LB-RAW-SCORE2(SORT-COMPARE-IDX)
031050     MOVE LB-ADJUST1(SORT-COMPARE-IDX + 1)
031060         TO LB-ADJUST1(SORT-COMPARE-IDX)
031070     MOVE LB-ADJUST2(SORT-COMPARE-IDX + 1)
031080         TO LB-ADJUST2(SORT-COMPARE-IDX)
031100*
031200     MOVE LH-OPPONENT-NAME
031300         TO LB-OPPONENT-NAME(SORT-COMPARE-IDX + 1)
031350     MOVE LH-DIVISION TO LB-DIVISION(SORT-COMPARE-IDX + 1)
031400     MOVE LH-SCORE1 TO LB-SCORE1(SORT-COMPARE-IDX + 1)
031500     MOVE LH-SCORE2 TO LB-SCORE2(SORT-COMPARE-IDX + 1)
031600     MOVE LH-ROUNDS TO LB-ROUNDS(SORT-COMPARE-IDX + 1)
031610     MOVE LH-RAW-SCORE1 TO LB-RAW-SCORE1(SORT-COMPARE-IDX + 1)
031620     MOVE LH-RAW-SCORE2 TO LB-RAW-SCORE2(SORT-COMPARE-IDX + 1)
031630     MOVE LH-ADJUST1 TO LB-ADJUST1(SORT-COMPARE-IDX + 1)
031640     MOVE LH-ADJUST2 TO LB-ADJUST2(SORT-COMPARE-IDX + 1).
031700 3200-EXIT.
031800     EXIT.
031900*
036500             MOVE LB-SCORE1(DIV-SUB) TO LL-SCORE1
036600             MOVE LB-SCORE2(DIV-SUB) TO LL-SCORE2
036700             MOVE LB-ROUNDS(DIV-SUB) TO LL-ROUNDS
036710             MOVE LB-RAW-SCORE1(DIV-SUB) TO LL-RAW-SCORE1
036720             MOVE LB-ADJUST1(DIV-SUB) TO LL-ADJUST1
036730             MOVE LB-RAW-SCORE2(DIV-SUB) TO LL-RAW-SCORE2
036740             MOVE LB-ADJUST2(DIV-SUB) TO LL-ADJUST2
036800             WRITE LEADERBOARD-LINE
036900         END-IF
037000     END-PERFORM.
043800*    TRL WHOSE DETAIL COUNT AND SCORE HASH TOTALS THE LEAGUE   *
043900*    BALANCES THE SUBMISSION AGAINST - THIS FILE IS THE        *
044000*    SUBMISSION OF RECORD, SO A WRITE FAILURE IS FATAL.        *
044010*    THE SCORES AND HASHES ARE THE NET (ADJUSTED) TOTALS.      *
044100***************************************************************
044200 3500-WRITE-INTERCHANGE.
044300     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-STANDINGS-FILE"
057700     END-WRITE.
057800 2180-EXIT.
057900     EXIT.
057910*
057920***************************************************************
057930*    8900-READ-PROCESSING-DATE                                 *
057940*    THE RUN DATE IS THE SHOP PROCESSING DATE ON THE CONTROL   *
057950*    RECORD (SEE PROCDATEREC.CPY), NOT THE SYSTEM CLOCK - ONLY *
057960*    DATE-ROLL MOVES IT ON. NO CONTROL RECORD, OR NO VALID     *
057970*    DATE ON IT, IS FATAL.                                     *
057980***************************************************************
057990 8900-READ-PROCESSING-DATE.
058000     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-PROCESSING-DATE-FILE"
058010     IF ENV-VALUE NOT = SPACES
058020         MOVE ENV-VALUE TO PROCESSING-DATE-NAME
058030     END-IF
058040     OPEN INPUT PROCESSING-DATE-FILE
058050     IF PROCESSING-DATE-STATUS NOT = "00"
058060         DISPLAY "FATAL: OPEN INPUT PROCESSING-DATE-FILE, STATUS="
058070             PROCESSING-DATE-STATUS
058080         MOVE 16 TO RETURN-CODE
058090         STOP RUN
058100     END-IF
058110     READ PROCESSING-DATE-FILE
058120         AT END
058130             MOVE SPACES TO PROCESSING-DATE-RECORD
058140     END-READ
058150     CLOSE PROCESSING-DATE-FILE
058160     IF PD-PROCESSING-DATE NOT NUMERIC
058170             OR PD-PROCESSING-DATE = 0
058180         DISPLAY "FATAL: NO PROCESSING DATE ON "
058190             PROCESSING-DATE-NAME
058200         MOVE 16 TO RETURN-CODE
058210         STOP RUN
058220     END-IF
058230     MOVE PD-PROCESSING-DATE TO CURRENT-DATE-YYYYMMDD.
058240 8900-EXIT.
058250     EXIT.
