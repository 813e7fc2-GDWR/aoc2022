000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     Aoc2022Day2WhatIf.
000300 AUTHOR.         GDWR.
000400 INSTALLATION.   AOC2022 SCORING SHOP.
000500 DATE-WRITTEN.   10-15-26.
000600 DATE-COMPILED.  10-15-26.
000700*
000800***************************************************************
000900*    LEAGUE-WIDE WHAT-IF RESCORE.                              *
001000*    SCORES EVERY ACTIVE OPPONENT'S DATA-FILE TWICE IN ONE     *
001100*    PASS - ONCE UNDER THE RULESET VERSION IN FORCE FROM THE   *
001200*    RULESET LIBRARY (SEE RULELIBREC.CPY; SAME SELECTION AS    *
001300*    1450-SELECT-RULESET IN MAIN.CBL) AND ONCE UNDER A         *
001400*    CANDIDATE RULESET FILE NOT YET IN THE LIBRARY - AND       *
001500*    PRINTS A SIDE-BY-SIDE RANKING: OLD AND NEW SCORE1/SCORE2, *
001600*    OLD AND NEW RANK (BY SCORE1, TIES IN MASTER ORDER, SAME   *
001700*    AS THE LEADERBOARD), AND A DIVISION-LEADER SECTION THAT   *
001800*    FLAGS EVERY DIVISION WHOSE LEADER WOULD CHANGE. THE RULES *
001900*    COMMITTEE SIGNS THIS OFF BEFORE RULELIB-MAINT ADDS THE    *
002000*    VERSION.                                                  *
002100*                                                               *
002200*    THIS IS A SIMULATION ONLY: THE LEADERBOARD HISTORY, SCORE *
002300*    CACHE, RUN LOG, BATCH CONTROL FILE AND STANDINGS FEED ARE *
002400*    NEVER OPENED, AND EVERY DATA-FILE IS OPENED INPUT.        *
002500*                                                               *
002600*    DAY2-RULELIB-RULESET-FILE NAMES THE CANDIDATE (THE SAME   *
002700*    SETTING RULELIB-MAINT TAKES); DAY2-SCORING-DATE PICKS THE *
002800*    DATE THE IN-FORCE VERSION IS SELECTED FOR (DEFAULT        *
002900*    TODAY). WITH NO LIBRARY ON FILE THE IN-FORCE SIDE FALLS   *
003000*    BACK TO DAY2-RULESET-FILE, AS MAIN.CBL DOES.              *
003100*                                                               *
003200*    MODIFICATION HISTORY                                      *
003300*    -------------------                                       *
003400*    10-15-26  GDWR  ORIGINAL.                                  *
003410*    10-15-26  GDWR  BOTH SIDES ARE NOW NET OF THE ADJUSTMENT   *
003420*                    LEDGER (SEE ADJREC.CPY) AS OF THE SCORING *
003430*                    DATE, SO THE OLD RANKS MATCH WHAT THE     *
003440*                    LEADERBOARD RANKS ON; EACH LINE SHOWS THE *
003450*                    ADJUSTMENT SEPARATELY. THE LEDGER IS      *
003460*                    OPENED INPUT ONLY.                        *
003465*    10-15-26  GDWR  THE RUN DATE NOW COMES FROM THE SHOP       *
003470*                    PROCESSING-DATE CONTROL RECORD (SEE        *
003475*                    PROCDATEREC.CPY) INSTEAD OF THE SYSTEM     *
003480*                    CLOCK, SO A NIGHT THAT RUNS PAST MIDNIGHT  *
003485*                    KEEPS ONE DATE. DAY2-SCORING-DATE STILL    *
003490*                    OVERRIDES IT.                              *
003500***************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900*
004000     SELECT OPPONENT-MASTER-FILE ASSIGN TO
004100         OPPONENT-MASTER-NAME
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS OM-OPPONENT-NAME
004500         FILE STATUS IS OPPONENT-MASTER-STATUS.
004600*
004700     SELECT DATA-FILE ASSIGN TO DATA-FILE-NAME
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS ROUND-NUMBER OF ROUND-RECORD
005100         FILE STATUS IS DATA-STATUS.
005200*
005300     SELECT RULESET-FILE ASSIGN TO RULESET-FILE-NAME
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS RULESET-STATUS.
005600*
005700     SELECT RULE-LIBRARY-FILE ASSIGN TO RULE-LIBRARY-NAME
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS RULE-LIBRARY-STATUS.
006000*
006100     SELECT WHATIF-REPORT-FILE ASSIGN TO WHATIF-REPORT-NAME
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WHATIF-REPORT-STATUS.
006400*
006410     SELECT OPTIONAL ADJUSTMENT-FILE ASSIGN TO
006420         ADJUSTMENT-FILE-NAME
006430         ORGANIZATION IS INDEXED
006440         ACCESS MODE IS DYNAMIC
006450         RECORD KEY IS AJ-ADJUSTMENT-KEY
006460         FILE STATUS IS ADJUSTMENT-STATUS.
006470*
006475     SELECT PROCESSING-DATE-FILE ASSIGN TO
006480         PROCESSING-DATE-NAME
006485         ORGANIZATION IS LINE SEQUENTIAL
006490         FILE STATUS IS PROCESSING-DATE-STATUS.
006495*
006500 DATA DIVISION.
006600 FILE SECTION.
006700*
006800 FD  OPPONENT-MASTER-FILE.
006900     COPY OPPMSTR.
007000*
007100 FD  DATA-FILE.
007200     COPY ROUNDREC.
007300*
007400 FD  RULESET-FILE.
007500     COPY RULESET.
007600*
007700 FD  RULE-LIBRARY-FILE.
007800     COPY RULELIBREC.
007900*
008000 FD  WHATIF-REPORT-FILE.
008100 01  WHATIF-LINE.
008200     05  WL-NEW-RANK             PIC 9(03).
008300     05  FILLER                  PIC X(01) VALUE SPACE.
008400     05  WL-OLD-RANK             PIC 9(03).
008500     05  FILLER                  PIC X(01) VALUE SPACE.
008600     05  WL-RANK-CHANGE          PIC +9(03).
008700     05  FILLER                  PIC X(01) VALUE SPACE.
008800     05  WL-OPPONENT-NAME        PIC X(20).
008900     05  FILLER                  PIC X(01) VALUE SPACE.
009000     05  WL-DIVISION             PIC X(10).
009100     05  FILLER                  PIC X(01) VALUE SPACE.
009200     05  WL-OLD-SCORE1           PIC 9(10).
009300     05  FILLER                  PIC X(01) VALUE SPACE.
009400     05  WL-NEW-SCORE1           PIC 9(10).
009500     05  FILLER                  PIC X(01) VALUE SPACE.
009600     05  WL-OLD-SCORE2           PIC 9(10).
009700     05  FILLER                  PIC X(01) VALUE SPACE.
009800     05  WL-NEW-SCORE2           PIC 9(10).
009810     05  FILLER                  PIC X(01) VALUE SPACE.
009820     05  WL-ADJUST1              PIC +9(09).
009830     05  FILLER                  PIC X(01) VALUE SPACE.
009840     05  WL-ADJUST2              PIC +9(09).
009900 01  WHATIF-DIVISION-LINE.
010000     05  WD-DIVISION             PIC X(10).
010100     05  FILLER                  PIC X(01) VALUE SPACE.
010200     05  WD-OLD-LEADER           PIC X(20).
010300     05  FILLER                  PIC X(01) VALUE SPACE.
010400     05  WD-NEW-LEADER           PIC X(20).
010500     05  FILLER                  PIC X(01) VALUE SPACE.
010600     05  WD-CHANGE               PIC X(08).
010610 01  WHATIF-HEADER-LINE          PIC X(110).
010620*
010630 FD  ADJUSTMENT-FILE.
010640     COPY ADJREC.
010800*
010810 FD  PROCESSING-DATE-FILE.
010820     COPY PROCDATEREC.
010830*
010900 WORKING-STORAGE SECTION.
011000*
011100 77  OPPONENT-MASTER-NAME        PIC X(80)
011200     VALUE "./oppmaster.dat".
011300 77  DATA-FILE-NAME              PIC X(80) VALUE SPACES.
011400 77  RULESET-FILE-NAME           PIC X(80)
011500     VALUE "./ruleset.dat".
011600 77  RULE-LIBRARY-NAME           PIC X(80)
011700     VALUE "./rulelib.dat".
011800 77  CANDIDATE-FILE-NAME         PIC X(80) VALUE SPACES.
011900 77  WHATIF-REPORT-NAME          PIC X(80)
012000     VALUE "./whatif.txt".
012010 77  ADJUSTMENT-FILE-NAME        PIC X(80)
012020     VALUE "./adjledger.dat".
012030 77  PROCESSING-DATE-NAME        PIC X(80)
012040     VALUE "./procdate.dat".
012100 77  ENV-VALUE                   PIC X(80).
012200*
012300 77  OPPONENT-MASTER-STATUS      PIC X(02) VALUE SPACES.
012400 77  DATA-STATUS                 PIC X(02) VALUE SPACES.
012500 77  RULESET-STATUS              PIC X(02) VALUE SPACES.
012600 77  RULE-LIBRARY-STATUS         PIC X(02) VALUE SPACES.
012700 77  WHATIF-REPORT-STATUS        PIC X(02) VALUE SPACES.
012710 77  ADJUSTMENT-STATUS           PIC X(02) VALUE SPACES.
012720 77  PROCESSING-DATE-STATUS      PIC X(02) VALUE SPACES.
012800*
012900 77  OPPONENT-EOF-SWITCH         PIC X(01) VALUE "N".
013000     88  OPPONENT-EOF                      VALUE "Y".
013100 77  DATA-EOF-SWITCH             PIC X(01) VALUE "N".
013200     88  DATA-EOF                          VALUE "Y".
013300 77  RULESET-EOF-SWITCH          PIC X(01) VALUE "N".
013400     88  RULESET-EOF                       VALUE "Y".
013500 77  LIBRARY-EOF-SWITCH          PIC X(01) VALUE "N".
013600     88  LIBRARY-EOF                       VALUE "Y".
013700 77  LIBRARY-GIVEN-SWITCH        PIC X(01) VALUE "N".
013800     88  LIBRARY-GIVEN                     VALUE "Y".
013900 77  VERSION-FOUND-SWITCH        PIC X(01) VALUE "N".
014000     88  VERSION-FOUND                     VALUE "Y".
014100 77  VALID-RECORD-SWITCH         PIC X(01) VALUE "Y".
014200     88  VALID-RECORD                      VALUE "Y".
014300     88  INVALID-RECORD                    VALUE "N".
014400 77  DIV-FOUND-SWITCH            PIC X(01) VALUE "N".
014500     88  DIV-FOUND                         VALUE "Y".
014600 77  SWAP-SWITCH                 PIC X(01) VALUE "N".
014700     88  SWAP-NEEDED                       VALUE "Y".
014710 77  ADJUSTMENT-EOF-SWITCH       PIC X(01) VALUE "N".
014720     88  ADJUSTMENT-EOF                    VALUE "Y".
014800*
014900 77  CURRENT-DATE-YYYYMMDD       PIC 9(08) VALUE 0.
015000 77  SCORING-DATE                PIC 9(08) VALUE 0.
015100 77  SELECTED-VERSION            PIC X(08) VALUE SPACES.
015200 77  SELECTED-EFFECTIVE-DATE     PIC 9(08) VALUE 0.
015300 77  CANDIDATE-NAME              PIC X(08) VALUE SPACES.
015400 77  CANDIDATE-VERSION           PIC X(08) VALUE SPACES.
015500 77  RULE-ID                     PIC X(03) VALUE SPACES.
015600*
015700 77  ROUND-COUNT                 PIC 9(05) VALUE 0.
015800 77  OLD-SCORE1                  PIC 9(10) VALUE 0.
015900 77  OLD-SCORE2                  PIC 9(10) VALUE 0.
016000 77  NEW-SCORE1                  PIC 9(10) VALUE 0.
016100 77  NEW-SCORE2                  PIC 9(10) VALUE 0.
016200 77  OLD-REJECT-COUNT            PIC 9(05) VALUE 0.
016300 77  NEW-REJECT-COUNT            PIC 9(05) VALUE 0.
016400 77  RANK-CHANGE                 PIC S9(03) COMP VALUE 0.
016410 77  OPPONENT-ADJUST1            PIC S9(09) VALUE 0.
016420 77  OPPONENT-ADJUST2            PIC S9(09) VALUE 0.
016430 77  ADJUSTED-SCORE              PIC S9(11) VALUE 0.
016500*
016600 77  RETIRED-COUNT               PIC 9(03) VALUE 0.
016700 77  SKIPPED-COUNT               PIC 9(03) VALUE 0.
016800 77  MOVED-COUNT                 PIC 9(03) VALUE 0.
016900 77  LEADER-CHANGE-COUNT         PIC 9(03) VALUE 0.
017000*
017100 77  WHATIF-COUNT                PIC 9(03) VALUE 0.
017200 01  WHATIF-TABLE.
017300     05  WHATIF-ENTRY OCCURS 50 TIMES.
017400         10  WI-SEQUENCE         PIC 9(03).
017500         10  WI-OPPONENT-NAME    PIC X(20).
017600         10  WI-DIVISION         PIC X(10).
017700         10  WI-OLD-SCORE1       PIC 9(10).
017800         10  WI-OLD-SCORE2       PIC 9(10).
017900         10  WI-NEW-SCORE1       PIC 9(10).
018000         10  WI-NEW-SCORE2       PIC 9(10).
018100         10  WI-ROUNDS           PIC 9(05).
018200         10  WI-OLD-RANK         PIC 9(03).
018300         10  WI-NEW-RANK         PIC 9(03).
018310         10  WI-ADJUST1          PIC S9(09).
018320         10  WI-ADJUST2          PIC S9(09).
018330 01  WHATIF-HOLD                 PIC X(102).
018500*
018600 77  ENTRY-SUB                   PIC 9(03) COMP VALUE 0.
018700 77  DIV-SUB                     PIC 9(03) COMP VALUE 0.
018800 77  SORT-PASS-IDX               PIC 9(03) VALUE 0.
018900 77  SORT-COMPARE-IDX            PIC 9(03) VALUE 0.
019000 77  DIV-SEEN-COUNT              PIC 9(03) VALUE 0.
019100 77  OLD-LEADER-RANK             PIC 9(03) VALUE 0.
019200 77  NEW-LEADER-RANK             PIC 9(03) VALUE 0.
019300 01  DIVISION-SEEN-TABLE.
019400     05  DIV-SEEN-NAME OCCURS 50 TIMES
019500                                 PIC X(10).
019600*
019700     COPY RULETBL.
019800*
019900 01  CANDIDATE-RULE-TABLE.
020000     05  CANDIDATE-RULE-ENTRY OCCURS 9 TIMES.
020100         10  CR-RULE-ID          PIC X(03).
020200         10  CR-OPPONENT-SHAPE   PIC X(08).
020300         10  CR-MY-SHAPE         PIC X(08).
020400         10  CR-OUTCOME          PIC X(08).
020500         10  CR-SCORE1-DELTA     PIC 9(04).
020600         10  CR-SCORE2-DELTA     PIC 9(04).
020700 77  CANDIDATE-RULE-COUNT        PIC 9(02) COMP VALUE 0.
020800*
020900 PROCEDURE DIVISION.
021000*
021100***************************************************************
021200*    0000-MAINLINE                                             *
021300***************************************************************
021400 0000-MAINLINE.
021500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021600     PERFORM 2000-PROCESS-OPPONENTS THRU 2000-EXIT
021700     PERFORM 3000-RANK-BOTH-WAYS THRU 3000-EXIT
021800     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT
021900     PERFORM 5000-FINALIZE THRU 5000-EXIT
022000     STOP RUN.
022100*
022200***************************************************************
022300*    1000-INITIALIZE                                           *
022400*    THE CANDIDATE IS LOADED FIRST AND PARKED IN ITS OWN       *
022500*    TABLE, THEN THE IN-FORCE VERSION IS SELECTED AND LOADED   *
022600*    INTO THE SHARED RULE TABLE (SEE RULETBL).                 *
022700***************************************************************
022800 1000-INITIALIZE.
022900     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-OPPONENT-MASTER"
023000     IF ENV-VALUE NOT = SPACES
023100         MOVE ENV-VALUE TO OPPONENT-MASTER-NAME
023200     END-IF
023300*
023400     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-WHATIF-REPORT"
023500     IF ENV-VALUE NOT = SPACES
023600         MOVE ENV-VALUE TO WHATIF-REPORT-NAME
023700     END-IF
023800*
023900     ACCEPT ENV-VALUE FROM ENVIRONMENT
024000         "DAY2-RULELIB-RULESET-FILE"
024100     IF ENV-VALUE NOT = SPACES
024200         MOVE ENV-VALUE TO CANDIDATE-FILE-NAME
024300     ELSE
024400         DISPLAY "FATAL: DAY2-RULELIB-RULESET-FILE IS REQUIRED"
024500         MOVE 16 TO RETURN-CODE
024600         STOP RUN
024700     END-IF
024800*
024900     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-RULESET-FILE"
025000     IF ENV-VALUE NOT = SPACES
025100         MOVE ENV-VALUE TO RULESET-FILE-NAME
025200     END-IF
025300*
025310     PERFORM 8900-READ-PROCESSING-DATE THRU 8900-EXIT
025500     MOVE CURRENT-DATE-YYYYMMDD TO SCORING-DATE
025600     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-SCORING-DATE"
025700     IF ENV-VALUE NOT = SPACES
025800         IF ENV-VALUE(1:8) NUMERIC
025900             MOVE ENV-VALUE TO SCORING-DATE
026000         ELSE
026100             DISPLAY "FATAL: DAY2-SCORING-DATE MUST BE A "
026200                 "YYYYMMDD DATE"
026300             MOVE 16 TO RETURN-CODE
026400             STOP RUN
026500         END-IF
026600     END-IF
026700*
026800     PERFORM 1100-LOAD-CANDIDATE THRU 1100-EXIT
026900     PERFORM 1200-SELECT-IN-FORCE THRU 1200-EXIT
027000     PERFORM 1300-LOAD-RULESET THRU 1300-EXIT
027100     IF VERSION-FOUND
027200             AND RULESET-VERSION NOT = SELECTED-VERSION
027300         DISPLAY "FATAL: LIBRARY VERSION " SELECTED-VERSION
027400             " BUT RULESET FILE CARRIES " RULESET-VERSION
027500         MOVE 16 TO RETURN-CODE
027600         STOP RUN
027700     END-IF
027800     IF CANDIDATE-VERSION = RULESET-VERSION
027900         DISPLAY "WARNING: CANDIDATE CARRIES THE IN-FORCE "
028000             "VERSION " RULESET-VERSION
028100     END-IF
028200*
028300     OPEN INPUT OPPONENT-MASTER-FILE
028400     IF OPPONENT-MASTER-STATUS NOT = "00"
028500         DISPLAY "FATAL: OPEN OPPONENT-MASTER-FILE, STATUS="
028600             OPPONENT-MASTER-STATUS
028700         MOVE 16 TO RETURN-CODE
028800         STOP RUN
028900     END-IF
029000     OPEN OUTPUT WHATIF-REPORT-FILE
029100     IF WHATIF-REPORT-STATUS NOT = "00"
029200         DISPLAY "FATAL: OPEN OUTPUT WHATIF-REPORT, STATUS="
029300             WHATIF-REPORT-STATUS
029400         MOVE 16 TO RETURN-CODE
029500         STOP RUN
029510     END-IF
029520     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-ADJUSTMENT-LEDGER"
029530     IF ENV-VALUE NOT = SPACES
029540         MOVE ENV-VALUE TO ADJUSTMENT-FILE-NAME
029550     END-IF
029560     OPEN INPUT ADJUSTMENT-FILE
029570     IF ADJUSTMENT-STATUS NOT = "00"
029580             AND ADJUSTMENT-STATUS NOT = "05"
029590         DISPLAY "FATAL: OPEN INPUT ADJUSTMENT-FILE, STATUS="
029600             ADJUSTMENT-STATUS
029610         MOVE 16 TO RETURN-CODE
029620         STOP RUN
029630     END-IF.
029700 1000-EXIT.
029800     EXIT.
029900*
030000***************************************************************
030100*    1100-LOAD-CANDIDATE                                       *
030200*    LOAD THE CANDIDATE THROUGH THE ORDINARY RULESET LOAD (SO  *
030300*    IT MEETS THE SAME ONE-HDR / NINE-RUL TEST A SCORING RUN   *
030400*    APPLIES), PARK IT, AND CLEAR THE SHARED TABLE FOR THE     *
030500*    IN-FORCE LOAD.                                            *
030600***************************************************************
030700 1100-LOAD-CANDIDATE.
030800     MOVE RULESET-FILE-NAME TO ENV-VALUE
030900     MOVE CANDIDATE-FILE-NAME TO RULESET-FILE-NAME
031000     PERFORM 1300-LOAD-RULESET THRU 1300-EXIT
031100     MOVE RULE-TABLE TO CANDIDATE-RULE-TABLE
031200     MOVE RULE-COUNT TO CANDIDATE-RULE-COUNT
031300     MOVE RULESET-NAME TO CANDIDATE-NAME
031400     MOVE RULESET-VERSION TO CANDIDATE-VERSION
031500     MOVE ENV-VALUE TO RULESET-FILE-NAME
031600     MOVE SPACES TO RULESET-NAME
031700     MOVE SPACES TO RULESET-VERSION
031800     MOVE 0 TO RULE-COUNT
031900     MOVE "N" TO RULESET-EOF-SWITCH.
032000 1100-EXIT.
032100     EXIT.
032200*
032300***************************************************************
032400*    1200-SELECT-IN-FORCE                                      *
032500*    SAME RULES AS 1450-SELECT-RULESET IN MAIN.CBL: THE        *
032600*    LIBRARY VERSION WITH THE LATEST EFFECTIVE DATE NOT AFTER  *
032700*    THE SCORING DATE. A MISSING LIBRARY IS ONLY FATAL WHEN    *
032800*    DAY2-RULESET-LIBRARY NAMED IT EXPLICITLY.                 *
032900***************************************************************
033000 1200-SELECT-IN-FORCE.
033100     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-RULESET-LIBRARY"
033200     IF ENV-VALUE NOT = SPACES
033300         MOVE ENV-VALUE TO RULE-LIBRARY-NAME
033400         SET LIBRARY-GIVEN TO TRUE
033500     END-IF
033600     OPEN INPUT RULE-LIBRARY-FILE
033700     IF RULE-LIBRARY-STATUS NOT = "00"
033800         IF LIBRARY-GIVEN
033900             DISPLAY "FATAL: OPEN RULE-LIBRARY-FILE FAILED, "
034000                 "STATUS=" RULE-LIBRARY-STATUS
034100             MOVE 16 TO RETURN-CODE
034200             STOP RUN
034300         END-IF
034400         DISPLAY "WARNING: NO RULESET LIBRARY - IN-FORCE SIDE "
034500             "USES " RULESET-FILE-NAME
034600         GO TO 1200-EXIT
034700     END-IF
034800     PERFORM UNTIL LIBRARY-EOF
034900         READ RULE-LIBRARY-FILE
035000             AT END
035100                 SET LIBRARY-EOF TO TRUE
035200             NOT AT END
035300                 PERFORM 1210-CHECK-ONE-VERSION THRU 1210-EXIT
035400         END-READ
035500     END-PERFORM
035600     CLOSE RULE-LIBRARY-FILE
035700     IF NOT VERSION-FOUND
035800         DISPLAY "FATAL: NO RULESET VERSION IN FORCE ON "
035900             SCORING-DATE
036000         MOVE 16 TO RETURN-CODE
036100         STOP RUN
036200     END-IF.
036300 1200-EXIT.
036400     EXIT.
036500*
036600***************************************************************
036700*    1210-CHECK-ONE-VERSION                                    *
036800***************************************************************
036900 1210-CHECK-ONE-VERSION.
037000     IF RV-RECORD-TYPE NOT = "VER"
037100         DISPLAY "FATAL: BAD RULE-LIBRARY RECORD "
037200             RV-RECORD-TYPE
037300         MOVE 16 TO RETURN-CODE
037400         STOP RUN
037500     END-IF
037600     IF RV-EFFECTIVE-DATE NOT NUMERIC
037700         DISPLAY "FATAL: NONNUMERIC EFFECTIVE DATE ON VERSION "
037800             RV-RULESET-VERSION
037900         MOVE 16 TO RETURN-CODE
038000         STOP RUN
038100     END-IF
038200     IF RV-EFFECTIVE-DATE <= SCORING-DATE
038300         IF NOT VERSION-FOUND
038400                 OR RV-EFFECTIVE-DATE > SELECTED-EFFECTIVE-DATE
038500             SET VERSION-FOUND TO TRUE
038600             MOVE RV-RULESET-VERSION TO SELECTED-VERSION
038700             MOVE RV-EFFECTIVE-DATE TO SELECTED-EFFECTIVE-DATE
038800             MOVE RV-RULESET-FILE TO RULESET-FILE-NAME
038900         END-IF
039000     END-IF.
039100 1210-EXIT.
039200     EXIT.
039300*
039400***************************************************************
039500*    1300-LOAD-RULESET                                         *
039600*    LOAD RULESET-FILE-NAME INTO THE RULE TABLE (SEE RULETBL). *
039700*    ONE HDR LINE AND EXACTLY NINE RUL LINES, OR THE RUN       *
039800*    ABENDS - SAME POLICY AS MAIN.CBL.                         *
039900***************************************************************
040000 1300-LOAD-RULESET.
040100     OPEN INPUT RULESET-FILE
040200     IF RULESET-STATUS NOT = "00"
040300         DISPLAY "FATAL: OPEN INPUT RULESET-FILE FAILED, STATUS="
040400             RULESET-STATUS " FILE " RULESET-FILE-NAME
040500         MOVE 16 TO RETURN-CODE
040600         STOP RUN
040700     END-IF
040800     PERFORM UNTIL RULESET-EOF
040900         READ RULESET-FILE
041000             AT END
041100                 SET RULESET-EOF TO TRUE
041200             NOT AT END
041300                 EVALUATE RS-RECORD-TYPE
041400                     WHEN "HDR"
041500                         MOVE RS-RULESET-NAME TO RULESET-NAME
041600                         MOVE RS-RULESET-VERSION
041700                             TO RULESET-VERSION
041800                     WHEN "RUL"
041900                         PERFORM 1310-STORE-ONE-RULE
042000                             THRU 1310-EXIT
042100                     WHEN OTHER
042200                         DISPLAY "FATAL: BAD RULESET RECORD "
042300                             RS-RECORD-TYPE
042400                         MOVE 16 TO RETURN-CODE
042500                         STOP RUN
042600                 END-EVALUATE
042700         END-READ
042800     END-PERFORM
042900     CLOSE RULESET-FILE
043000     IF RULE-COUNT NOT = 9 OR RULESET-NAME = SPACES
043100         DISPLAY "FATAL: RULESET INCOMPLETE - HEADER "
043200             RULESET-NAME " RULES " RULE-COUNT
043300         MOVE 16 TO RETURN-CODE
043400         STOP RUN
043500     END-IF.
043600 1300-EXIT.
043700     EXIT.
043800*
043900***************************************************************
044000*    1310-STORE-ONE-RULE                                       *
044100***************************************************************
044200 1310-STORE-ONE-RULE.
044300     IF RULE-COUNT >= 9
044400         DISPLAY "FATAL: RULESET HAS MORE THAN 9 RULES"
044500         MOVE 16 TO RETURN-CODE
044600         STOP RUN
044700     END-IF
044800     IF RS-SCORE1-DELTA NOT NUMERIC
044900             OR RS-SCORE2-DELTA NOT NUMERIC
045000         DISPLAY "FATAL: NONNUMERIC DELTAS ON RULE "
045100             RS-RULE-ID
045200         MOVE 16 TO RETURN-CODE
045300         STOP RUN
045400     END-IF
045500     ADD 1 TO RULE-COUNT
045600     MOVE RS-RULE-ID TO RT-RULE-ID(RULE-COUNT)
045700     MOVE RS-OPPONENT-SHAPE TO RT-OPPONENT-SHAPE(RULE-COUNT)
045800     MOVE RS-MY-SHAPE TO RT-MY-SHAPE(RULE-COUNT)
045900     MOVE RS-OUTCOME TO RT-OUTCOME(RULE-COUNT)
046000     MOVE RS-SCORE1-DELTA TO RT-SCORE1-DELTA(RULE-COUNT)
046100     MOVE RS-SCORE2-DELTA TO RT-SCORE2-DELTA(RULE-COUNT).
046200 1310-EXIT.
046300     EXIT.
046400*
046500***************************************************************
046600*    2000-PROCESS-OPPONENTS                                    *
046700*    READ THE OPPONENT MASTER IN NAME ORDER AND SCORE EACH     *
046800*    ACTIVE OPPONENT BOTH WAYS; RETIRED OPPONENTS ARE COUNTED  *
046900*    AND SKIPPED, AS ON THE LEADERBOARD.                       *
047000***************************************************************
047100 2000-PROCESS-OPPONENTS.
047200     PERFORM UNTIL OPPONENT-EOF
047300         READ OPPONENT-MASTER-FILE NEXT RECORD
047400             AT END
047500                 SET OPPONENT-EOF TO TRUE
047600             NOT AT END
047700                 IF OM-RETIRED
047800                     ADD 1 TO RETIRED-COUNT
047900                 ELSE
048000                     PERFORM 2100-SCORE-ONE-OPPONENT
048100                         THRU 2100-EXIT
048200                 END-IF
048300         END-READ
048400     END-PERFORM.
048500 2000-EXIT.
048600     EXIT.
048700*
048800***************************************************************
048900*    2100-SCORE-ONE-OPPONENT                                   *
049000*    ONE READ OF THE DATA-FILE SCORES EVERY ROUND UNDER BOTH   *
049100*    RULESETS. THE SCORE CACHE IS DELIBERATELY NOT CONSULTED - *
049200*    ITS TOTALS ARE FROM WHATEVER RULES LAST SCORED THE FILE.  *
049300***************************************************************
049400 2100-SCORE-ONE-OPPONENT.
049500     MOVE OM-DATA-FILE TO DATA-FILE-NAME
049600     MOVE 0 TO ROUND-COUNT
049700     MOVE 0 TO OLD-SCORE1
049800     MOVE 0 TO OLD-SCORE2
049900     MOVE 0 TO NEW-SCORE1
050000     MOVE 0 TO NEW-SCORE2
050100     MOVE 0 TO OLD-REJECT-COUNT
050200     MOVE 0 TO NEW-REJECT-COUNT
050300     MOVE "N" TO DATA-EOF-SWITCH
050400*
050500     OPEN INPUT DATA-FILE
050600     IF DATA-STATUS NOT = "00"
050700         DISPLAY "SKIPPING OPPONENT " OM-OPPONENT-NAME
050800             " - COULD NOT OPEN " OM-DATA-FILE
050900             " STATUS=" DATA-STATUS
051000         ADD 1 TO SKIPPED-COUNT
051100         GO TO 2100-EXIT
051200     END-IF
051300     PERFORM UNTIL DATA-EOF
051400         READ DATA-FILE NEXT RECORD
051500             AT END
051600                 SET DATA-EOF TO TRUE
051700             NOT AT END
051800                 PERFORM 2200-SCORE-ROUND THRU 2200-EXIT
051900         END-READ
052000     END-PERFORM
052100     CLOSE DATA-FILE
052200*
052300     IF WHATIF-COUNT >= 50
052400         DISPLAY "WHAT-IF TABLE FULL (50 OPPONENTS) - SKIPPING "
052500             OM-OPPONENT-NAME
052600         ADD 1 TO SKIPPED-COUNT
052700         GO TO 2100-EXIT
052800     END-IF
052810     PERFORM 2300-APPLY-ADJUSTMENTS THRU 2300-EXIT
052900     ADD 1 TO WHATIF-COUNT
053000     MOVE WHATIF-COUNT TO WI-SEQUENCE(WHATIF-COUNT)
053100     MOVE OM-OPPONENT-NAME TO WI-OPPONENT-NAME(WHATIF-COUNT)
053200     MOVE OM-DIVISION TO WI-DIVISION(WHATIF-COUNT)
053300     MOVE OLD-SCORE1 TO WI-OLD-SCORE1(WHATIF-COUNT)
053400     MOVE OLD-SCORE2 TO WI-OLD-SCORE2(WHATIF-COUNT)
053500     MOVE NEW-SCORE1 TO WI-NEW-SCORE1(WHATIF-COUNT)
053600     MOVE NEW-SCORE2 TO WI-NEW-SCORE2(WHATIF-COUNT)
053700     MOVE ROUND-COUNT TO WI-ROUNDS(WHATIF-COUNT)
053800     MOVE 0 TO WI-OLD-RANK(WHATIF-COUNT)
053810     MOVE 0 TO WI-NEW-RANK(WHATIF-COUNT)
053820     MOVE OPPONENT-ADJUST1 TO WI-ADJUST1(WHATIF-COUNT)
053830     MOVE OPPONENT-ADJUST2 TO WI-ADJUST2(WHATIF-COUNT).
054000 2100-EXIT.
054100     EXIT.
054200*
054300***************************************************************
054400*    2200-SCORE-ROUND                                          *
054500*    SAME DOMAIN CHECK AS THE LEADERBOARD'S 2200-SCORE-ROUND;  *
054600*    A VALID ROUND IS THEN LOOKED UP SEPARATELY IN EACH TABLE, *
054700*    SO A RULE MISSING FROM ONLY ONE SIDE REJECTS THE ROUND    *
054800*    ON THAT SIDE ONLY.                                        *
054900***************************************************************
055000 2200-SCORE-ROUND.
055100     ADD 1 TO ROUND-COUNT
055200     SET VALID-RECORD TO TRUE
055300     EVALUATE OPPONENT-CHOICE
055400         WHEN "A"
055500         WHEN "B"
055600         WHEN "C"
055700             CONTINUE
055800         WHEN OTHER
055900             SET INVALID-RECORD TO TRUE
056000     END-EVALUATE
056100     IF VALID-RECORD
056200         EVALUATE MY-CHOICE
056300             WHEN "X"
056400             WHEN "Y"
056500             WHEN "Z"
056600                 CONTINUE
056700             WHEN OTHER
056800                 SET INVALID-RECORD TO TRUE
056900         END-EVALUATE
057000     END-IF
057100     IF INVALID-RECORD
057200         ADD 1 TO OLD-REJECT-COUNT
057300         ADD 1 TO NEW-REJECT-COUNT
057400         GO TO 2200-EXIT
057500     END-IF
057600*
057700     MOVE OPPONENT-CHOICE TO RULE-ID(1:1)
057800     MOVE "-" TO RULE-ID(2:1)
057900     MOVE MY-CHOICE TO RULE-ID(3:1)
058000*
058100     MOVE "N" TO RULE-FOUND-SWITCH
058200     MOVE 1 TO RULE-SUB
058300     PERFORM UNTIL RULE-SUB > RULE-COUNT OR RULE-FOUND
058400         IF RT-RULE-ID(RULE-SUB) = RULE-ID
058500             SET RULE-FOUND TO TRUE
058600         ELSE
058700             ADD 1 TO RULE-SUB
058800         END-IF
058900     END-PERFORM
059000     IF RULE-FOUND
059100         ADD RT-SCORE1-DELTA(RULE-SUB) TO OLD-SCORE1
059200         ADD RT-SCORE2-DELTA(RULE-SUB) TO OLD-SCORE2
059300     ELSE
059400         ADD 1 TO OLD-REJECT-COUNT
059500     END-IF
059600*
059700     MOVE "N" TO RULE-FOUND-SWITCH
059800     MOVE 1 TO RULE-SUB
059900     PERFORM UNTIL RULE-SUB > CANDIDATE-RULE-COUNT OR RULE-FOUND
060000         IF CR-RULE-ID(RULE-SUB) = RULE-ID
060100             SET RULE-FOUND TO TRUE
060200         ELSE
060300             ADD 1 TO RULE-SUB
060400         END-IF
060500     END-PERFORM
060600     IF RULE-FOUND
060700         ADD CR-SCORE1-DELTA(RULE-SUB) TO NEW-SCORE1
060800         ADD CR-SCORE2-DELTA(RULE-SUB) TO NEW-SCORE2
060900     ELSE
061000         ADD 1 TO NEW-REJECT-COUNT
061100     END-IF.
061200 2200-EXIT.
061300     EXIT.
061400*
061401***************************************************************
061402*    2300-APPLY-ADJUSTMENTS                                    *
061403*    SUM THIS OPPONENT'S LEDGER ENTRIES EFFECTIVE ON OR BEFORE *
061404*    THE SCORING DATE AND NET THEM INTO BOTH SIDES' TOTALS,    *
061405*    FLOORED AT ZERO - SAME AS THE LEADERBOARD'S               *
061406*    2910-ADJUST-ONE-OPPONENT. A PENALTY DOES NOT DEPEND ON    *
061407*    THE RULESET, SO BOTH SIDES TAKE THE SAME ADJUSTMENT.      *
061408***************************************************************
061409 2300-APPLY-ADJUSTMENTS.
061410     MOVE 0 TO OPPONENT-ADJUST1
061411     MOVE 0 TO OPPONENT-ADJUST2
061412     MOVE "N" TO ADJUSTMENT-EOF-SWITCH
061413     MOVE OM-OPPONENT-NAME TO AJ-OPPONENT-NAME
061414     MOVE 0 TO AJ-EFFECTIVE-DATE
061415     MOVE 0 TO AJ-SEQUENCE
061416     START ADJUSTMENT-FILE KEY IS NOT LESS THAN AJ-ADJUSTMENT-KEY
061417         INVALID KEY
061418             GO TO 2300-EXIT
061419     END-START
061420     PERFORM UNTIL ADJUSTMENT-EOF
061421         READ ADJUSTMENT-FILE NEXT RECORD
061422             AT END
061423                 SET ADJUSTMENT-EOF TO TRUE
061424             NOT AT END
061425                 IF AJ-OPPONENT-NAME NOT = OM-OPPONENT-NAME
061426                         OR AJ-EFFECTIVE-DATE > SCORING-DATE
061427                     SET ADJUSTMENT-EOF TO TRUE
061428                 ELSE
061429                     ADD AJ-SCORE1-ADJUST TO OPPONENT-ADJUST1
061430                     ADD AJ-SCORE2-ADJUST TO OPPONENT-ADJUST2
061431                 END-IF
061432         END-READ
061433     END-PERFORM
061434*
061435     COMPUTE ADJUSTED-SCORE = OLD-SCORE1 + OPPONENT-ADJUST1
061436     IF ADJUSTED-SCORE < 0
061437         MOVE 0 TO ADJUSTED-SCORE
061438     END-IF
061439     MOVE ADJUSTED-SCORE TO OLD-SCORE1
061440     COMPUTE ADJUSTED-SCORE = NEW-SCORE1 + OPPONENT-ADJUST1
061441     IF ADJUSTED-SCORE < 0
061442         MOVE 0 TO ADJUSTED-SCORE
061443     END-IF
061444     MOVE ADJUSTED-SCORE TO NEW-SCORE1
061445     COMPUTE ADJUSTED-SCORE = OLD-SCORE2 + OPPONENT-ADJUST2
061446     IF ADJUSTED-SCORE < 0
061447         MOVE 0 TO ADJUSTED-SCORE
061448     END-IF
061449     MOVE ADJUSTED-SCORE TO OLD-SCORE2
061450     COMPUTE ADJUSTED-SCORE = NEW-SCORE2 + OPPONENT-ADJUST2
061451     IF ADJUSTED-SCORE < 0
061452         MOVE 0 TO ADJUSTED-SCORE
061453     END-IF
061454     MOVE ADJUSTED-SCORE TO NEW-SCORE2.
061455 2300-EXIT.
061456     EXIT.
061457*
061500***************************************************************
061600*    3000-RANK-BOTH-WAYS                                       *
061700*    BUBBLE SORT BY OLD SCORE1 AND NUMBER THE OLD RANKS, THEN  *
061800*    RE-SORT BY NEW SCORE1 AND NUMBER THE NEW RANKS. TIES      *
061900*    FALL BACK TO MASTER ORDER (WI-SEQUENCE), WHICH IS WHAT    *
062000*    THE LEADERBOARD'S OWN SORT LEAVES THEM IN. THE TABLE IS   *
062100*    LEFT IN NEW-RANK ORDER FOR THE REPORT.                    *
062200***************************************************************
062300 3000-RANK-BOTH-WAYS.
062400     PERFORM VARYING SORT-PASS-IDX FROM 1 BY 1
062500             UNTIL SORT-PASS-IDX >= WHATIF-COUNT
062600         PERFORM VARYING SORT-COMPARE-IDX FROM 1 BY 1
062700                 UNTIL SORT-COMPARE-IDX >
062800                     WHATIF-COUNT - SORT-PASS-IDX
062900             MOVE "N" TO SWAP-SWITCH
063000             IF WI-OLD-SCORE1(SORT-COMPARE-IDX) <
063100                     WI-OLD-SCORE1(SORT-COMPARE-IDX + 1)
063200                 SET SWAP-NEEDED TO TRUE
063300             END-IF
063400             IF WI-OLD-SCORE1(SORT-COMPARE-IDX) =
063500                     WI-OLD-SCORE1(SORT-COMPARE-IDX + 1)
063600                 AND WI-SEQUENCE(SORT-COMPARE-IDX) >
063700                     WI-SEQUENCE(SORT-COMPARE-IDX + 1)
063800                 SET SWAP-NEEDED TO TRUE
063900             END-IF
064000             IF SWAP-NEEDED
064100                 PERFORM 3100-SWAP-ENTRIES THRU 3100-EXIT
064200             END-IF
064300         END-PERFORM
064400     END-PERFORM
064500     PERFORM VARYING ENTRY-SUB FROM 1 BY 1
064600             UNTIL ENTRY-SUB > WHATIF-COUNT
064700         MOVE ENTRY-SUB TO WI-OLD-RANK(ENTRY-SUB)
064800     END-PERFORM
064900*
065000     PERFORM VARYING SORT-PASS-IDX FROM 1 BY 1
065100             UNTIL SORT-PASS-IDX >= WHATIF-COUNT
065200         PERFORM VARYING SORT-COMPARE-IDX FROM 1 BY 1
065300                 UNTIL SORT-COMPARE-IDX >
065400                     WHATIF-COUNT - SORT-PASS-IDX
065500             MOVE "N" TO SWAP-SWITCH
065600             IF WI-NEW-SCORE1(SORT-COMPARE-IDX) <
065700                     WI-NEW-SCORE1(SORT-COMPARE-IDX + 1)
065800                 SET SWAP-NEEDED TO TRUE
065900             END-IF
066000             IF WI-NEW-SCORE1(SORT-COMPARE-IDX) =
066100                     WI-NEW-SCORE1(SORT-COMPARE-IDX + 1)
066200                 AND WI-SEQUENCE(SORT-COMPARE-IDX) >
066300                     WI-SEQUENCE(SORT-COMPARE-IDX + 1)
066400                 SET SWAP-NEEDED TO TRUE
066500             END-IF
066600             IF SWAP-NEEDED
066700                 PERFORM 3100-SWAP-ENTRIES THRU 3100-EXIT
066800             END-IF
066900         END-PERFORM
067000     END-PERFORM
067100     PERFORM VARYING ENTRY-SUB FROM 1 BY 1
067200             UNTIL ENTRY-SUB > WHATIF-COUNT
067300         MOVE ENTRY-SUB TO WI-NEW-RANK(ENTRY-SUB)
067400     END-PERFORM.
067500 3000-EXIT.
067600     EXIT.
067700*
067800***************************************************************
067900*    3100-SWAP-ENTRIES                                         *
068000***************************************************************
068100 3100-SWAP-ENTRIES.
068200     MOVE WHATIF-ENTRY(SORT-COMPARE-IDX) TO WHATIF-HOLD
068300     MOVE WHATIF-ENTRY(SORT-COMPARE-IDX + 1)
068400         TO WHATIF-ENTRY(SORT-COMPARE-IDX)
068500     MOVE WHATIF-HOLD TO WHATIF-ENTRY(SORT-COMPARE-IDX + 1).
068600 3100-EXIT.
068700     EXIT.
068800*
068900***************************************************************
069000*    4000-WRITE-REPORT                                         *
069100*    HEADER NAMING BOTH RULESETS, ONE LINE PER OPPONENT IN     *
069200*    NEW-RANK ORDER (RANK CHANGE POSITIVE = MOVES UP), THEN    *
069300*    THE DIVISION-LEADER SECTION.                              *
069400***************************************************************
069500 4000-WRITE-REPORT.
069600     MOVE SPACES TO WHATIF-HEADER-LINE
069700     STRING "WHAT-IF CANDIDATE " DELIMITED BY SIZE
069800             CANDIDATE-NAME DELIMITED BY SPACE
069900             "/" DELIMITED BY SIZE
070000             CANDIDATE-VERSION DELIMITED BY SPACE
070100             " VS IN FORCE " DELIMITED BY SIZE
070200             RULESET-NAME DELIMITED BY SPACE
070300             "/" DELIMITED BY SIZE
070400             RULESET-VERSION DELIMITED BY SPACE
070500             " ON " DELIMITED BY SIZE
070600             SCORING-DATE DELIMITED BY SIZE
070700         INTO WHATIF-HEADER-LINE
070800     WRITE WHATIF-HEADER-LINE
070900     MOVE SPACES TO WHATIF-HEADER-LINE
071000     MOVE "NEW OLD  CHG OPPONENT             DIVISION   "
071100         TO WHATIF-HEADER-LINE(1:46)
071200     MOVE "OLD SCORE1 NEW SCORE1 OLD SCORE2 NEW SCORE2"
071300         TO WHATIF-HEADER-LINE(47:43)
071310     MOVE "   ADJUST1    ADJUST2"
071320         TO WHATIF-HEADER-LINE(90:21)
071400     WRITE WHATIF-HEADER-LINE
071500*
071600     PERFORM VARYING ENTRY-SUB FROM 1 BY 1
071700             UNTIL ENTRY-SUB > WHATIF-COUNT
071800         PERFORM 4100-WRITE-ONE-OPPONENT THRU 4100-EXIT
071900     END-PERFORM
072000*
072100     MOVE SPACES TO WHATIF-HEADER-LINE
072200     MOVE "DIVISION LEADERS" TO WHATIF-HEADER-LINE
072300     WRITE WHATIF-HEADER-LINE
072400     MOVE 0 TO DIV-SEEN-COUNT
072500     PERFORM VARYING ENTRY-SUB FROM 1 BY 1
072600             UNTIL ENTRY-SUB > WHATIF-COUNT
072700         MOVE "N" TO DIV-FOUND-SWITCH
072800         PERFORM VARYING DIV-SUB FROM 1 BY 1
072900                 UNTIL DIV-SUB > DIV-SEEN-COUNT
073000             IF DIV-SEEN-NAME(DIV-SUB) = WI-DIVISION(ENTRY-SUB)
073100                 SET DIV-FOUND TO TRUE
073200             END-IF
073300         END-PERFORM
073400         IF NOT DIV-FOUND
073500             ADD 1 TO DIV-SEEN-COUNT
073600             MOVE WI-DIVISION(ENTRY-SUB)
073700                 TO DIV-SEEN-NAME(DIV-SEEN-COUNT)
073800             PERFORM 4200-WRITE-ONE-DIVISION THRU 4200-EXIT
073900         END-IF
074000     END-PERFORM.
074100 4000-EXIT.
074200     EXIT.
074300*
074400***************************************************************
074500*    4100-WRITE-ONE-OPPONENT                                   *
074600***************************************************************
074700 4100-WRITE-ONE-OPPONENT.
074800     MOVE SPACES TO WHATIF-HEADER-LINE
074900     MOVE WI-NEW-RANK(ENTRY-SUB) TO WL-NEW-RANK
075000     MOVE WI-OLD-RANK(ENTRY-SUB) TO WL-OLD-RANK
075100     COMPUTE RANK-CHANGE = WI-OLD-RANK(ENTRY-SUB)
075200         - WI-NEW-RANK(ENTRY-SUB)
075300     MOVE RANK-CHANGE TO WL-RANK-CHANGE
075400     IF RANK-CHANGE NOT = 0
075500         ADD 1 TO MOVED-COUNT
075600     END-IF
075700     MOVE WI-OPPONENT-NAME(ENTRY-SUB) TO WL-OPPONENT-NAME
075800     MOVE WI-DIVISION(ENTRY-SUB) TO WL-DIVISION
075900     MOVE WI-OLD-SCORE1(ENTRY-SUB) TO WL-OLD-SCORE1
076000     MOVE WI-NEW-SCORE1(ENTRY-SUB) TO WL-NEW-SCORE1
076100     MOVE WI-OLD-SCORE2(ENTRY-SUB) TO WL-OLD-SCORE2
076200     MOVE WI-NEW-SCORE2(ENTRY-SUB) TO WL-NEW-SCORE2
076210     MOVE WI-ADJUST1(ENTRY-SUB) TO WL-ADJUST1
076220     MOVE WI-ADJUST2(ENTRY-SUB) TO WL-ADJUST2
076300     WRITE WHATIF-LINE.
076400 4100-EXIT.
076500     EXIT.
076600*
076700***************************************************************
076800*    4200-WRITE-ONE-DIVISION                                   *
076900*    THE LEADER EITHER WAY IS THE DIVISION MEMBER WITH THE     *
077000*    LOWEST OVERALL RANK UNDER THAT RULESET.                   *
077100***************************************************************
077200 4200-WRITE-ONE-DIVISION.
077300     MOVE SPACES TO WHATIF-HEADER-LINE
077400     MOVE DIV-SEEN-NAME(DIV-SEEN-COUNT) TO WD-DIVISION
077500     MOVE 999 TO OLD-LEADER-RANK
077600     MOVE 999 TO NEW-LEADER-RANK
077700     PERFORM VARYING DIV-SUB FROM 1 BY 1
077800             UNTIL DIV-SUB > WHATIF-COUNT
077900         IF WI-DIVISION(DIV-SUB) = DIV-SEEN-NAME(DIV-SEEN-COUNT)
078000             IF WI-OLD-RANK(DIV-SUB) < OLD-LEADER-RANK
078100                 MOVE WI-OLD-RANK(DIV-SUB) TO OLD-LEADER-RANK
078200                 MOVE WI-OPPONENT-NAME(DIV-SUB) TO WD-OLD-LEADER
078300             END-IF
078400             IF WI-NEW-RANK(DIV-SUB) < NEW-LEADER-RANK
078500                 MOVE WI-NEW-RANK(DIV-SUB) TO NEW-LEADER-RANK
078600                 MOVE WI-OPPONENT-NAME(DIV-SUB) TO WD-NEW-LEADER
078700             END-IF
078800         END-IF
078900     END-PERFORM
079000     IF WD-OLD-LEADER = WD-NEW-LEADER
079100         MOVE "SAME" TO WD-CHANGE
079200     ELSE
079300         MOVE "CHANGED" TO WD-CHANGE
079400         ADD 1 TO LEADER-CHANGE-COUNT
079500     END-IF
079600     WRITE WHATIF-DIVISION-LINE.
079700 4200-EXIT.
079800     EXIT.
079900*
080000***************************************************************
080100*    5000-FINALIZE                                             *
080200***************************************************************
080300 5000-FINALIZE.
080400     CLOSE OPPONENT-MASTER-FILE
080500     CLOSE WHATIF-REPORT-FILE
080510     CLOSE ADJUSTMENT-FILE
080600     DISPLAY "Candidate ruleset >>> " CANDIDATE-VERSION
080700     DISPLAY "In-force ruleset >>> " RULESET-VERSION
080800     DISPLAY "Opponents compared >>> " WHATIF-COUNT
080900     DISPLAY "Opponents skipped >>> " SKIPPED-COUNT
081000     DISPLAY "Retired skipped >>> " RETIRED-COUNT
081100     DISPLAY "Rank changes >>> " MOVED-COUNT
081200     DISPLAY "Leader changes >>> " LEADER-CHANGE-COUNT
081300     IF WHATIF-COUNT = 0
081400         MOVE 4 TO RETURN-CODE
081500     END-IF.
081600 5000-EXIT.
081700     EXIT.
081710*
081720***************************************************************
081730*    8900-READ-PROCESSING-DATE                                 *
081740*    THE RUN DATE IS THE SHOP PROCESSING DATE ON THE CONTROL   *
081750*    RECORD (SEE PROCDATEREC.CPY), NOT THE SYSTEM CLOCK - ONLY *
081760*    DATE-ROLL MOVES IT ON. NO CONTROL RECORD, OR NO VALID     *
081770*    DATE ON IT, IS FATAL.                                     *
081780***************************************************************
081790 8900-READ-PROCESSING-DATE.
081800     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-PROCESSING-DATE-FILE"
081810     IF ENV-VALUE NOT = SPACES
081820         MOVE ENV-VALUE TO PROCESSING-DATE-NAME
081830     END-IF
081840     OPEN INPUT PROCESSING-DATE-FILE
081850     IF PROCESSING-DATE-STATUS NOT = "00"
081860         DISPLAY "FATAL: OPEN INPUT PROCESSING-DATE-FILE, STATUS="
081870             PROCESSING-DATE-STATUS
081880         MOVE 16 TO RETURN-CODE
081890         STOP RUN
081900     END-IF
081910     READ PROCESSING-DATE-FILE
081920         AT END
081930             MOVE SPACES TO PROCESSING-DATE-RECORD
081940     END-READ
081950     CLOSE PROCESSING-DATE-FILE
081960     IF PD-PROCESSING-DATE NOT NUMERIC
081970             OR PD-PROCESSING-DATE = 0
081980         DISPLAY "FATAL: NO PROCESSING DATE ON "
081990             PROCESSING-DATE-NAME
082000         MOVE 16 TO RETURN-CODE
082010         STOP RUN
082020     END-IF
082030     MOVE PD-PROCESSING-DATE TO CURRENT-DATE-YYYYMMDD.
082040 8900-EXIT.
082050     EXIT.
