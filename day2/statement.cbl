000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     Aoc2022Day2Statement.
000300 AUTHOR.         GDWR.
000400 INSTALLATION.   AOC2022 SCORING SHOP.
000500 DATE-WRITTEN.   10-15-26.
000600 DATE-COMPILED.  10-15-26.
000700*
000800***************************************************************
000900*    OPPONENT STATEMENT OF STANDING.                           *
001000*    ONE FORMATTED STATEMENT PER OPPONENT FOR THE DESK TO      *
001100*    SEND, PULLING TOGETHER WHAT RUN-INQUIRY, TREND, SUSPENSE- *
001200*    AGED AND ROUND-INQUIRY EACH SHOW IN PART: THE DIVISION    *
001300*    FROM THE MASTER; THE LAST N SCORING RUNS AGAINST THE      *
001400*    OPPONENT'S DATA-FILE FROM THE RUN LOG (SEE RUNLOGREC.CPY) *
001500*    WITH SCORES, RESTART FLAG AND ABENDS (A RUN LEFT IN       *
001600*    STARTED STATE); THE RANK HISTORY FOR THE RUNNING SEASON   *
001700*    FROM THE LEADERBOARD HISTORY (ROWS NOT YET CLOSED BY      *
001800*    SEASON-CLOSE) WITH THE SEASON-TO-DATE BEST AND AVERAGE    *
001900*    SCORES; EVERY SUSPENSE ITEM, OPEN AND RESOLVED, FOR THE   *
002000*    DATA-FILE (SEE SUSPREC.CPY); AND EVERY CORRECTION ON THE  *
002100*    DATA-FILE'S CORRECTION LOG. RUN-LOG SCORES ARE RAW; EACH  *
002200*    HISTORY LINE SHOWS RAW, LEDGER ADJUSTMENT AND THE NET     *
002210*    SCORE THE OPPONENT WAS RANKED ON.                         *
002300*                                                               *
002400*    DAY2-STATEMENT-OPPONENT PRODUCES ONE OPPONENT'S STATEMENT *
002500*    (ACTIVE OR RETIRED); OTHERWISE EVERY ACTIVE OPPONENT ON   *
002600*    THE MASTER GETS ONE. DAY2-STATEMENT-LAST-N SETS HOW MANY  *
002700*    RUNS ARE SHOWN (DEFAULT 5, 0 SHOWS THEM ALL).             *
002800*                                                               *
002900*    MODIFICATION HISTORY                                      *
003000*    -------------------                                       *
003100*    10-15-26  GDWR  ORIGINAL.                                  *
003110*    10-15-26  GDWR  THE RUN DATE NOW COMES FROM THE SHOP       *
003120*                    PROCESSING-DATE CONTROL RECORD (SEE        *
003130*                    PROCDATEREC.CPY) INSTEAD OF THE SYSTEM     *
003140*                    CLOCK, SO A NIGHT THAT RUNS PAST MIDNIGHT  *
003150*                    KEEPS ONE DATE.                            *
003160*    10-15-26  GDWR  THE RANK HISTORY NOW SHOWS RAW SCORE AND   *
003170*                    LEDGER ADJUSTMENT BESIDE EACH NET SCORE;   *
003180*                    RUN-LOG SCORES ARE LABELLED RAW AND THE    *
003190*                    SEASON-TO-DATE FIGURES ARE LABELLED NET.   *
003200***************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600*
003700     SELECT OPPONENT-MASTER-FILE ASSIGN TO
003800         OPPONENT-MASTER-NAME
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS OM-OPPONENT-NAME
004200         FILE STATUS IS OPPONENT-MASTER-STATUS.
004300*
004400     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUN-LOG-FILE-NAME
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS RH-RUN-STAMP
004800         FILE STATUS IS RUN-LOG-STATUS.
004900*
005000     SELECT OPTIONAL HISTORY-FILE ASSIGN TO HISTORY-FILE-NAME
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS HL-HISTORY-KEY
005400         FILE STATUS IS HISTORY-STATUS.
005500*
005600     SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO SUSPENSE-FILE-NAME
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS SU-SUSPENSE-KEY
006000         FILE STATUS IS SUSPENSE-STATUS.
006100*
006200     SELECT CORRECTION-LOG-FILE ASSIGN TO CORRECTION-LOG-NAME
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS CORRECTION-LOG-STATUS.
006500*
006600     SELECT STATEMENT-REPORT-FILE ASSIGN TO
006700         STATEMENT-REPORT-NAME
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS STATEMENT-REPORT-STATUS.
007000*
007010     SELECT PROCESSING-DATE-FILE ASSIGN TO
007020         PROCESSING-DATE-NAME
007030         ORGANIZATION IS LINE SEQUENTIAL
007040         FILE STATUS IS PROCESSING-DATE-STATUS.
007050*
007100 DATA DIVISION.
007200 FILE SECTION.
007300*
007400 FD  OPPONENT-MASTER-FILE.
007500     COPY OPPMSTR.
007600*
007700 FD  RUN-LOG-FILE.
007800     COPY RUNLOGREC.
007900*
008000 FD  HISTORY-FILE.
008100     COPY LBHISTREC.
008200*
008300 FD  SUSPENSE-FILE.
008400     COPY SUSPREC.
008500*
008600 FD  CORRECTION-LOG-FILE.
008700 01  CORRECTION-LOG-LINE.
008800     05  CL-DATE                 PIC 9(08).
008900     05  FILLER                  PIC X(01).
009000     05  CL-ACTION               PIC X(06).
009100     05  FILLER                  PIC X(01).
009200     05  CL-ROUND-NUMBER         PIC 9(05).
009300     05  FILLER                  PIC X(01).
009400     05  CL-BEFORE-IMAGE         PIC X(08).
009500     05  FILLER                  PIC X(01).
009600     05  CL-AFTER-IMAGE          PIC X(08).
009700     05  FILLER                  PIC X(01).
009800     05  CL-RESULT               PIC X(24).
009900     05  FILLER                  PIC X(01).
010000     05  CL-MAKER-ID             PIC X(08).
010100     05  FILLER                  PIC X(01).
010200     05  CL-CHECKER-ID           PIC X(08).
010300*
010400 FD  STATEMENT-REPORT-FILE.
010500 01  STATEMENT-LINE              PIC X(100).
010600*
010610 FD  PROCESSING-DATE-FILE.
010620     COPY PROCDATEREC.
010630*
010700 WORKING-STORAGE SECTION.
010800*
010900 77  OPPONENT-MASTER-NAME        PIC X(80)
011000     VALUE "./oppmaster.dat".
011100 77  RUN-LOG-FILE-NAME           PIC X(80)
011200     VALUE "./runlog.dat".
011300 77  HISTORY-FILE-NAME           PIC X(80)
011400     VALUE "./lbhistory.dat".
011500 77  SUSPENSE-FILE-NAME          PIC X(80)
011600     VALUE "./suspense.dat".
011700 77  CORRECTION-LOG-NAME         PIC X(80) VALUE SPACES.
011800 77  STATEMENT-REPORT-NAME       PIC X(80)
011900     VALUE "./statement.txt".
011910 77  PROCESSING-DATE-NAME        PIC X(80)
011920     VALUE "./procdate.dat".
012000 77  ENV-VALUE                   PIC X(80).
012100*
012200 77  OPPONENT-MASTER-STATUS      PIC X(02) VALUE SPACES.
012300 77  RUN-LOG-STATUS              PIC X(02) VALUE SPACES.
012400 77  HISTORY-STATUS              PIC X(02) VALUE SPACES.
012500 77  SUSPENSE-STATUS             PIC X(02) VALUE SPACES.
012600 77  CORRECTION-LOG-STATUS       PIC X(02) VALUE SPACES.
012700 77  STATEMENT-REPORT-STATUS     PIC X(02) VALUE SPACES.
012710 77  PROCESSING-DATE-STATUS      PIC X(02) VALUE SPACES.
012800*
012900 77  OPPONENT-EOF-SWITCH         PIC X(01) VALUE "N".
013000     88  OPPONENT-EOF                      VALUE "Y".
013100 77  RUN-LOG-EOF-SWITCH          PIC X(01) VALUE "N".
013200     88  RUN-LOG-EOF                       VALUE "Y".
013300 77  HISTORY-EOF-SWITCH          PIC X(01) VALUE "N".
013400     88  HISTORY-EOF                       VALUE "Y".
013500 77  SUSPENSE-EOF-SWITCH         PIC X(01) VALUE "N".
013600     88  SUSPENSE-EOF                      VALUE "Y".
013700 77  LOG-EOF-SWITCH              PIC X(01) VALUE "N".
013800     88  LOG-EOF                           VALUE "Y".
013900*
014000 77  FILTER-OPPONENT             PIC X(20) VALUE SPACES.
014100 77  LAST-N                      PIC 9(05) VALUE 5.
014200 77  DATA-FILE-NAME              PIC X(80) VALUE SPACES.
014300 77  WORK-DATA-ID                PIC X(80) VALUE SPACES.
014400 77  SCAN-IDX                    PIC 9(03) COMP VALUE 0.
014500 77  CURRENT-DATE-YYYYMMDD       PIC 9(08) VALUE 0.
014600*
014700 77  RUN-MATCH-COUNT             PIC 9(05) COMP VALUE 0.
014800 77  RUN-SKIP-COUNT              PIC 9(05) COMP VALUE 0.
014900 77  RUN-SEEN-COUNT              PIC 9(05) COMP VALUE 0.
015000 77  RUN-SHOWN-COUNT             PIC 9(05) COMP VALUE 0.
015100 77  RUN-NOTE                    PIC X(08) VALUE SPACES.
015200*
015300 77  SEASON-RUN-COUNT            PIC 9(05) COMP VALUE 0.
015400 77  SEASON-BEST1                PIC 9(10) VALUE 0.
015500 77  SEASON-BEST1-DATE           PIC 9(08) VALUE 0.
015600 77  SEASON-BEST2                PIC 9(10) VALUE 0.
015700 77  SEASON-BEST2-DATE           PIC 9(08) VALUE 0.
015800 77  SEASON-SUM1                 PIC 9(12) VALUE 0.
015900 77  SEASON-SUM2                 PIC 9(12) VALUE 0.
016000 77  SEASON-AVG1                 PIC 9(10) VALUE 0.
016100 77  SEASON-AVG2                 PIC 9(10) VALUE 0.
016110 77  ROW-RAW-SCORE1              PIC 9(10) VALUE 0.
016120 77  ROW-RAW-SCORE2              PIC 9(10) VALUE 0.
016130 77  ROW-ADJUST1                 PIC S9(09) VALUE 0.
016140 77  ROW-ADJUST2                 PIC S9(09) VALUE 0.
016150 77  ADJUST1-DISPLAY             PIC +9(09).
016160 77  ADJUST2-DISPLAY             PIC +9(09).
016200*
016300 77  SUSPENSE-OPEN-COUNT         PIC 9(05) COMP VALUE 0.
016400 77  SUSPENSE-RESOLVED-COUNT     PIC 9(05) COMP VALUE 0.
016500 77  DISPOSITION-TEXT            PIC X(11) VALUE SPACES.
016550 77  OPPONENT-STATUS-TEXT        PIC X(07) VALUE SPACES.
016600 77  CORRECTION-COUNT            PIC 9(05) COMP VALUE 0.
016700*
016800 77  COUNT-DISPLAY               PIC 9(05) VALUE 0.
016900 77  COUNT-DISPLAY-2             PIC 9(05) VALUE 0.
017000 77  STATEMENT-COUNT             PIC 9(05) COMP VALUE 0.
017100 77  SKIPPED-COUNT               PIC 9(05) COMP VALUE 0.
017200*
017300 PROCEDURE DIVISION.
017400*
017500***************************************************************
017600*    0000-MAINLINE                                             *
017700***************************************************************
017800 0000-MAINLINE.
017900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018000     PERFORM 2000-SELECT-OPPONENTS THRU 2000-EXIT
018100     PERFORM 3000-FINALIZE THRU 3000-EXIT
018200     STOP RUN.
018300*
018400***************************************************************
018500*    1000-INITIALIZE                                           *
018600*    THE MASTER MUST OPEN; THE RUN LOG, HISTORY AND SUSPENSE   *
018700*    FILES ARE OPTIONAL - ONE NOT YET CREATED JUST LEAVES ITS  *
018800*    SECTION OF EVERY STATEMENT EMPTY.                         *
018900***************************************************************
019000 1000-INITIALIZE.
019100     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-OPPONENT-MASTER"
019200     IF ENV-VALUE NOT = SPACES
019300         MOVE ENV-VALUE TO OPPONENT-MASTER-NAME
019400     END-IF
019500     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-RUN-LOG-FILE"
019600     IF ENV-VALUE NOT = SPACES
019700         MOVE ENV-VALUE TO RUN-LOG-FILE-NAME
019800     END-IF
019900     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-LEADERBOARD-HISTORY"
020000     IF ENV-VALUE NOT = SPACES
020100         MOVE ENV-VALUE TO HISTORY-FILE-NAME
020200     END-IF
020300     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-SUSPENSE-FILE"
020400     IF ENV-VALUE NOT = SPACES
020500         MOVE ENV-VALUE TO SUSPENSE-FILE-NAME
020600     END-IF
020700     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-STATEMENT-REPORT"
020800     IF ENV-VALUE NOT = SPACES
020900         MOVE ENV-VALUE TO STATEMENT-REPORT-NAME
021000     END-IF
021100     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-STATEMENT-OPPONENT"
021200     IF ENV-VALUE NOT = SPACES
021300         MOVE ENV-VALUE TO FILTER-OPPONENT
021400     END-IF
021500     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-STATEMENT-LAST-N"
021600     IF ENV-VALUE NOT = SPACES
021700         MOVE ENV-VALUE TO LAST-N
021800     END-IF
021810     PERFORM 8900-READ-PROCESSING-DATE THRU 8900-EXIT
022000*
022100     OPEN INPUT OPPONENT-MASTER-FILE
022200     IF OPPONENT-MASTER-STATUS NOT = "00"
022300         DISPLAY "FATAL: OPEN OPPONENT-MASTER-FILE, STATUS="
022400             OPPONENT-MASTER-STATUS
022500         MOVE 16 TO RETURN-CODE
022600         STOP RUN
022700     END-IF
022800     OPEN INPUT RUN-LOG-FILE
022900     IF RUN-LOG-STATUS NOT = "00"
023000             AND RUN-LOG-STATUS NOT = "05"
023100         DISPLAY "FATAL: OPEN RUN-LOG-FILE, STATUS="
023200             RUN-LOG-STATUS
023300         MOVE 16 TO RETURN-CODE
023400         STOP RUN
023500     END-IF
023600     OPEN INPUT HISTORY-FILE
023700     IF HISTORY-STATUS NOT = "00"
023800             AND HISTORY-STATUS NOT = "05"
023900         DISPLAY "FATAL: OPEN HISTORY-FILE, STATUS="
024000             HISTORY-STATUS
024100         MOVE 16 TO RETURN-CODE
024200         STOP RUN
024300     END-IF
024400     OPEN INPUT SUSPENSE-FILE
024500     IF SUSPENSE-STATUS NOT = "00"
024600             AND SUSPENSE-STATUS NOT = "05"
024700         DISPLAY "FATAL: OPEN SUSPENSE-FILE, STATUS="
024800             SUSPENSE-STATUS
024900         MOVE 16 TO RETURN-CODE
025000         STOP RUN
025100     END-IF
025200     OPEN OUTPUT STATEMENT-REPORT-FILE
025300     IF STATEMENT-REPORT-STATUS NOT = "00"
025400         DISPLAY "FATAL: OPEN OUTPUT STATEMENT-REPORT, STATUS="
025500             STATEMENT-REPORT-STATUS
025600         MOVE 16 TO RETURN-CODE
025700         STOP RUN
025800     END-IF.
025900 1000-EXIT.
026000     EXIT.
026100*
026200***************************************************************
026300*    2000-SELECT-OPPONENTS                                     *
026400*    ONE NAMED OPPONENT IS FETCHED DIRECTLY (ACTIVE OR         *
026500*    RETIRED - THE DESK MAY BE ASKED ABOUT EITHER); OTHERWISE  *
026600*    EVERY ACTIVE OPPONENT ON THE MASTER GETS A STATEMENT.     *
026700***************************************************************
026800 2000-SELECT-OPPONENTS.
026900     IF FILTER-OPPONENT NOT = SPACES
027000         MOVE FILTER-OPPONENT TO OM-OPPONENT-NAME
027100         READ OPPONENT-MASTER-FILE
027200             INVALID KEY
027300                 DISPLAY "FATAL: OPPONENT " FILTER-OPPONENT
027400                     " NOT ON MASTER"
027500                 MOVE 16 TO RETURN-CODE
027600                 STOP RUN
027700             NOT INVALID KEY
027800                 PERFORM 2100-WRITE-ONE-STATEMENT
027900                     THRU 2100-EXIT
028000         END-READ
028100         GO TO 2000-EXIT
028200     END-IF
028300*
028400     PERFORM UNTIL OPPONENT-EOF
028500         READ OPPONENT-MASTER-FILE NEXT RECORD
028600             AT END
028700                 SET OPPONENT-EOF TO TRUE
028800             NOT AT END
028900                 IF OM-ACTIVE
029000                     PERFORM 2100-WRITE-ONE-STATEMENT
029100                         THRU 2100-EXIT
029200                 ELSE
029300                     ADD 1 TO SKIPPED-COUNT
029400                 END-IF
029500         END-READ
029600     END-PERFORM.
029700 2000-EXIT.
029800     EXIT.
029900*
030000***************************************************************
030100*    2100-WRITE-ONE-STATEMENT                                  *
030200***************************************************************
030300 2100-WRITE-ONE-STATEMENT.
030400     MOVE OM-DATA-FILE TO DATA-FILE-NAME
030500     PERFORM 2110-BUILD-DATA-ID THRU 2110-EXIT
030600     ADD 1 TO STATEMENT-COUNT
030700*
030800     MOVE ALL "=" TO STATEMENT-LINE
030900     WRITE STATEMENT-LINE
031000     MOVE SPACES TO STATEMENT-LINE
031100     STRING "STATEMENT OF STANDING AS OF " DELIMITED BY SIZE
031200             CURRENT-DATE-YYYYMMDD DELIMITED BY SIZE
031300         INTO STATEMENT-LINE
031400     WRITE STATEMENT-LINE
031500     IF OM-RETIRED
031510         MOVE "RETIRED" TO OPPONENT-STATUS-TEXT
031520     ELSE
031530         MOVE "ACTIVE" TO OPPONENT-STATUS-TEXT
031540     END-IF
031550     MOVE SPACES TO STATEMENT-LINE
031600     STRING "OPPONENT " DELIMITED BY SIZE
031700             OM-OPPONENT-NAME DELIMITED BY SIZE
031800             " DIVISION " DELIMITED BY SIZE
031900             OM-DIVISION DELIMITED BY SIZE
032000             " STATUS " DELIMITED BY SIZE
032100             OPPONENT-STATUS-TEXT DELIMITED BY SIZE
032200         INTO STATEMENT-LINE
032400     WRITE STATEMENT-LINE
032500     MOVE SPACES TO STATEMENT-LINE
032600     STRING "DATA FILE " DELIMITED BY SIZE
032700             DATA-FILE-NAME DELIMITED BY SPACE
032800         INTO STATEMENT-LINE
032900     WRITE STATEMENT-LINE
033000*
033100     PERFORM 2200-SHOW-RECENT-RUNS THRU 2200-EXIT
033200     PERFORM 2300-SHOW-RANK-HISTORY THRU 2300-EXIT
033300     PERFORM 2400-SHOW-SEASON-TO-DATE THRU 2400-EXIT
033400     PERFORM 2500-SHOW-SUSPENSE THRU 2500-EXIT
033500     PERFORM 2600-SHOW-CORRECTIONS THRU 2600-EXIT.
033600 2100-EXIT.
033700     EXIT.
033800*
033900***************************************************************
034000*    2110-BUILD-DATA-ID                                        *
034100*    SAME RUN-ID SCHEME AS MAIN.CBL - THE IDENTITY THE         *
034200*    SUSPENSE FILE AND THE CORRECTION LOG ARE KEPT UNDER.      *
034300***************************************************************
034400 2110-BUILD-DATA-ID.
034500     MOVE DATA-FILE-NAME TO WORK-DATA-ID
034600     PERFORM VARYING SCAN-IDX FROM 1 BY 1 UNTIL SCAN-IDX > 80
034700         IF WORK-DATA-ID(SCAN-IDX:1) = "/"
034800             MOVE "_" TO WORK-DATA-ID(SCAN-IDX:1)
034900         END-IF
035000     END-PERFORM.
035100 2110-EXIT.
035200     EXIT.
035300*
035400***************************************************************
035500*    2200-SHOW-RECENT-RUNS                                     *
035600*    SAME TWO-PASS METHOD AS RUN-INQUIRY: COUNT THE RUNS       *
035700*    AGAINST THIS DATA-FILE, THEN PRINT THE LAST N IN START    *
035800*    DATE/TIME ORDER. A RUN STILL IN STARTED STATE NEVER       *
035900*    REACHED 3000-FINALIZE AND IS SHOWN AS ABENDED.            *
036000***************************************************************
036100 2200-SHOW-RECENT-RUNS.
036200     MOVE 0 TO RUN-MATCH-COUNT
036300     MOVE 0 TO RUN-SEEN-COUNT
036400     MOVE 0 TO RUN-SHOWN-COUNT
036500     PERFORM 2210-START-RUN-LOG THRU 2210-EXIT
036600     PERFORM UNTIL RUN-LOG-EOF
036700         READ RUN-LOG-FILE NEXT RECORD
036800             AT END
036900                 SET RUN-LOG-EOF TO TRUE
037000             NOT AT END
037100                 IF RH-DATA-FILE-NAME = DATA-FILE-NAME
037200                     ADD 1 TO RUN-MATCH-COUNT
037300                 END-IF
037400         END-READ
037500     END-PERFORM
037600     IF LAST-N > 0 AND RUN-MATCH-COUNT > LAST-N
037700         COMPUTE RUN-SKIP-COUNT = RUN-MATCH-COUNT - LAST-N
037800     ELSE
037900         MOVE 0 TO RUN-SKIP-COUNT
038000     END-IF
038100*
038200     MOVE RUN-MATCH-COUNT TO COUNT-DISPLAY
038300     COMPUTE COUNT-DISPLAY-2 = RUN-MATCH-COUNT - RUN-SKIP-COUNT
038400     MOVE SPACES TO STATEMENT-LINE
038500     STRING "  RECENT RUNS - LAST " DELIMITED BY SIZE
038600             COUNT-DISPLAY-2 DELIMITED BY SIZE
038700             " OF " DELIMITED BY SIZE
038800             COUNT-DISPLAY DELIMITED BY SIZE
038900             " ON THE RUN LOG (RAW SCORES)" DELIMITED BY SIZE
039000         INTO STATEMENT-LINE
039100     WRITE STATEMENT-LINE
039200     IF RUN-MATCH-COUNT = 0
039300         GO TO 2200-EXIT
039400     END-IF
039500     MOVE SPACES TO STATEMENT-LINE
039600     STRING "    STARTED  AT       STATUS   R ROUNDS "
039700             DELIMITED BY SIZE
039800             "REJ       RAW1       RAW2     RC" DELIMITED BY SIZE
039900         INTO STATEMENT-LINE
040000     WRITE STATEMENT-LINE
040100*
040200     PERFORM 2210-START-RUN-LOG THRU 2210-EXIT
040300     PERFORM UNTIL RUN-LOG-EOF
040400         READ RUN-LOG-FILE NEXT RECORD
040500             AT END
040600                 SET RUN-LOG-EOF TO TRUE
040700             NOT AT END
040800                 IF RH-DATA-FILE-NAME = DATA-FILE-NAME
040900                     ADD 1 TO RUN-SEEN-COUNT
041000                     IF RUN-SEEN-COUNT > RUN-SKIP-COUNT
041100                         PERFORM 2220-SHOW-ONE-RUN
041200                             THRU 2220-EXIT
041300                     END-IF
041400                 END-IF
041500         END-READ
041600     END-PERFORM.
041700 2200-EXIT.
041800     EXIT.
041900*
042000***************************************************************
042100*    2210-START-RUN-LOG                                        *
042200*    POSITION AT THE FIRST RUN ON THE LOG FOR A FRESH PASS.    *
042300***************************************************************
042400 2210-START-RUN-LOG.
042500     MOVE "N" TO RUN-LOG-EOF-SWITCH
042600     MOVE 0 TO RH-START-DATE
042700     MOVE 0 TO RH-START-TIME
042800     START RUN-LOG-FILE KEY IS NOT LESS THAN RH-RUN-STAMP
042900         INVALID KEY
043000             SET RUN-LOG-EOF TO TRUE
043100     END-START.
043200 2210-EXIT.
043300     EXIT.
043400*
043500***************************************************************
043600*    2220-SHOW-ONE-RUN                                         *
043700***************************************************************
043800 2220-SHOW-ONE-RUN.
043900     ADD 1 TO RUN-SHOWN-COUNT
044000     IF RH-STATUS = "STARTED"
044100         MOVE "ABENDED" TO RUN-NOTE
044200     ELSE
044300         MOVE SPACES TO RUN-NOTE
044400     END-IF
044500     MOVE SPACES TO STATEMENT-LINE
044600     STRING "    " DELIMITED BY SIZE
044700             RH-START-DATE DELIMITED BY SIZE
044800             " " DELIMITED BY SIZE
044900             RH-START-TIME DELIMITED BY SIZE
045000             " " DELIMITED BY SIZE
045100             RH-STATUS DELIMITED BY SIZE
045200             " " DELIMITED BY SIZE
045300             RH-RESTART-FLAG DELIMITED BY SIZE
045400             " " DELIMITED BY SIZE
045500             RH-ROUNDS DELIMITED BY SIZE
045600             " " DELIMITED BY SIZE
045700             RH-REJECTS DELIMITED BY SIZE
045800             " " DELIMITED BY SIZE
045900             RH-SCORE1 DELIMITED BY SIZE
046000             " " DELIMITED BY SIZE
046100             RH-SCORE2 DELIMITED BY SIZE
046200             " " DELIMITED BY SIZE
046300             RH-RETURN-CODE DELIMITED BY SIZE
046400             " " DELIMITED BY SIZE
046500             RUN-NOTE DELIMITED BY SIZE
046600         INTO STATEMENT-LINE
046700     WRITE STATEMENT-LINE.
046800 2220-EXIT.
046900     EXIT.
047000*
047100***************************************************************
047200*    2300-SHOW-RANK-HISTORY                                    *
047300*    EVERY LEADERBOARD HISTORY ROW FOR THIS OPPONENT THAT      *
047400*    SEASON-CLOSE HAS NOT YET CLOSED, IN RUN-DATE ORDER, AND   *
047500*    THE SEASON-TO-DATE BEST AND TOTALS ALONG THE WAY. THE     *
047600*    HISTORY IS KEYED BY DATE FIRST, SO THIS IS A FULL SWEEP.  *
047700***************************************************************
047800 2300-SHOW-RANK-HISTORY.
047900     MOVE 0 TO SEASON-RUN-COUNT
048000     MOVE 0 TO SEASON-BEST1
048100     MOVE 0 TO SEASON-BEST1-DATE
048200     MOVE 0 TO SEASON-BEST2
048300     MOVE 0 TO SEASON-BEST2-DATE
048400     MOVE 0 TO SEASON-SUM1
048500     MOVE 0 TO SEASON-SUM2
048600     MOVE SPACES TO STATEMENT-LINE
048700     STRING "  RANK HISTORY - RUNNING SEASON" DELIMITED BY SIZE
048800         INTO STATEMENT-LINE
048900     WRITE STATEMENT-LINE
049000     MOVE SPACES TO STATEMENT-LINE
049100     STRING "    RUN DATE RANK       RAW1       ADJ1       NET1"
049200             DELIMITED BY SIZE
049210             "       RAW2       ADJ2       NET2 ROUNDS"
049220             DELIMITED BY SIZE
049300         INTO STATEMENT-LINE
049400     WRITE STATEMENT-LINE
049500*
049600     MOVE "N" TO HISTORY-EOF-SWITCH
049700     MOVE 0 TO HL-RUN-DATE
049800     MOVE SPACES TO HL-OPPONENT-NAME
049900     START HISTORY-FILE KEY IS NOT LESS THAN HL-HISTORY-KEY
050000         INVALID KEY
050100             SET HISTORY-EOF TO TRUE
050200     END-START
050300     PERFORM UNTIL HISTORY-EOF
050400         READ HISTORY-FILE NEXT RECORD
050500             AT END
050600                 SET HISTORY-EOF TO TRUE
050700             NOT AT END
050800                 IF HL-OPPONENT-NAME = OM-OPPONENT-NAME
050900                         AND NOT HL-CLOSED
051000                     PERFORM 2310-SHOW-ONE-RANK THRU 2310-EXIT
051100                 END-IF
051200         END-READ
051300     END-PERFORM
051400     IF SEASON-RUN-COUNT = 0
051500         MOVE SPACES TO STATEMENT-LINE
051600         STRING "    NO LEADERBOARD RUNS THIS SEASON"
051700                 DELIMITED BY SIZE
051800             INTO STATEMENT-LINE
051900         WRITE STATEMENT-LINE
052000     END-IF.
052100 2300-EXIT.
052200     EXIT.
052300*
052400***************************************************************
052500*    2310-SHOW-ONE-RANK                                        *
052510*    ONE HISTORY LINE: RAW SCORE, LEDGER ADJUSTMENT AND THE    *
052520*    NET SCORE THE ENTRY WAS RANKED ON, FOR EACH STRATEGY.     *
052530*    THE SEASON BEST AND TOTALS RUN ON THE NET SCORES.         *
052600***************************************************************
052700 2310-SHOW-ONE-RANK.
052800     ADD 1 TO SEASON-RUN-COUNT
052810     PERFORM 2320-SPLIT-ROW-SCORES THRU 2320-EXIT
052900     ADD HL-SCORE1 TO SEASON-SUM1
053000     ADD HL-SCORE2 TO SEASON-SUM2
053100     IF HL-SCORE1 > SEASON-BEST1 OR SEASON-RUN-COUNT = 1
053200         MOVE HL-SCORE1 TO SEASON-BEST1
053300         MOVE HL-RUN-DATE TO SEASON-BEST1-DATE
053400     END-IF
053500     IF HL-SCORE2 > SEASON-BEST2 OR SEASON-RUN-COUNT = 1
053600         MOVE HL-SCORE2 TO SEASON-BEST2
053700         MOVE HL-RUN-DATE TO SEASON-BEST2-DATE
053800     END-IF
053810     MOVE ROW-ADJUST1 TO ADJUST1-DISPLAY
053820     MOVE ROW-ADJUST2 TO ADJUST2-DISPLAY
053900     MOVE SPACES TO STATEMENT-LINE
054000     STRING "    " DELIMITED BY SIZE
054100             HL-RUN-DATE DELIMITED BY SIZE
054200             "  " DELIMITED BY SIZE
054300             HL-RANK DELIMITED BY SIZE
054400             " " DELIMITED BY SIZE
054500             ROW-RAW-SCORE1 DELIMITED BY SIZE
054510             " " DELIMITED BY SIZE
054520             ADJUST1-DISPLAY DELIMITED BY SIZE
054530             " " DELIMITED BY SIZE
054540             HL-SCORE1 DELIMITED BY SIZE
054600             " " DELIMITED BY SIZE
054700             ROW-RAW-SCORE2 DELIMITED BY SIZE
054710             " " DELIMITED BY SIZE
054720             ADJUST2-DISPLAY DELIMITED BY SIZE
054730             " " DELIMITED BY SIZE
054740             HL-SCORE2 DELIMITED BY SIZE
054800             "  " DELIMITED BY SIZE
054900             HL-ROUNDS DELIMITED BY SIZE
055000         INTO STATEMENT-LINE
055100     WRITE STATEMENT-LINE.
055200 2310-EXIT.
055300     EXIT.
055400*
055404***************************************************************
055408*    2320-SPLIT-ROW-SCORES                                     *
055412*    A ROW WRITTEN BEFORE THE ADJUSTMENT LEDGER HAS SPACES IN  *
055416*    ITS RAW AND ADJUSTMENT FIELDS - ITS NET SCORE IS ITS RAW  *
055420*    SCORE AND ITS ADJUSTMENT IS ZERO (SAME RULE AS TREND).    *
055424***************************************************************
055428 2320-SPLIT-ROW-SCORES.
055432     IF HL-RAW-SCORE1 NUMERIC AND HL-RAW-SCORE2 NUMERIC
055436             AND HL-ADJUST1 NUMERIC AND HL-ADJUST2 NUMERIC
055440         MOVE HL-RAW-SCORE1 TO ROW-RAW-SCORE1
055444         MOVE HL-RAW-SCORE2 TO ROW-RAW-SCORE2
055448         MOVE HL-ADJUST1 TO ROW-ADJUST1
055452         MOVE HL-ADJUST2 TO ROW-ADJUST2
055456     ELSE
055460         MOVE HL-SCORE1 TO ROW-RAW-SCORE1
055464         MOVE HL-SCORE2 TO ROW-RAW-SCORE2
055468         MOVE 0 TO ROW-ADJUST1
055472         MOVE 0 TO ROW-ADJUST2
055476     END-IF.
055480 2320-EXIT.
055484     EXIT.
055488*
055500***************************************************************
055600*    2400-SHOW-SEASON-TO-DATE                                  *
055700*    BEST AND AVERAGE OVER THE RUNNING SEASON'S LEADERBOARD    *
055800*    RUNS - THE SAME MEASURES SEASON-CLOSE WILL FINALLY RANK   *
055900*    THE SEASON ON.                                            *
055910*    THE FIGURES ARE NET - THE SCORES THE OPPONENT WAS RANKED  *
055920*    ON. THE RAW AND ADJUSTMENT SPLIT IS ON EACH HISTORY LINE. *
056000***************************************************************
056100 2400-SHOW-SEASON-TO-DATE.
056200     IF SEASON-RUN-COUNT > 0
056300         DIVIDE SEASON-SUM1 BY SEASON-RUN-COUNT
056400             GIVING SEASON-AVG1 ROUNDED
056500         DIVIDE SEASON-SUM2 BY SEASON-RUN-COUNT
056600             GIVING SEASON-AVG2 ROUNDED
056700     ELSE
056800         MOVE 0 TO SEASON-AVG1
056900         MOVE 0 TO SEASON-AVG2
057000     END-IF
057100     MOVE SEASON-RUN-COUNT TO COUNT-DISPLAY
057200     MOVE SPACES TO STATEMENT-LINE
057300     STRING "  SEASON TO DATE - RUNS " DELIMITED BY SIZE
057400             COUNT-DISPLAY DELIMITED BY SIZE
057500         INTO STATEMENT-LINE
057600     WRITE STATEMENT-LINE
057700     MOVE SPACES TO STATEMENT-LINE
057800     STRING "    NET SCORE1 BEST " DELIMITED BY SIZE
057900             SEASON-BEST1 DELIMITED BY SIZE
058000             " ON " DELIMITED BY SIZE
058100             SEASON-BEST1-DATE DELIMITED BY SIZE
058200             " AVERAGE " DELIMITED BY SIZE
058300             SEASON-AVG1 DELIMITED BY SIZE
058400         INTO STATEMENT-LINE
058500     WRITE STATEMENT-LINE
058600     MOVE SPACES TO STATEMENT-LINE
058700     STRING "    NET SCORE2 BEST " DELIMITED BY SIZE
058800             SEASON-BEST2 DELIMITED BY SIZE
058900             " ON " DELIMITED BY SIZE
059000             SEASON-BEST2-DATE DELIMITED BY SIZE
059100             " AVERAGE " DELIMITED BY SIZE
059200             SEASON-AVG2 DELIMITED BY SIZE
059300         INTO STATEMENT-LINE
059400     WRITE STATEMENT-LINE.
059500 2400-EXIT.
059600     EXIT.
059700*
059800***************************************************************
059900*    2500-SHOW-SUSPENSE                                        *
060000*    EVERY SUSPENSE ITEM FILED UNDER THIS DATA-FILE'S          *
060100*    IDENTITY, OPEN OR RESOLVED, IN ROUND ORDER.               *
060200***************************************************************
060300 2500-SHOW-SUSPENSE.
060400     MOVE 0 TO SUSPENSE-OPEN-COUNT
060500     MOVE 0 TO SUSPENSE-RESOLVED-COUNT
060600     MOVE SPACES TO STATEMENT-LINE
060700     STRING "  SUSPENSE ITEMS" DELIMITED BY SIZE
060800         INTO STATEMENT-LINE
060900     WRITE STATEMENT-LINE
061000     MOVE SPACES TO STATEMENT-LINE
061100     STRING "    ROUND SOURCE   REASON                   "
061200             DELIMITED BY SIZE
061300             "REJECTED DISPOSITION RESOLVED" DELIMITED BY SIZE
061400         INTO STATEMENT-LINE
061500     WRITE STATEMENT-LINE
061600*
061700     MOVE "N" TO SUSPENSE-EOF-SWITCH
061800     MOVE SPACES TO SUSPENSE-RECORD
061900     MOVE WORK-DATA-ID TO SU-DATA-ID
062000     MOVE 0 TO SU-ROUND-NUMBER
062100     START SUSPENSE-FILE KEY IS NOT LESS THAN SU-SUSPENSE-KEY
062200         INVALID KEY
062300             SET SUSPENSE-EOF TO TRUE
062400     END-START
062500     PERFORM UNTIL SUSPENSE-EOF
062600         READ SUSPENSE-FILE NEXT RECORD
062700             AT END
062800                 SET SUSPENSE-EOF TO TRUE
062900             NOT AT END
063000                 IF SU-DATA-ID NOT = WORK-DATA-ID
063100                     SET SUSPENSE-EOF TO TRUE
063200                 ELSE
063300                     PERFORM 2510-SHOW-ONE-SUSPENSE
063400                         THRU 2510-EXIT
063500                 END-IF
063600         END-READ
063700     END-PERFORM
063800*
063900     MOVE SUSPENSE-OPEN-COUNT TO COUNT-DISPLAY
064000     MOVE SUSPENSE-RESOLVED-COUNT TO COUNT-DISPLAY-2
064100     MOVE SPACES TO STATEMENT-LINE
064200     STRING "    OPEN " DELIMITED BY SIZE
064300             COUNT-DISPLAY DELIMITED BY SIZE
064400             " RESOLVED " DELIMITED BY SIZE
064500             COUNT-DISPLAY-2 DELIMITED BY SIZE
064600         INTO STATEMENT-LINE
064700     WRITE STATEMENT-LINE.
064800 2500-EXIT.
064900     EXIT.
065000*
065100***************************************************************
065200*    2510-SHOW-ONE-SUSPENSE                                    *
065300***************************************************************
065400 2510-SHOW-ONE-SUSPENSE.
065500     EVALUATE TRUE
065600         WHEN SU-OPEN
065700             ADD 1 TO SUSPENSE-OPEN-COUNT
065800             MOVE "OPEN" TO DISPOSITION-TEXT
065900         WHEN SU-REPAIRED
066000             ADD 1 TO SUSPENSE-RESOLVED-COUNT
066100             MOVE "REPAIRED" TO DISPOSITION-TEXT
066200         WHEN SU-WRITTEN-OFF
066300             ADD 1 TO SUSPENSE-RESOLVED-COUNT
066400             MOVE "WRITTEN OFF" TO DISPOSITION-TEXT
066500         WHEN OTHER
066600             ADD 1 TO SUSPENSE-OPEN-COUNT
066700             MOVE "UNKNOWN" TO DISPOSITION-TEXT
066800     END-EVALUATE
066900     MOVE SPACES TO STATEMENT-LINE
067000     STRING "    " DELIMITED BY SIZE
067100             SU-ROUND-NUMBER DELIMITED BY SIZE
067200             " " DELIMITED BY SIZE
067300             SU-SOURCE DELIMITED BY SIZE
067400             " " DELIMITED BY SIZE
067500             SU-REASON DELIMITED BY SIZE
067600             " " DELIMITED BY SIZE
067700             SU-REJECT-DATE DELIMITED BY SIZE
067800             " " DELIMITED BY SIZE
067900             DISPOSITION-TEXT DELIMITED BY SIZE
068000             " " DELIMITED BY SIZE
068100             SU-RESOLVED-DATE DELIMITED BY SIZE
068200         INTO STATEMENT-LINE
068300     WRITE STATEMENT-LINE.
068400 2510-EXIT.
068500     EXIT.
068600*
068700***************************************************************
068800*    2600-SHOW-CORRECTIONS                                     *
068900*    EVERY LINE ON THIS DATA-FILE'S CORRECTION LOG (ROUND-     *
069000*    MAINT AND SUSPENSE-REPAIR BOTH APPEND TO IT). A LINE      *
069100*    WRITTEN BEFORE DUAL CONTROL CARRIES NO MAKER OR CHECKER.  *
069200***************************************************************
069300 2600-SHOW-CORRECTIONS.
069400     MOVE 0 TO CORRECTION-COUNT
069500     MOVE "N" TO LOG-EOF-SWITCH
069600     MOVE SPACES TO STATEMENT-LINE
069700     STRING "  CORRECTIONS" DELIMITED BY SIZE
069800         INTO STATEMENT-LINE
069900     WRITE STATEMENT-LINE
070000     MOVE SPACES TO CORRECTION-LOG-NAME
070100     STRING "./corrlog-" DELIMITED BY SIZE
070200             WORK-DATA-ID DELIMITED BY SPACE
070300             ".log" DELIMITED BY SIZE
070400         INTO CORRECTION-LOG-NAME
070500     OPEN INPUT CORRECTION-LOG-FILE
070600     IF CORRECTION-LOG-STATUS NOT = "00"
070700         MOVE SPACES TO STATEMENT-LINE
070800         STRING "    NONE ON FILE" DELIMITED BY SIZE
070900             INTO STATEMENT-LINE
071000         WRITE STATEMENT-LINE
071100         GO TO 2600-EXIT
071200     END-IF
071300     MOVE SPACES TO STATEMENT-LINE
071400     STRING "    DATE     ACTION ROUND BEFORE   AFTER    "
071500             DELIMITED BY SIZE
071600             "RESULT                   MAKER    CHECKER"
071700             DELIMITED BY SIZE
071800         INTO STATEMENT-LINE
071900     WRITE STATEMENT-LINE
072000     PERFORM UNTIL LOG-EOF
072100         READ CORRECTION-LOG-FILE
072200             AT END
072300                 SET LOG-EOF TO TRUE
072400             NOT AT END
072500                 PERFORM 2610-SHOW-ONE-CORRECTION
072600                     THRU 2610-EXIT
072700         END-READ
072800     END-PERFORM
072900     CLOSE CORRECTION-LOG-FILE
073000     MOVE CORRECTION-COUNT TO COUNT-DISPLAY
073100     MOVE SPACES TO STATEMENT-LINE
073200     STRING "    CORRECTIONS LOGGED " DELIMITED BY SIZE
073300             COUNT-DISPLAY DELIMITED BY SIZE
073400         INTO STATEMENT-LINE
073500     WRITE STATEMENT-LINE.
073600 2600-EXIT.
073700     EXIT.
073800*
073900***************************************************************
074000*    2610-SHOW-ONE-CORRECTION                                  *
074100***************************************************************
074200 2610-SHOW-ONE-CORRECTION.
074300     ADD 1 TO CORRECTION-COUNT
074400     MOVE SPACES TO STATEMENT-LINE
074500     STRING "    " DELIMITED BY SIZE
074600             CL-DATE DELIMITED BY SIZE
074700             " " DELIMITED BY SIZE
074800             CL-ACTION DELIMITED BY SIZE
074900             " " DELIMITED BY SIZE
075000             CL-ROUND-NUMBER DELIMITED BY SIZE
075100             " " DELIMITED BY SIZE
075200             CL-BEFORE-IMAGE DELIMITED BY SIZE
075300             " " DELIMITED BY SIZE
075400             CL-AFTER-IMAGE DELIMITED BY SIZE
075500             " " DELIMITED BY SIZE
075600             CL-RESULT DELIMITED BY SIZE
075700             " " DELIMITED BY SIZE
075800             CL-MAKER-ID DELIMITED BY SIZE
075900             " " DELIMITED BY SIZE
076000             CL-CHECKER-ID DELIMITED BY SIZE
076100         INTO STATEMENT-LINE
076200     WRITE STATEMENT-LINE.
076300 2610-EXIT.
076400     EXIT.
076500*
076600***************************************************************
076700*    3000-FINALIZE                                             *
076800***************************************************************
076900 3000-FINALIZE.
077000     CLOSE OPPONENT-MASTER-FILE
077100     CLOSE RUN-LOG-FILE
077200     CLOSE HISTORY-FILE
077300     CLOSE SUSPENSE-FILE
077400     CLOSE STATEMENT-REPORT-FILE
077500*
077600     DISPLAY "Statements written >>> " STATEMENT-COUNT
077700     DISPLAY "Retired opponents skipped >>> " SKIPPED-COUNT
077800     IF STATEMENT-COUNT = 0
077900         MOVE 4 TO RETURN-CODE
078000     END-IF.
078100 3000-EXIT.
078200     EXIT.
078210*
078220***************************************************************
078230*    8900-READ-PROCESSING-DATE                                 *
078240*    THE RUN DATE IS THE SHOP PROCESSING DATE ON THE CONTROL   *
078250*    RECORD (SEE PROCDATEREC.CPY), NOT THE SYSTEM CLOCK - ONLY *
078260*    DATE-ROLL MOVES IT ON. NO CONTROL RECORD, OR NO VALID     *
078270*    DATE ON IT, IS FATAL.                                     *
078280***************************************************************
078290 8900-READ-PROCESSING-DATE.
078300     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-PROCESSING-DATE-FILE"
078310     IF ENV-VALUE NOT = SPACES
078320         MOVE ENV-VALUE TO PROCESSING-DATE-NAME
078330     END-IF
078340     OPEN INPUT PROCESSING-DATE-FILE
078350     IF PROCESSING-DATE-STATUS NOT = "00"
078360         DISPLAY "FATAL: OPEN INPUT PROCESSING-DATE-FILE, STATUS="
078370             PROCESSING-DATE-STATUS
078380         MOVE 16 TO RETURN-CODE
078390         STOP RUN
078400     END-IF
078410     READ PROCESSING-DATE-FILE
078420         AT END
078430             MOVE SPACES TO PROCESSING-DATE-RECORD
078440     END-READ
078450     CLOSE PROCESSING-DATE-FILE
078460     IF PD-PROCESSING-DATE NOT NUMERIC
078470             OR PD-PROCESSING-DATE = 0
078480         DISPLAY "FATAL: NO PROCESSING DATE ON "
078490             PROCESSING-DATE-NAME
078500         MOVE 16 TO RETURN-CODE
078510         STOP RUN
078520     END-IF
078530     MOVE PD-PROCESSING-DATE TO CURRENT-DATE-YYYYMMDD.
078540 8900-EXIT.
078550     EXIT.
