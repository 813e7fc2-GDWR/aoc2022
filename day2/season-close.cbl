002300*    MODIFICATION HISTORY                                      *
002400*    -------------------                                       *
002500*    09-02-26  GDWR  ORIGINAL.                                  *
002510*    10-15-26  GDWR  THE HISTORY SCORES ARE NOW NET OF THE      *
002520*                    ADJUSTMENT LEDGER (SEE ADJREC.CPY). EACH  *
002530*                    STANDINGS LINE NOW ALSO CARRIES THE RAW   *
002540*                    SCORE AND THE ADJUSTMENT BEHIND EACH BEST *
002550*                    SCORE, AND THE CHAMPION LINE ON THE       *
002560*                    SUMMARY SHOWS THE ADJUSTMENT IN ITS BEST. *
002570*    10-15-26  GDWR  EACH STANDINGS LINE NOW ENDS WITH THE RUN  *
002580*                    DATE OF EACH BEST SCORE, FOR THE ALL-TIME *
002590*                    RECORDS BOOK (SEE RECORDS-BOOK.CBL).      *
002600***************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
007700     05  SL-ROUNDS               PIC 9(05).
007800     05  FILLER                  PIC X(01) VALUE SPACE.
007900     05  SL-CHAMPION             PIC X(08).
007907     05  FILLER                  PIC X(01) VALUE SPACE.
007914     05  SL-BEST1-RAW            PIC 9(10).
007921     05  FILLER                  PIC X(01) VALUE SPACE.
007928     05  SL-BEST1-ADJUST         PIC +9(09).
007935     05  FILLER                  PIC X(01) VALUE SPACE.
007942     05  SL-BEST2-RAW            PIC 9(10).
007949     05  FILLER                  PIC X(01) VALUE SPACE.
007956     05  SL-BEST2-ADJUST         PIC +9(09).
007963     05  FILLER                  PIC X(01) VALUE SPACE.
007970     05  SL-BEST1-DATE           PIC 9(08).
007977     05  FILLER                  PIC X(01) VALUE SPACE.
007984     05  SL-BEST2-DATE           PIC 9(08).
008000 01  SEASON-HEADER-LINE          PIC X(156).
008100*
008200 FD  SUMMARY-REPORT-FILE.
008300 01  SUMMARY-LINE                PIC X(80).
010900 77  SEASON-START-DATE           PIC 9(08) VALUE 0.
011000 77  SEASON-END-DATE             PIC 9(08) VALUE 0.
011100*
011110 77  ROW-RAW-SCORE1              PIC 9(10) VALUE 0.
011120 77  ROW-RAW-SCORE2              PIC 9(10) VALUE 0.
011130 77  ROW-ADJUST1                 PIC S9(09) VALUE 0.
011140 77  ROW-ADJUST2                 PIC S9(09) VALUE 0.
011150 77  SUMMARY-ADJUST              PIC +9(09).
011160*
011200 77  SEASON-COUNT                PIC 9(03) VALUE 0.
011300 01  SEASON-TABLE.
011400     05  SEASON-ENTRY OCCURS 50 TIMES.
012100         10  SE-SUM2             PIC 9(12).
012200         10  SE-LAST-DATE        PIC 9(08).
012300         10  SE-ROUNDS           PIC 9(05).
012310         10  SE-BEST1-RAW        PIC 9(10).
012320         10  SE-BEST1-ADJUST     PIC S9(09).
012330         10  SE-BEST2-RAW        PIC 9(10).
012340         10  SE-BEST2-ADJUST     PIC S9(09).
012350         10  SE-BEST1-DATE       PIC 9(08).
012360         10  SE-BEST2-DATE       PIC 9(08).
012400 01  SEASON-HOLD.
012500     05  SH-OPPONENT-NAME        PIC X(20).
012600     05  SH-DIVISION             PIC X(10).
013100     05  SH-SUM2                 PIC 9(12).
013200     05  SH-LAST-DATE            PIC 9(08).
013300     05  SH-ROUNDS               PIC 9(05).
013310     05  SH-BEST1-RAW            PIC 9(10).
013320     05  SH-BEST1-ADJUST         PIC S9(09).
013330     05  SH-BEST2-RAW            PIC 9(10).
013340     05  SH-BEST2-ADJUST         PIC S9(09).
013350     05  SH-BEST1-DATE           PIC 9(08).
013360     05  SH-BEST2-DATE           PIC 9(08).
013400*
013500 77  ENTRY-SUB                   PIC 9(03) COMP VALUE 0.
013600 77  MATCH-SUB                   PIC 9(03) COMP VALUE 0.
029100         GO TO 2100-EXIT
029200     END-IF
029300*
029310     PERFORM 2110-SPLIT-ROW-SCORES THRU 2110-EXIT
029400     ADD 1 TO SE-ENTRY-COUNT(MATCH-SUB)
029500     ADD HL-SCORE1 TO SE-SUM1(MATCH-SUB)
029600     ADD HL-SCORE2 TO SE-SUM2(MATCH-SUB)
029700     IF HL-SCORE1 > SE-BEST1(MATCH-SUB)
029800         MOVE HL-SCORE1 TO SE-BEST1(MATCH-SUB)
029810         MOVE ROW-RAW-SCORE1 TO SE-BEST1-RAW(MATCH-SUB)
029820         MOVE ROW-ADJUST1 TO SE-BEST1-ADJUST(MATCH-SUB)
029830         MOVE HL-RUN-DATE TO SE-BEST1-DATE(MATCH-SUB)
029900     END-IF
030000     IF HL-SCORE2 > SE-BEST2(MATCH-SUB)
030100         MOVE HL-SCORE2 TO SE-BEST2(MATCH-SUB)
030110         MOVE ROW-RAW-SCORE2 TO SE-BEST2-RAW(MATCH-SUB)
030120         MOVE ROW-ADJUST2 TO SE-BEST2-ADJUST(MATCH-SUB)
030130         MOVE HL-RUN-DATE TO SE-BEST2-DATE(MATCH-SUB)
030200     END-IF
030300     IF HL-RUN-DATE > SE-LAST-DATE(MATCH-SUB)
030400         MOVE HL-RUN-DATE TO SE-LAST-DATE(MATCH-SUB)
031500     END-REWRITE
031600     ADD 1 TO ROWS-CLOSED-COUNT.
031700 2100-EXIT.
031704     EXIT.
031708*
031712***************************************************************
031716*    2110-SPLIT-ROW-SCORES                                     *
031720*    A ROW WRITTEN BEFORE THE ADJUSTMENT LEDGER HAS SPACES IN  *
031724*    ITS RAW AND ADJUSTMENT FIELDS - ITS NET SCORE IS ITS RAW  *
031728*    SCORE AND ITS ADJUSTMENT IS ZERO (SAME RULE AS TREND).    *
031732***************************************************************
031736 2110-SPLIT-ROW-SCORES.
031740     IF HL-RAW-SCORE1 NUMERIC AND HL-RAW-SCORE2 NUMERIC
031744             AND HL-ADJUST1 NUMERIC AND HL-ADJUST2 NUMERIC
031748         MOVE HL-RAW-SCORE1 TO ROW-RAW-SCORE1
031752         MOVE HL-RAW-SCORE2 TO ROW-RAW-SCORE2
031756         MOVE HL-ADJUST1 TO ROW-ADJUST1
031760         MOVE HL-ADJUST2 TO ROW-ADJUST2
031764     ELSE
031768         MOVE HL-SCORE1 TO ROW-RAW-SCORE1
031772         MOVE HL-SCORE2 TO ROW-RAW-SCORE2
031776         MOVE 0 TO ROW-ADJUST1
031780         MOVE 0 TO ROW-ADJUST2
031784     END-IF.
031788 2110-EXIT.
031800     EXIT.
031900*
032000***************************************************************
035300     MOVE 0 TO SE-SUM2(MATCH-SUB)
035400     MOVE 0 TO SE-LAST-DATE(MATCH-SUB)
035500     MOVE 0 TO SE-ROUNDS(MATCH-SUB)
035510     MOVE 0 TO SE-BEST1-RAW(MATCH-SUB)
035520     MOVE 0 TO SE-BEST1-ADJUST(MATCH-SUB)
035530     MOVE 0 TO SE-BEST2-RAW(MATCH-SUB)
035540     MOVE 0 TO SE-BEST2-ADJUST(MATCH-SUB)
035550     MOVE 0 TO SE-BEST1-DATE(MATCH-SUB)
035560     MOVE 0 TO SE-BEST2-DATE(MATCH-SUB)
035600     SET ENTRY-FOUND TO TRUE.
035700 2200-EXIT.
035800     EXIT.
046900     MOVE SE-OPPONENT-NAME(DIV-SUB) TO SL-OPPONENT-NAME
047000     MOVE SE-BEST1(DIV-SUB) TO SL-BEST1
047100     MOVE SE-BEST2(DIV-SUB) TO SL-BEST2
047110     MOVE SE-BEST1-RAW(DIV-SUB) TO SL-BEST1-RAW
047120     MOVE SE-BEST1-ADJUST(DIV-SUB) TO SL-BEST1-ADJUST
047130     MOVE SE-BEST2-RAW(DIV-SUB) TO SL-BEST2-RAW
047140     MOVE SE-BEST2-ADJUST(DIV-SUB) TO SL-BEST2-ADJUST
047150     MOVE SE-BEST1-DATE(DIV-SUB) TO SL-BEST1-DATE
047160     MOVE SE-BEST2-DATE(DIV-SUB) TO SL-BEST2-DATE
047200     IF SE-ENTRY-COUNT(DIV-SUB) > 0
047300         DIVIDE SE-SUM1(DIV-SUB) BY SE-ENTRY-COUNT(DIV-SUB)
047400             GIVING SL-AVG1 ROUNDED
048300         MOVE "CHAMPION" TO SL-CHAMPION
048400         ADD 1 TO CHAMPION-COUNT
048500         MOVE SPACES TO SUMMARY-LINE
048510         MOVE SE-BEST1-ADJUST(DIV-SUB) TO SUMMARY-ADJUST
048600         STRING "DIVISION " DELIMITED BY SIZE
048700                 SE-DIVISION(DIV-SUB) DELIMITED BY SIZE
048800                 " CHAMPION " DELIMITED BY SIZE
048900                 SE-OPPONENT-NAME(DIV-SUB) DELIMITED BY SIZE
049000                 " BEST " DELIMITED BY SIZE
049100                 SE-BEST1(DIV-SUB) DELIMITED BY SIZE
049110                 " ADJ " DELIMITED BY SIZE
049120                 SUMMARY-ADJUST DELIMITED BY SIZE
049200             INTO SUMMARY-LINE
049300         WRITE SUMMARY-LINE
049400     ELSE
