000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     Aoc2022Day2RecordsBook.
000300 AUTHOR.         GDWR.
000400 INSTALLATION.   AOC2022 SCORING SHOP.
000500 DATE-WRITTEN.   10-15-26.
000600 DATE-COMPILED.  10-15-26.
000700*
000800***************************************************************
000900*    ALL-TIME RECORDS BOOK.                                    *
001000*    FIRST LOADS THE SEASON-STANDINGS FILE SEASON-CLOSE LAST   *
001100*    WROTE (DAY2-SEASON-FILE) INTO THE PERMANENT SEASON        *
001200*    HISTORY (SEE SEASHISTREC.CPY), ONE RECORD PER OPPONENT    *
001300*    PER SEASON. LOADING THE SAME SEASON AGAIN REPLACES ITS    *
001400*    RECORDS, SO A RERUN IS HARMLESS; WITH NO STANDINGS FILE   *
001500*    PRESENT THE BOOK IS SIMPLY REPRINTED FROM THE HISTORY.    *
001600*                                                               *
001700*    THEN COMPILES THE BOOK FROM EVERY SEASON ON THE HISTORY:  *
001800*    PER OPPONENT - CAREER SEASONS PLAYED, DIVISION TITLES,    *
001900*    BEST EVER SINGLE-RUN SCORE1 AND SCORE2 WITH THE RUN DATE, *
002000*    AND BEST SEASON AVERAGES WITH THE SEASON; PER DIVISION -  *
002100*    THE ALL-TIME SCORE1 AND SCORE2 RECORD HOLDERS. THE        *
002200*    OPPONENT'S DIVISION IS THE ONE IT LAST PLAYED A SEASON    *
002300*    IN. OPPONENTS SINCE RETIRED OR DROPPED FROM THE MASTER    *
002400*    STILL APPEAR, MARKED AS SUCH. RETURN-CODE 4 WHEN THE      *
002500*    HISTORY HOLDS NO SEASONS.                                 *
002600*                                                               *
002700*    MODIFICATION HISTORY                                      *
002800*    -------------------                                       *
002900*    10-15-26  GDWR  ORIGINAL.                                  *
002910*    10-15-26  GDWR  THE RUN DATE NOW COMES FROM THE SHOP       *
002920*                    PROCESSING-DATE CONTROL RECORD (SEE        *
002930*                    PROCDATEREC.CPY) INSTEAD OF THE SYSTEM     *
002940*                    CLOCK, SO A NIGHT THAT RUNS PAST MIDNIGHT  *
002950*                    KEEPS ONE DATE.                            *
003000***************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400*
003500     SELECT OPTIONAL SEASON-FILE ASSIGN TO SEASON-FILE-NAME
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS SEASON-STATUS.
003800*
003900     SELECT OPTIONAL SEASON-HISTORY-FILE ASSIGN TO
004000         SEASON-HISTORY-NAME
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS SN-SEASON-KEY
004400         FILE STATUS IS SEASON-HISTORY-STATUS.
004500*
004600     SELECT OPPONENT-MASTER-FILE ASSIGN TO
004700         OPPONENT-MASTER-NAME
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS OM-OPPONENT-NAME
005100         FILE STATUS IS OPPONENT-MASTER-STATUS.
005200*
005300     SELECT RECORDS-REPORT-FILE ASSIGN TO RECORDS-REPORT-NAME
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS RECORDS-REPORT-STATUS.
005600*
005610     SELECT PROCESSING-DATE-FILE ASSIGN TO
005620         PROCESSING-DATE-NAME
005630         ORGANIZATION IS LINE SEQUENTIAL
005640         FILE STATUS IS PROCESSING-DATE-STATUS.
005650*
005700 DATA DIVISION.
005800 FILE SECTION.
005900*
006000 FD  SEASON-FILE.
006100 01  SEASON-LINE.
006200     05  SL-DIVISION             PIC X(10).
006300     05  FILLER                  PIC X(01).
006400     05  SL-RANK                 PIC 9(03).
006500     05  FILLER                  PIC X(01).
006600     05  SL-OPPONENT-NAME        PIC X(20).
006700     05  FILLER                  PIC X(01).
006800     05  SL-BEST1                PIC 9(10).
006900     05  FILLER                  PIC X(01).
007000     05  SL-AVG1                 PIC 9(10).
007100     05  FILLER                  PIC X(01).
007200     05  SL-BEST2                PIC 9(10).
007300     05  FILLER                  PIC X(01).
007400     05  SL-AVG2                 PIC 9(10).
007500     05  FILLER                  PIC X(01).
007600     05  SL-ROUNDS               PIC 9(05).
007700     05  FILLER                  PIC X(01).
007800     05  SL-CHAMPION             PIC X(08).
007900     05  FILLER                  PIC X(01).
008000     05  SL-BEST1-RAW            PIC 9(10).
008100     05  FILLER                  PIC X(01).
008200     05  SL-BEST1-ADJUST         PIC +9(09).
008300     05  FILLER                  PIC X(01).
008400     05  SL-BEST2-RAW            PIC 9(10).
008500     05  FILLER                  PIC X(01).
008600     05  SL-BEST2-ADJUST         PIC +9(09).
008700     05  FILLER                  PIC X(01).
008800     05  SL-BEST1-DATE           PIC 9(08).
008900     05  FILLER                  PIC X(01).
009000     05  SL-BEST2-DATE           PIC 9(08).
009100 01  SEASON-TITLE-LINE.
009200     05  ST-LITERAL              PIC X(17).
009300     05  ST-START-DATE           PIC X(08).
009400     05  ST-TO                   PIC X(04).
009500     05  ST-END-DATE             PIC X(08).
009600     05  FILLER                  PIC X(119).
009700*
009800 FD  SEASON-HISTORY-FILE.
009900     COPY SEASHISTREC.
010000*
010100 FD  OPPONENT-MASTER-FILE.
010200     COPY OPPMSTR.
010300*
010400 FD  RECORDS-REPORT-FILE.
010500 01  RECORDS-LINE                PIC X(132).
010600*
010610 FD  PROCESSING-DATE-FILE.
010620     COPY PROCDATEREC.
010630*
010700 WORKING-STORAGE SECTION.
010800*
010900 77  SEASON-FILE-NAME            PIC X(80)
011000     VALUE "./seasonstd.dat".
011100 77  SEASON-HISTORY-NAME         PIC X(80)
011200     VALUE "./seasonhist.dat".
011300 77  OPPONENT-MASTER-NAME        PIC X(80)
011400     VALUE "./oppmaster.dat".
011500 77  RECORDS-REPORT-NAME         PIC X(80)
011600     VALUE "./recordsbook.txt".
011610 77  PROCESSING-DATE-NAME        PIC X(80)
011620     VALUE "./procdate.dat".
011700 77  ENV-VALUE                   PIC X(80).
011800*
011900 77  SEASON-STATUS               PIC X(02) VALUE SPACES.
012000 77  SEASON-HISTORY-STATUS       PIC X(02) VALUE SPACES.
012100 77  OPPONENT-MASTER-STATUS      PIC X(02) VALUE SPACES.
012200 77  RECORDS-REPORT-STATUS       PIC X(02) VALUE SPACES.
012210 77  PROCESSING-DATE-STATUS      PIC X(02) VALUE SPACES.
012300*
012400 77  END-OF-FILE-SWITCH          PIC X(01) VALUE "N".
012500     88  END-OF-FILE                       VALUE "Y".
012600 77  HISTORY-EOF-SWITCH          PIC X(01) VALUE "N".
012700     88  HISTORY-EOF                       VALUE "Y".
012800 77  ENTRY-FOUND-SWITCH          PIC X(01) VALUE "N".
012900     88  ENTRY-FOUND                       VALUE "Y".
013000 77  TABLE-FULL-SWITCH           PIC X(01) VALUE "N".
013100     88  TABLE-FULL                        VALUE "Y".
013200*
013300 77  SEASON-START-DATE           PIC 9(08) VALUE 0.
013400 77  SEASON-END-DATE             PIC 9(08) VALUE 0.
013500 77  CURRENT-DATE-YYYYMMDD       PIC 9(08) VALUE 0.
013600 77  LAST-SEASON-END             PIC 9(08) VALUE 0.
013700 77  FIRST-SEASON-END            PIC 9(08) VALUE 0.
013800 77  SEASONS-ON-FILE             PIC 9(05) VALUE 0.
013900*
014000 77  CAREER-COUNT                PIC 9(03) VALUE 0.
014100 01  CAREER-TABLE.
014200     05  CAREER-ENTRY OCCURS 200 TIMES.
014300         10  CA-OPPONENT-NAME    PIC X(20).
014400         10  CA-DIVISION         PIC X(10).
014500         10  CA-STATUS           PIC X(07).
014600         10  CA-SEASONS          PIC 9(03).
014700         10  CA-TITLES           PIC 9(03).
014800         10  CA-BEST1            PIC 9(10).
014900         10  CA-BEST1-DATE       PIC 9(08).
015000         10  CA-BEST2            PIC 9(10).
015100         10  CA-BEST2-DATE       PIC 9(08).
015200         10  CA-BEST-AVG1        PIC 9(10).
015300         10  CA-BEST-AVG1-SEASON PIC 9(08).
015400         10  CA-BEST-AVG2        PIC 9(10).
015500         10  CA-BEST-AVG2-SEASON PIC 9(08).
015600 01  CAREER-HOLD                 PIC X(115).
015700*
015800 77  DIVISION-COUNT              PIC 9(03) VALUE 0.
015900 01  DIVISION-RECORD-TABLE.
016000     05  DIVISION-RECORD OCCURS 50 TIMES.
016100         10  DR-DIVISION         PIC X(10).
016200         10  DR-SEASONS          PIC 9(05).
016300         10  DR-BEST1-HOLDER     PIC X(20).
016400         10  DR-BEST1            PIC 9(10).
016500         10  DR-BEST1-DATE       PIC 9(08).
016600         10  DR-BEST1-SEASON     PIC 9(08).
016700         10  DR-BEST2-HOLDER     PIC X(20).
016800         10  DR-BEST2            PIC 9(10).
016900         10  DR-BEST2-DATE       PIC 9(08).
017000         10  DR-BEST2-SEASON     PIC 9(08).
017100*
017200 77  ENTRY-SUB                   PIC 9(03) COMP VALUE 0.
017300 77  MATCH-SUB                   PIC 9(03) COMP VALUE 0.
017400 77  DIV-SUB                     PIC 9(03) COMP VALUE 0.
017500 77  SORT-PASS-IDX               PIC 9(03) VALUE 0.
017600 77  SORT-COMPARE-IDX            PIC 9(03) VALUE 0.
017700*
017800 77  FORMAT-DATE                 PIC 9(08) VALUE 0.
017900 77  DATE-TEXT                   PIC X(08) VALUE SPACES.
018000 77  DATE-TEXT-2                 PIC X(08) VALUE SPACES.
018100 77  SEASONS-DISPLAY             PIC 9(05) VALUE 0.
018200*
018300 77  LINES-READ-COUNT            PIC 9(05) COMP VALUE 0.
018400 77  LOADED-COUNT                PIC 9(05) COMP VALUE 0.
018500 77  REPLACED-COUNT              PIC 9(05) COMP VALUE 0.
018600 77  HISTORY-ROW-COUNT           PIC 9(05) COMP VALUE 0.
018700*
018800 PROCEDURE DIVISION.
018900*
019000***************************************************************
019100*    0000-MAINLINE                                             *
019200***************************************************************
019300 0000-MAINLINE.
019400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
019500     PERFORM 2000-LOAD-SEASON THRU 2000-EXIT
019600     PERFORM 3000-BUILD-CAREERS THRU 3000-EXIT
019700     PERFORM 4000-SORT-CAREERS THRU 4000-EXIT
019800     PERFORM 5000-WRITE-BOOK THRU 5000-EXIT
019900     PERFORM 6000-FINALIZE THRU 6000-EXIT
020000     STOP RUN.
020100*
020200***************************************************************
020300*    1000-INITIALIZE                                           *
020400***************************************************************
020500 1000-INITIALIZE.
020600     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-SEASON-FILE"
020700     IF ENV-VALUE NOT = SPACES
020800         MOVE ENV-VALUE TO SEASON-FILE-NAME
020900     END-IF
021000     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-SEASON-HISTORY"
021100     IF ENV-VALUE NOT = SPACES
021200         MOVE ENV-VALUE TO SEASON-HISTORY-NAME
021300     END-IF
021400     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-OPPONENT-MASTER"
021500     IF ENV-VALUE NOT = SPACES
021600         MOVE ENV-VALUE TO OPPONENT-MASTER-NAME
021700     END-IF
021800     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-RECORDS-REPORT"
021900     IF ENV-VALUE NOT = SPACES
022000         MOVE ENV-VALUE TO RECORDS-REPORT-NAME
022100     END-IF
022110     PERFORM 8900-READ-PROCESSING-DATE THRU 8900-EXIT
022300*
022400     OPEN I-O SEASON-HISTORY-FILE
022500     IF SEASON-HISTORY-STATUS NOT = "00"
022600             AND SEASON-HISTORY-STATUS NOT = "05"
022700         DISPLAY "FATAL: OPEN I-O SEASON-HISTORY FAILED, STATUS="
022800             SEASON-HISTORY-STATUS
022900         MOVE 16 TO RETURN-CODE
023000         STOP RUN
023100     END-IF
023200     OPEN INPUT OPPONENT-MASTER-FILE
023300     IF OPPONENT-MASTER-STATUS NOT = "00"
023400         DISPLAY "FATAL: OPEN OPPONENT-MASTER-FILE, STATUS="
023500             OPPONENT-MASTER-STATUS
023600         MOVE 16 TO RETURN-CODE
023700         STOP RUN
023800     END-IF
023900     OPEN OUTPUT RECORDS-REPORT-FILE
024000     IF RECORDS-REPORT-STATUS NOT = "00"
024100         DISPLAY "FATAL: OPEN OUTPUT RECORDS-REPORT, STATUS="
024200             RECORDS-REPORT-STATUS
024300         MOVE 16 TO RETURN-CODE
024400         STOP RUN
024500     END-IF.
024600 1000-EXIT.
024700     EXIT.
024800*
024900***************************************************************
025000*    2000-LOAD-SEASON                                          *
025100*    THE FIRST LINE OF A STANDINGS FILE IS SEASON-CLOSE'S      *
025200*    "SEASON STANDINGS <START> TO <END>" HEADER AND GIVES THE  *
025300*    SEASON; A "DIVISION" HEADER OPENS EACH SECTION. ONLY      *
025400*    LINES WITH A NUMERIC RANK ARE STANDINGS.                  *
025500***************************************************************
025600 2000-LOAD-SEASON.
025700     OPEN INPUT SEASON-FILE
025800     IF SEASON-STATUS NOT = "00"
025900             AND SEASON-STATUS NOT = "05"
026000         DISPLAY "FATAL: OPEN INPUT SEASON-FILE, STATUS="
026100             SEASON-STATUS
026200         MOVE 16 TO RETURN-CODE
026300         STOP RUN
026400     END-IF
026500     READ SEASON-FILE
026600         AT END
026700             DISPLAY "NO SEASON-STANDINGS FILE TO LOAD"
026800             CLOSE SEASON-FILE
026900             GO TO 2000-EXIT
027000     END-READ
027100     IF ST-LITERAL NOT = "SEASON STANDINGS "
027200             OR ST-START-DATE NOT NUMERIC
027300             OR ST-END-DATE NOT NUMERIC
027400         DISPLAY "FATAL: NOT A SEASON-STANDINGS FILE - "
027500             SEASON-FILE-NAME
027600         MOVE 16 TO RETURN-CODE
027700         STOP RUN
027800     END-IF
027900     MOVE ST-START-DATE TO SEASON-START-DATE
028000     MOVE ST-END-DATE TO SEASON-END-DATE
028100*
028200     PERFORM UNTIL END-OF-FILE
028300         READ SEASON-FILE
028400             AT END
028500                 SET END-OF-FILE TO TRUE
028600             NOT AT END
028700                 ADD 1 TO LINES-READ-COUNT
028800                 IF SL-RANK NUMERIC
028900                         AND SL-OPPONENT-NAME NOT = SPACES
029000                     PERFORM 2100-LOAD-ONE-STANDING
029100                         THRU 2100-EXIT
029200                 END-IF
029300         END-READ
029400     END-PERFORM
029500     CLOSE SEASON-FILE.
029600 2000-EXIT.
029700     EXIT.
029800*
029900***************************************************************
030000*    2100-LOAD-ONE-STANDING                                    *
030100*    A STANDINGS FILE WRITTEN BEFORE THE BEST-RUN DATES WERE   *
030200*    ADDED HAS SPACES THERE - THOSE DATES LOAD AS ZERO.        *
030300***************************************************************
030400 2100-LOAD-ONE-STANDING.
030500     MOVE SEASON-END-DATE TO SN-SEASON-END
030600     MOVE SL-OPPONENT-NAME TO SN-OPPONENT-NAME
030700     MOVE "N" TO ENTRY-FOUND-SWITCH
030800     READ SEASON-HISTORY-FILE
030900         INVALID KEY
031000             CONTINUE
031100         NOT INVALID KEY
031200             SET ENTRY-FOUND TO TRUE
031300     END-READ
031400*
031500     MOVE SEASON-END-DATE TO SN-SEASON-END
031600     MOVE SL-OPPONENT-NAME TO SN-OPPONENT-NAME
031700     MOVE SEASON-START-DATE TO SN-SEASON-START
031800     MOVE SL-DIVISION TO SN-DIVISION
031900     MOVE SL-RANK TO SN-RANK
032000     MOVE SL-BEST1 TO SN-BEST1
032100     MOVE SL-AVG1 TO SN-AVG1
032200     MOVE SL-BEST2 TO SN-BEST2
032300     MOVE SL-AVG2 TO SN-AVG2
032400     MOVE SL-ROUNDS TO SN-ROUNDS
032500     IF SL-BEST1-DATE NUMERIC AND SL-BEST2-DATE NUMERIC
032600         MOVE SL-BEST1-DATE TO SN-BEST1-DATE
032700         MOVE SL-BEST2-DATE TO SN-BEST2-DATE
032800     ELSE
032900         MOVE 0 TO SN-BEST1-DATE
033000         MOVE 0 TO SN-BEST2-DATE
033100     END-IF
033200     IF SL-CHAMPION = "CHAMPION"
033300         MOVE "Y" TO SN-CHAMPION-FLAG
033400     ELSE
033500         MOVE "N" TO SN-CHAMPION-FLAG
033600     END-IF
033700     MOVE CURRENT-DATE-YYYYMMDD TO SN-LOADED-DATE
033800*
033900     IF ENTRY-FOUND
034000         REWRITE SEASON-HISTORY-RECORD
034100             INVALID KEY
034200                 DISPLAY "FATAL: SEASON-HISTORY REWRITE "
034300                     SN-OPPONENT-NAME " STATUS="
034400                     SEASON-HISTORY-STATUS
034500                 MOVE 16 TO RETURN-CODE
034600                 STOP RUN
034700         END-REWRITE
034800         ADD 1 TO REPLACED-COUNT
034900     ELSE
035000         WRITE SEASON-HISTORY-RECORD
035100             INVALID KEY
035200                 DISPLAY "FATAL: SEASON-HISTORY WRITE "
035300                     SN-OPPONENT-NAME " STATUS="
035400                     SEASON-HISTORY-STATUS
035500                 MOVE 16 TO RETURN-CODE
035600                 STOP RUN
035700         END-WRITE
035800         ADD 1 TO LOADED-COUNT
035900     END-IF.
036000 2100-EXIT.
036100     EXIT.
036200*
036300***************************************************************
036400*    3000-BUILD-CAREERS                                        *
036500*    ONE SWEEP OF THE WHOLE SEASON HISTORY, OLDEST SEASON      *
036600*    FIRST, INTO THE CAREER AND DIVISION RECORD TABLES. ON A   *
036700*    TIE THE EARLIER HOLDER KEEPS THE RECORD.                  *
036800***************************************************************
036900 3000-BUILD-CAREERS.
037000     MOVE LOW-VALUES TO SN-SEASON-KEY
037100     START SEASON-HISTORY-FILE KEY IS NOT LESS THAN SN-SEASON-KEY
037200         INVALID KEY
037300             SET HISTORY-EOF TO TRUE
037400     END-START
037500     PERFORM UNTIL HISTORY-EOF
037600         READ SEASON-HISTORY-FILE NEXT RECORD
037700             AT END
037800                 SET HISTORY-EOF TO TRUE
037900             NOT AT END
038000                 PERFORM 3100-ABSORB-ONE-SEASON THRU 3100-EXIT
038100         END-READ
038200     END-PERFORM
038300*
038400     PERFORM VARYING ENTRY-SUB FROM 1 BY 1
038500             UNTIL ENTRY-SUB > CAREER-COUNT
038600         MOVE CA-OPPONENT-NAME(ENTRY-SUB) TO OM-OPPONENT-NAME
038700         READ OPPONENT-MASTER-FILE
038800             INVALID KEY
038900                 MOVE "DROPPED" TO CA-STATUS(ENTRY-SUB)
039000             NOT INVALID KEY
039100                 IF OM-RETIRED
039200                     MOVE "RETIRED" TO CA-STATUS(ENTRY-SUB)
039300                 ELSE
039400                     MOVE "ACTIVE" TO CA-STATUS(ENTRY-SUB)
039500                 END-IF
039600         END-READ
039700     END-PERFORM.
039800 3000-EXIT.
039900     EXIT.
040000*
040100***************************************************************
040200*    3100-ABSORB-ONE-SEASON                                    *
040300***************************************************************
040400 3100-ABSORB-ONE-SEASON.
040500     ADD 1 TO HISTORY-ROW-COUNT
040600     IF SN-SEASON-END NOT = LAST-SEASON-END
040700         ADD 1 TO SEASONS-ON-FILE
040800         MOVE SN-SEASON-END TO LAST-SEASON-END
040900         IF FIRST-SEASON-END = 0
041000             MOVE SN-SEASON-END TO FIRST-SEASON-END
041100         END-IF
041200     END-IF
041300     PERFORM 3200-FIND-CAREER-ENTRY THRU 3200-EXIT
041400     IF ENTRY-FOUND
041500         PERFORM 3110-ADD-TO-CAREER THRU 3110-EXIT
041600     END-IF
041700     PERFORM 3300-FIND-DIVISION-RECORD THRU 3300-EXIT
041800     IF DIV-SUB > 0
041900         PERFORM 3120-ADD-TO-DIVISION THRU 3120-EXIT
042000     END-IF.
042100 3100-EXIT.
042200     EXIT.
042300*
042400***************************************************************
042500*    3110-ADD-TO-CAREER                                        *
042600*    SEASONS ARRIVE OLDEST FIRST, SO THE LAST DIVISION MOVED   *
042700*    IN IS THE ONE THE OPPONENT MOST RECENTLY PLAYED IN.       *
042800***************************************************************
042900 3110-ADD-TO-CAREER.
043000     ADD 1 TO CA-SEASONS(MATCH-SUB)
043100     MOVE SN-DIVISION TO CA-DIVISION(MATCH-SUB)
043200     IF SN-CHAMPION
043300         ADD 1 TO CA-TITLES(MATCH-SUB)
043400     END-IF
043500     IF SN-BEST1 > CA-BEST1(MATCH-SUB)
043600             OR CA-SEASONS(MATCH-SUB) = 1
043700         MOVE SN-BEST1 TO CA-BEST1(MATCH-SUB)
043800         MOVE SN-BEST1-DATE TO CA-BEST1-DATE(MATCH-SUB)
043900     END-IF
044000     IF SN-BEST2 > CA-BEST2(MATCH-SUB)
044100             OR CA-SEASONS(MATCH-SUB) = 1
044200         MOVE SN-BEST2 TO CA-BEST2(MATCH-SUB)
044300         MOVE SN-BEST2-DATE TO CA-BEST2-DATE(MATCH-SUB)
044400     END-IF
044500     IF SN-AVG1 > CA-BEST-AVG1(MATCH-SUB)
044600             OR CA-SEASONS(MATCH-SUB) = 1
044700         MOVE SN-AVG1 TO CA-BEST-AVG1(MATCH-SUB)
044800         MOVE SN-SEASON-END TO CA-BEST-AVG1-SEASON(MATCH-SUB)
044900     END-IF
045000     IF SN-AVG2 > CA-BEST-AVG2(MATCH-SUB)
045100             OR CA-SEASONS(MATCH-SUB) = 1
045200         MOVE SN-AVG2 TO CA-BEST-AVG2(MATCH-SUB)
045300         MOVE SN-SEASON-END TO CA-BEST-AVG2-SEASON(MATCH-SUB)
045400     END-IF.
045500 3110-EXIT.
045600     EXIT.
045700*
045800***************************************************************
045900*    3120-ADD-TO-DIVISION                                      *
046000***************************************************************
046100 3120-ADD-TO-DIVISION.
046200     IF SN-BEST1 > DR-BEST1(DIV-SUB)
046300             OR DR-BEST1-HOLDER(DIV-SUB) = SPACES
046400         MOVE SN-OPPONENT-NAME TO DR-BEST1-HOLDER(DIV-SUB)
046500         MOVE SN-BEST1 TO DR-BEST1(DIV-SUB)
046600         MOVE SN-BEST1-DATE TO DR-BEST1-DATE(DIV-SUB)
046700         MOVE SN-SEASON-END TO DR-BEST1-SEASON(DIV-SUB)
046800     END-IF
046900     IF SN-BEST2 > DR-BEST2(DIV-SUB)
047000             OR DR-BEST2-HOLDER(DIV-SUB) = SPACES
047100         MOVE SN-OPPONENT-NAME TO DR-BEST2-HOLDER(DIV-SUB)
047200         MOVE SN-BEST2 TO DR-BEST2(DIV-SUB)
047300         MOVE SN-BEST2-DATE TO DR-BEST2-DATE(DIV-SUB)
047400         MOVE SN-SEASON-END TO DR-BEST2-SEASON(DIV-SUB)
047500     END-IF
047600     IF SN-CHAMPION
047700         ADD 1 TO DR-SEASONS(DIV-SUB)
047800     END-IF.
047900 3120-EXIT.
048000     EXIT.
048100*
048200***************************************************************
048300*    3200-FIND-CAREER-ENTRY                                    *
048400*    FIND OR CREATE THE OPPONENT'S CAREER ENTRY (200 CAREERS); *
048500*    A FULL TABLE LEAVES THE OPPONENT OUT WITH ONE WARNING.    *
048600***************************************************************
048700 3200-FIND-CAREER-ENTRY.
048800     MOVE "N" TO ENTRY-FOUND-SWITCH
048900     MOVE 0 TO MATCH-SUB
049000     PERFORM VARYING ENTRY-SUB FROM 1 BY 1
049100             UNTIL ENTRY-SUB > CAREER-COUNT OR ENTRY-FOUND
049200         IF CA-OPPONENT-NAME(ENTRY-SUB) = SN-OPPONENT-NAME
049300             SET ENTRY-FOUND TO TRUE
049400             MOVE ENTRY-SUB TO MATCH-SUB
049500         END-IF
049600     END-PERFORM
049700     IF ENTRY-FOUND
049800         GO TO 3200-EXIT
049900     END-IF
050000     IF CAREER-COUNT >= 200
050100         IF NOT TABLE-FULL
050200             DISPLAY "CAREER TABLE FULL (200) - SKIPPING "
050300                 SN-OPPONENT-NAME
050400             SET TABLE-FULL TO TRUE
050500         END-IF
050600         GO TO 3200-EXIT
050700     END-IF
050800     ADD 1 TO CAREER-COUNT
050900     MOVE CAREER-COUNT TO MATCH-SUB
051000     MOVE SN-OPPONENT-NAME TO CA-OPPONENT-NAME(MATCH-SUB)
051100     MOVE SPACES TO CA-DIVISION(MATCH-SUB)
051200     MOVE SPACES TO CA-STATUS(MATCH-SUB)
051300     MOVE 0 TO CA-SEASONS(MATCH-SUB)
051400     MOVE 0 TO CA-TITLES(MATCH-SUB)
051500     MOVE 0 TO CA-BEST1(MATCH-SUB)
051600     MOVE 0 TO CA-BEST1-DATE(MATCH-SUB)
051700     MOVE 0 TO CA-BEST2(MATCH-SUB)
051800     MOVE 0 TO CA-BEST2-DATE(MATCH-SUB)
051900     MOVE 0 TO CA-BEST-AVG1(MATCH-SUB)
052000     MOVE 0 TO CA-BEST-AVG1-SEASON(MATCH-SUB)
052100     MOVE 0 TO CA-BEST-AVG2(MATCH-SUB)
052200     MOVE 0 TO CA-BEST-AVG2-SEASON(MATCH-SUB)
052300     SET ENTRY-FOUND TO TRUE.
052400 3200-EXIT.
052500     EXIT.
052600*
052700***************************************************************
052800*    3300-FIND-DIVISION-RECORD                                 *
052900*    FIND OR CREATE THE DIVISION'S RECORD ENTRY (50, SAME      *
053000*    BOUND AS SEASON-CLOSE); DIV-SUB IS ZERO WHEN FULL.        *
053100***************************************************************
053200 3300-FIND-DIVISION-RECORD.
053300     PERFORM VARYING DIV-SUB FROM 1 BY 1
053400             UNTIL DIV-SUB > DIVISION-COUNT
053500                OR DR-DIVISION(DIV-SUB) = SN-DIVISION
053600         CONTINUE
053700     END-PERFORM
053800     IF DIV-SUB <= DIVISION-COUNT
053900         GO TO 3300-EXIT
054000     END-IF
054100     IF DIVISION-COUNT >= 50
054200         MOVE 0 TO DIV-SUB
054300         GO TO 3300-EXIT
054400     END-IF
054500     ADD 1 TO DIVISION-COUNT
054600     MOVE DIVISION-COUNT TO DIV-SUB
054700     MOVE SN-DIVISION TO DR-DIVISION(DIV-SUB)
054800     MOVE 0 TO DR-SEASONS(DIV-SUB)
054900     MOVE SPACES TO DR-BEST1-HOLDER(DIV-SUB)
055000     MOVE 0 TO DR-BEST1(DIV-SUB)
055100     MOVE 0 TO DR-BEST1-DATE(DIV-SUB)
055200     MOVE 0 TO DR-BEST1-SEASON(DIV-SUB)
055300     MOVE SPACES TO DR-BEST2-HOLDER(DIV-SUB)
055400     MOVE 0 TO DR-BEST2(DIV-SUB)
055500     MOVE 0 TO DR-BEST2-DATE(DIV-SUB)
055600     MOVE 0 TO DR-BEST2-SEASON(DIV-SUB).
055700 3300-EXIT.
055800     EXIT.
055900*
056000***************************************************************
056100*    4000-SORT-CAREERS                                         *
056200*    STRAIGHT BUBBLE SORT BY OPPONENT NAME - SAME TREATMENT    *
056300*    AS SEASON-CLOSE'S 4000-SORT-SEASON.                       *
056400***************************************************************
056500 4000-SORT-CAREERS.
056600     PERFORM VARYING SORT-PASS-IDX FROM 1 BY 1
056700             UNTIL SORT-PASS-IDX >= CAREER-COUNT
056800         PERFORM VARYING SORT-COMPARE-IDX FROM 1 BY 1
056900                 UNTIL SORT-COMPARE-IDX >
057000                     CAREER-COUNT - SORT-PASS-IDX
057100             IF CA-OPPONENT-NAME(SORT-COMPARE-IDX) >
057200                     CA-OPPONENT-NAME(SORT-COMPARE-IDX + 1)
057300                 MOVE CAREER-ENTRY(SORT-COMPARE-IDX)
057400                     TO CAREER-HOLD
057500                 MOVE CAREER-ENTRY(SORT-COMPARE-IDX + 1)
057600                     TO CAREER-ENTRY(SORT-COMPARE-IDX)
057700                 MOVE CAREER-HOLD
057800                     TO CAREER-ENTRY(SORT-COMPARE-IDX + 1)
057900             END-IF
058000         END-PERFORM
058100     END-PERFORM.
058200 4000-EXIT.
058300     EXIT.
058400*
058500***************************************************************
058600*    5000-WRITE-BOOK                                           *
058700***************************************************************
058800 5000-WRITE-BOOK.
058900     MOVE SEASONS-ON-FILE TO SEASONS-DISPLAY
059000     MOVE SPACES TO RECORDS-LINE
059100     STRING "ALL-TIME RECORDS BOOK - SEASONS CLOSED "
059200             DELIMITED BY SIZE
059300             SEASONS-DISPLAY DELIMITED BY SIZE
059400             " FIRST ENDED " DELIMITED BY SIZE
059500             FIRST-SEASON-END DELIMITED BY SIZE
059600             " LAST ENDED " DELIMITED BY SIZE
059700             LAST-SEASON-END DELIMITED BY SIZE
059800         INTO RECORDS-LINE
059900     WRITE RECORDS-LINE
060000     IF CAREER-COUNT = 0
060100         MOVE SPACES TO RECORDS-LINE
060200         STRING "NO CLOSED SEASONS ON THE SEASON HISTORY"
060300                 DELIMITED BY SIZE
060400             INTO RECORDS-LINE
060500         WRITE RECORDS-LINE
060600         GO TO 5000-EXIT
060700     END-IF
060800*
060900     MOVE SPACES TO RECORDS-LINE
061000     WRITE RECORDS-LINE
061100     MOVE SPACES TO RECORDS-LINE
061200     STRING "CAREER RECORDS" DELIMITED BY SIZE
061300         INTO RECORDS-LINE
061400     WRITE RECORDS-LINE
061500     MOVE SPACES TO RECORDS-LINE
061600     STRING "OPPONENT             DIVISION   STATUS  SEA TTL "
061700             DELIMITED BY SIZE
061800             "BEST SCORE1 ON       BEST SCORE2 ON       "
061900             DELIMITED BY SIZE
062000             "BEST AVG1  SEASON   BEST AVG2  SEASON"
062100             DELIMITED BY SIZE
062200         INTO RECORDS-LINE
062300     WRITE RECORDS-LINE
062400     PERFORM VARYING ENTRY-SUB FROM 1 BY 1
062500             UNTIL ENTRY-SUB > CAREER-COUNT
062600         PERFORM 5100-WRITE-ONE-CAREER THRU 5100-EXIT
062700     END-PERFORM
062800*
062900     MOVE SPACES TO RECORDS-LINE
063000     WRITE RECORDS-LINE
063100     MOVE SPACES TO RECORDS-LINE
063200     STRING "DIVISION RECORD HOLDERS" DELIMITED BY SIZE
063300         INTO RECORDS-LINE
063400     WRITE RECORDS-LINE
063500     PERFORM VARYING DIV-SUB FROM 1 BY 1
063600             UNTIL DIV-SUB > DIVISION-COUNT
063700         PERFORM 5200-WRITE-ONE-DIVISION THRU 5200-EXIT
063800     END-PERFORM.
063900 5000-EXIT.
064000     EXIT.
064100*
064200***************************************************************
064300*    5100-WRITE-ONE-CAREER                                     *
064400***************************************************************
064500 5100-WRITE-ONE-CAREER.
064600     MOVE CA-BEST1-DATE(ENTRY-SUB) TO FORMAT-DATE
064700     PERFORM 8000-FORMAT-DATE THRU 8000-EXIT
064800     MOVE DATE-TEXT TO DATE-TEXT-2
064900     MOVE CA-BEST2-DATE(ENTRY-SUB) TO FORMAT-DATE
065000     PERFORM 8000-FORMAT-DATE THRU 8000-EXIT
065100     MOVE SPACES TO RECORDS-LINE
065200     STRING CA-OPPONENT-NAME(ENTRY-SUB) DELIMITED BY SIZE
065300             " " DELIMITED BY SIZE
065400             CA-DIVISION(ENTRY-SUB) DELIMITED BY SIZE
065500             " " DELIMITED BY SIZE
065600             CA-STATUS(ENTRY-SUB) DELIMITED BY SIZE
065700             " " DELIMITED BY SIZE
065800             CA-SEASONS(ENTRY-SUB) DELIMITED BY SIZE
065900             " " DELIMITED BY SIZE
066000             CA-TITLES(ENTRY-SUB) DELIMITED BY SIZE
066100             " " DELIMITED BY SIZE
066200             CA-BEST1(ENTRY-SUB) DELIMITED BY SIZE
066300             " " DELIMITED BY SIZE
066400             DATE-TEXT-2 DELIMITED BY SIZE
066500             " " DELIMITED BY SIZE
066600             CA-BEST2(ENTRY-SUB) DELIMITED BY SIZE
066700             " " DELIMITED BY SIZE
066800             DATE-TEXT DELIMITED BY SIZE
066900             " " DELIMITED BY SIZE
067000             CA-BEST-AVG1(ENTRY-SUB) DELIMITED BY SIZE
067100             " " DELIMITED BY SIZE
067200             CA-BEST-AVG1-SEASON(ENTRY-SUB) DELIMITED BY SIZE
067300             " " DELIMITED BY SIZE
067400             CA-BEST-AVG2(ENTRY-SUB) DELIMITED BY SIZE
067500             " " DELIMITED BY SIZE
067600             CA-BEST-AVG2-SEASON(ENTRY-SUB) DELIMITED BY SIZE
067700         INTO RECORDS-LINE
067800     WRITE RECORDS-LINE.
067900 5100-EXIT.
068000     EXIT.
068100*
068200***************************************************************
068300*    5200-WRITE-ONE-DIVISION                                   *
068400***************************************************************
068500 5200-WRITE-ONE-DIVISION.
068600     MOVE DR-SEASONS(DIV-SUB) TO SEASONS-DISPLAY
068700     MOVE SPACES TO RECORDS-LINE
068800     STRING "DIVISION " DELIMITED BY SIZE
068900             DR-DIVISION(DIV-SUB) DELIMITED BY SIZE
069000             " SEASONS " DELIMITED BY SIZE
069100             SEASONS-DISPLAY DELIMITED BY SIZE
069200         INTO RECORDS-LINE
069300     WRITE RECORDS-LINE
069400     MOVE DR-BEST1-DATE(DIV-SUB) TO FORMAT-DATE
069500     PERFORM 8000-FORMAT-DATE THRU 8000-EXIT
069600     MOVE SPACES TO RECORDS-LINE
069700     STRING "  SCORE1 RECORD " DELIMITED BY SIZE
069800             DR-BEST1(DIV-SUB) DELIMITED BY SIZE
069900             " BY " DELIMITED BY SIZE
070000             DR-BEST1-HOLDER(DIV-SUB) DELIMITED BY SIZE
070100             " ON " DELIMITED BY SIZE
070200             DATE-TEXT DELIMITED BY SIZE
070300             " SEASON ENDED " DELIMITED BY SIZE
070400             DR-BEST1-SEASON(DIV-SUB) DELIMITED BY SIZE
070500         INTO RECORDS-LINE
070600     WRITE RECORDS-LINE
070700     MOVE DR-BEST2-DATE(DIV-SUB) TO FORMAT-DATE
070800     PERFORM 8000-FORMAT-DATE THRU 8000-EXIT
070900     MOVE SPACES TO RECORDS-LINE
071000     STRING "  SCORE2 RECORD " DELIMITED BY SIZE
071100             DR-BEST2(DIV-SUB) DELIMITED BY SIZE
071200             " BY " DELIMITED BY SIZE
071300             DR-BEST2-HOLDER(DIV-SUB) DELIMITED BY SIZE
071400             " ON " DELIMITED BY SIZE
071500             DATE-TEXT DELIMITED BY SIZE
071600             " SEASON ENDED " DELIMITED BY SIZE
071700             DR-BEST2-SEASON(DIV-SUB) DELIMITED BY SIZE
071800         INTO RECORDS-LINE
071900     WRITE RECORDS-LINE.
072000 5200-EXIT.
072100     EXIT.
072200*
072300***************************************************************
072400*    6000-FINALIZE                                             *
072500***************************************************************
072600 6000-FINALIZE.
072700     CLOSE SEASON-HISTORY-FILE
072800     CLOSE OPPONENT-MASTER-FILE
072900     CLOSE RECORDS-REPORT-FILE
073000*
073100     DISPLAY "Standings loaded >>> " LOADED-COUNT
073200     DISPLAY "Standings replaced >>> " REPLACED-COUNT
073300     DISPLAY "Seasons on history >>> " SEASONS-ON-FILE
073400     DISPLAY "Career opponents >>> " CAREER-COUNT
073500     IF CAREER-COUNT = 0
073600         MOVE 4 TO RETURN-CODE
073700     END-IF.
073800 6000-EXIT.
073900     EXIT.
074000*
074100***************************************************************
074200*    8000-FORMAT-DATE                                          *
074300*    A BEST-RUN DATE FROM BEFORE THE STANDINGS CARRIED ONE IS  *
074400*    ZERO AND PRINTS AS UNKNOWN.                               *
074500***************************************************************
074600 8000-FORMAT-DATE.
074700     IF FORMAT-DATE = 0
074800         MOVE "UNKNOWN" TO DATE-TEXT
074900     ELSE
075000         MOVE FORMAT-DATE TO DATE-TEXT
075100     END-IF.
075200 8000-EXIT.
075300     EXIT.
075310*
075320***************************************************************
075330*    8900-READ-PROCESSING-DATE                                 *
075340*    THE RUN DATE IS THE SHOP PROCESSING DATE ON THE CONTROL   *
075350*    RECORD (SEE PROCDATEREC.CPY), NOT THE SYSTEM CLOCK - ONLY *
075360*    DATE-ROLL MOVES IT ON. NO CONTROL RECORD, OR NO VALID     *
075370*    DATE ON IT, IS FATAL.                                     *
075380***************************************************************
075390 8900-READ-PROCESSING-DATE.
075400     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-PROCESSING-DATE-FILE"
075410     IF ENV-VALUE NOT = SPACES
075420         MOVE ENV-VALUE TO PROCESSING-DATE-NAME
075430     END-IF
075440     OPEN INPUT PROCESSING-DATE-FILE
075450     IF PROCESSING-DATE-STATUS NOT = "00"
075460         DISPLAY "FATAL: OPEN INPUT PROCESSING-DATE-FILE, STATUS="
075470             PROCESSING-DATE-STATUS
075480         MOVE 16 TO RETURN-CODE
075490         STOP RUN
075500     END-IF
075510     READ PROCESSING-DATE-FILE
075520         AT END
075530             MOVE SPACES TO PROCESSING-DATE-RECORD
075540     END-READ
075550     CLOSE PROCESSING-DATE-FILE
075560     IF PD-PROCESSING-DATE NOT NUMERIC
075570             OR PD-PROCESSING-DATE = 0
075580         DISPLAY "FATAL: NO PROCESSING DATE ON "
075590             PROCESSING-DATE-NAME
075600         MOVE 16 TO RETURN-CODE
075610         STOP RUN
075620     END-IF
075630     MOVE PD-PROCESSING-DATE TO CURRENT-DATE-YYYYMMDD.
075640 8900-EXIT.
075650     EXIT.
