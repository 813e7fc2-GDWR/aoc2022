000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     Aoc2022Day2SlaReport.
000300 AUTHOR.         GDWR.
000400 INSTALLATION.   AOC2022 SCORING SHOP.
000500 DATE-WRITTEN.   10-15-26.
000600 DATE-COMPILED.  10-15-26.
000700*
000800***************************************************************
000900*    BATCH-WINDOW ELAPSED TIME AND SLA EXCEPTION REPORT.       *
001000*    READS THE JOBSTREAM STEP LOG (SEE STEPLOGREC.CPY) AND     *
001100*    WORKS OUT THE ELAPSED TIME OF EVERY STEP FROM ITS START   *
001200*    AND END TIMES (A STEP THAT RUNS OVER MIDNIGHT WRAPS), PER *
001300*    OPPONENT AND PER NIGHT. THE NIGHT'S ELAPSED TIME IS THE   *
001400*    SUM OF ITS STEPS - THE DRIVER RUNS THEM ONE AT A TIME. A  *
001500*    STEP STILL IN STARTED STATE HAS NO END TIME AND IS LISTED *
001600*    BUT NOT TIMED.                                            *
001700*                                                               *
001800*    THE SLA CONTROL FILE CARRIES ONE LINE PER STEP NAME WITH  *
001900*    THE MOST SECONDS ONE OPPONENT'S STEP MAY TAKE, PLUS AN    *
002000*    OPTIONAL LINE NAMED NIGHT WITH THE LIMIT FOR THE WHOLE    *
002100*    NIGHT. A STEP WITH NO LINE HAS NO SLA.                    *
002200*                                                               *
002300*    THE REPORT NIGHT IS DAY2-SLA-DATE, OR THE LATEST NIGHT ON *
002400*    THE STEP LOG. EVERY STEP THAT NIGHT IS SHOWN AGAINST ITS  *
002500*    SLA AND AGAINST ITS OWN TRAILING AVERAGE (SAME OPPONENT,  *
002600*    SAME STEP NAME) OVER THE PRIOR DAY2-SLA-TRAIL-NIGHTS      *
002700*    NIGHTS ON THE LOG (DEFAULT 7, AT MOST 30), AND FLAGGED    *
002800*    SLOWING WHEN IT RUNS DAY2-SLA-TREND-PERCENT (DEFAULT 25)  *
002900*    OVER THAT AVERAGE. A STEP SUMMARY GIVES EACH STEP NAME'S  *
003000*    TOTAL ACROSS OPPONENTS AGAINST ITS TRAILING NIGHTLY       *
003100*    AVERAGE, AND A NIGHT SUMMARY LISTS THE REPORT NIGHT AND   *
003200*    THE TRAILING NIGHTS AGAINST THE NIGHT SLA.                *
003300*                                                               *
003400*    RETURN-CODE 8 WHEN ANY STEP OR THE REPORT NIGHT IS OVER   *
003500*    ITS SLA; RETURN-CODE 4 WHEN THE STEP LOG HAS NOTHING FOR  *
003600*    THE REPORT NIGHT. THE STEP LOG IS READ TWICE - ONCE TO    *
003700*    FIND THE NIGHTS, ONCE TO TIME THEM.                       *
003800*                                                               *
003900*    MODIFICATION HISTORY                                      *
004000*    -------------------                                       *
004100*    10-15-26  GDWR  ORIGINAL.                                  *
004200***************************************************************
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600*
004700     SELECT OPTIONAL STEP-LOG-FILE ASSIGN TO STEP-LOG-NAME
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS SL-STEP-KEY
005100         FILE STATUS IS STEP-LOG-STATUS.
005200*
005300     SELECT SLA-CONTROL-FILE ASSIGN TO SLA-CONTROL-NAME
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS SLA-CONTROL-STATUS.
005600*
005700     SELECT SLA-REPORT-FILE ASSIGN TO SLA-REPORT-NAME
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS SLA-REPORT-STATUS.
006000*
006100 DATA DIVISION.
006200 FILE SECTION.
006300*
006400 FD  STEP-LOG-FILE.
006500     COPY STEPLOGREC.
006600*
006700 FD  SLA-CONTROL-FILE.
006800 01  SLA-CONTROL-LINE.
006900     05  SC-STEP-NAME            PIC X(08).
007000     05  FILLER                  PIC X(01).
007100     05  SC-LIMIT-SECONDS        PIC 9(06).
007200*
007300 FD  SLA-REPORT-FILE.
007400 01  SLA-REPORT-LINE             PIC X(120).
007500*
007600 WORKING-STORAGE SECTION.
007700*
007800 77  STEP-LOG-NAME               PIC X(80)
007900     VALUE "./steplog.dat".
008000 77  SLA-CONTROL-NAME            PIC X(80)
008100     VALUE "./slactl.dat".
008200 77  SLA-REPORT-NAME             PIC X(80)
008300     VALUE "./batchsla.txt".
008400 77  ENV-VALUE                   PIC X(80).
008500*
008600 77  STEP-LOG-STATUS             PIC X(02) VALUE SPACES.
008700 77  SLA-CONTROL-STATUS          PIC X(02) VALUE SPACES.
008800 77  SLA-REPORT-STATUS           PIC X(02) VALUE SPACES.
008900*
009000 77  STEP-LOG-EOF-SWITCH         PIC X(01) VALUE "N".
009100     88  STEP-LOG-EOF                      VALUE "Y".
009200 77  SLA-CONTROL-EOF-SWITCH      PIC X(01) VALUE "N".
009300     88  SLA-CONTROL-EOF                   VALUE "Y".
009400 77  NIGHT-SLA-SWITCH            PIC X(01) VALUE "N".
009500     88  NIGHT-SLA-ON-FILE                 VALUE "Y".
009600 77  STEP-TIMED-SWITCH           PIC X(01) VALUE "N".
009700     88  STEP-TIMED                        VALUE "Y".
009800 77  TRAIL-FULL-SWITCH           PIC X(01) VALUE "N".
009900     88  TRAIL-FULL                        VALUE "Y".
010000*
010100 77  REPORT-DATE                 PIC 9(08) VALUE 0.
010200 77  TRAIL-NIGHTS                PIC 9(03) VALUE 7.
010300 77  TREND-PERCENT               PIC 9(03) VALUE 25.
010400 77  NIGHT-LIMIT                 PIC 9(06) VALUE 0.
010500*
010600 77  SLA-COUNT                   PIC 9(03) COMP VALUE 0.
010700 77  SLA-SUB                     PIC 9(03) COMP VALUE 0.
010800 01  SLA-TABLE.
010900     05  SLA-ENTRY OCCURS 20 TIMES.
011000         10  SLT-STEP-NAME       PIC X(08).
011100         10  SLT-LIMIT-SECONDS   PIC 9(06).
011200*
011300 77  NIGHT-COUNT                 PIC 9(03) COMP VALUE 0.
011400 77  NIGHT-MAX                   PIC 9(03) COMP VALUE 0.
011500 77  NIGHT-SUB                   PIC 9(03) COMP VALUE 0.
011600 01  NIGHT-TABLE.
011700     05  NIGHT-ENTRY OCCURS 31 TIMES.
011800         10  NT-RUN-DATE         PIC 9(08).
011900         10  NT-STEPS            PIC 9(05) COMP.
012000         10  NT-ELAPSED          PIC 9(09) COMP.
012100*
012200 77  TRAIL-COUNT                 PIC 9(03) COMP VALUE 0.
012300 77  TRAIL-SUB                   PIC 9(03) COMP VALUE 0.
012400 01  TRAIL-TABLE.
012500     05  TRAIL-ENTRY OCCURS 500 TIMES.
012600         10  TR-OPPONENT-NAME    PIC X(20).
012700         10  TR-STEP-NAME        PIC X(08).
012800         10  TR-NIGHTS           PIC 9(03) COMP.
012900         10  TR-ELAPSED          PIC 9(09) COMP.
013000*
013100 77  STEP-SUM-COUNT              PIC 9(03) COMP VALUE 0.
013200 77  STEP-SUM-SUB                PIC 9(03) COMP VALUE 0.
013300 01  STEP-SUM-TABLE.
013400     05  STEP-SUM-ENTRY OCCURS 20 TIMES.
013500         10  SS-STEP-NAME        PIC X(08).
013600         10  SS-TONIGHT          PIC 9(09) COMP.
013700         10  SS-TRAIL-ELAPSED    PIC 9(09) COMP.
013800*
013900 01  TIME-WORK.
014000     05  TW-HOURS                PIC 9(02).
014100     05  TW-MINUTES              PIC 9(02).
014200     05  TW-SECONDS              PIC 9(02).
014300     05  TW-HUNDREDTHS           PIC 9(02).
014400 77  START-HUNDREDTHS            PIC 9(08) COMP VALUE 0.
014500 77  END-HUNDREDTHS              PIC 9(08) COMP VALUE 0.
014600 77  ELAPSED-HUNDREDTHS          PIC 9(08) COMP VALUE 0.
014700 77  ELAPSED-SECONDS             PIC 9(06) COMP VALUE 0.
014800 77  STEP-LIMIT                  PIC 9(06) VALUE 0.
014900 77  TRAIL-AVERAGE               PIC 9(06) VALUE 0.
015000 77  CHANGE-PERCENT              PIC S9(05) VALUE 0.
015100*
015200 77  CURRENT-OPPONENT            PIC X(20) VALUE SPACES.
015300 77  OPPONENT-ELAPSED            PIC 9(09) COMP VALUE 0.
015400 77  OPPONENT-STEPS              PIC 9(05) COMP VALUE 0.
015500 77  PRIOR-NIGHTS                PIC 9(03) COMP VALUE 0.
015600 77  PRIOR-ELAPSED               PIC 9(09) COMP VALUE 0.
015700*
015800 77  SECONDS-DISPLAY             PIC 9(06) VALUE 0.
015900 77  TOTAL-DISPLAY               PIC 9(07) VALUE 0.
016000 77  COUNT-DISPLAY               PIC 9(05) VALUE 0.
016100 77  CHANGE-EDIT                 PIC +ZZZ9.
016200 77  ELAPSED-TEXT                PIC X(07) VALUE SPACES.
016300 77  LIMIT-TEXT                  PIC X(07) VALUE SPACES.
016400 77  AVERAGE-TEXT                PIC X(07) VALUE SPACES.
016500 77  CHANGE-TEXT                 PIC X(06) VALUE SPACES.
016600 77  FLAG-TEXT                   PIC X(18) VALUE SPACES.
016700*
016800 77  REPORT-STEP-COUNT           PIC 9(05) COMP VALUE 0.
016900 77  OVER-SLA-COUNT              PIC 9(05) COMP VALUE 0.
017000 77  SLOWING-COUNT               PIC 9(05) COMP VALUE 0.
017100 77  UNTIMED-COUNT               PIC 9(05) COMP VALUE 0.
017200*
017300 PROCEDURE DIVISION.
017400*
017500***************************************************************
017600*    0000-MAINLINE                                             *
017700***************************************************************
017800 0000-MAINLINE.
017900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018000     PERFORM 2000-FIND-NIGHTS THRU 2000-EXIT
018100     PERFORM 3000-TIME-STEPS THRU 3000-EXIT
018200     PERFORM 4000-STEP-SUMMARY THRU 4000-EXIT
018300     PERFORM 4500-NIGHT-SUMMARY THRU 4500-EXIT
018400     PERFORM 5000-FINALIZE THRU 5000-EXIT
018500     STOP RUN.
018600*
018700***************************************************************
018800*    1000-INITIALIZE                                           *
018900*    PULL RUN PARAMETERS FROM THE ENVIRONMENT, LOAD THE SLA    *
019000*    TABLE AND OPEN THE STEP LOG AND THE REPORT.               *
019100***************************************************************
019200 1000-INITIALIZE.
019300     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-STEP-LOG-FILE"
019400     IF ENV-VALUE NOT = SPACES
019500         MOVE ENV-VALUE TO STEP-LOG-NAME
019600     END-IF
019700     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-SLA-CONTROL"
019800     IF ENV-VALUE NOT = SPACES
019900         MOVE ENV-VALUE TO SLA-CONTROL-NAME
020000     END-IF
020100     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-SLA-REPORT"
020200     IF ENV-VALUE NOT = SPACES
020300         MOVE ENV-VALUE TO SLA-REPORT-NAME
020400     END-IF
020500     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-SLA-DATE"
020600     IF ENV-VALUE NOT = SPACES
020700         IF ENV-VALUE(1:8) NOT NUMERIC
020800             DISPLAY "FATAL: DAY2-SLA-DATE NOT YYYYMMDD"
020900             MOVE 16 TO RETURN-CODE
021000             STOP RUN
021100         END-IF
021200         MOVE ENV-VALUE(1:8) TO REPORT-DATE
021300     END-IF
021400     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-SLA-TRAIL-NIGHTS"
021500     IF ENV-VALUE NOT = SPACES
021600         MOVE ENV-VALUE TO TRAIL-NIGHTS
021700     END-IF
021800     IF TRAIL-NIGHTS = 0 OR TRAIL-NIGHTS > 30
021900         DISPLAY "FATAL: DAY2-SLA-TRAIL-NIGHTS MUST BE 1 TO 30"
022000         MOVE 16 TO RETURN-CODE
022100         STOP RUN
022200     END-IF
022300     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-SLA-TREND-PERCENT"
022400     IF ENV-VALUE NOT = SPACES
022500         MOVE ENV-VALUE TO TREND-PERCENT
022600     END-IF
022700     COMPUTE NIGHT-MAX = TRAIL-NIGHTS + 1
022800*
022900     PERFORM 1100-LOAD-SLA-TABLE THRU 1100-EXIT
023000*
023100     OPEN INPUT STEP-LOG-FILE
023200     IF STEP-LOG-STATUS NOT = "00"
023300             AND STEP-LOG-STATUS NOT = "05"
023400         DISPLAY "FATAL: OPEN STEP-LOG-FILE FAILED, STATUS="
023500             STEP-LOG-STATUS
023600         MOVE 16 TO RETURN-CODE
023700         STOP RUN
023800     END-IF
023900     OPEN OUTPUT SLA-REPORT-FILE
024000     IF SLA-REPORT-STATUS NOT = "00"
024100         DISPLAY "FATAL: OPEN OUTPUT SLA-REPORT FAILED, STATUS="
024200             SLA-REPORT-STATUS
024300         MOVE 16 TO RETURN-CODE
024400         STOP RUN
024500     END-IF.
024600 1000-EXIT.
024700     EXIT.
024800*
024900***************************************************************
025000*    1100-LOAD-SLA-TABLE                                       *
025100*    THE CONTROL FILE MUST OPEN; AT MOST 20 STEP LINES, SAME   *
025200*    BOUND AS THE JOB-STREAM CONTROL FILE, AND ONE NIGHT LINE. *
025300***************************************************************
025400 1100-LOAD-SLA-TABLE.
025500     OPEN INPUT SLA-CONTROL-FILE
025600     IF SLA-CONTROL-STATUS NOT = "00"
025700         DISPLAY "FATAL: OPEN INPUT SLA-CONTROL FAILED, STATUS="
025800             SLA-CONTROL-STATUS
025900         MOVE 16 TO RETURN-CODE
026000         STOP RUN
026100     END-IF
026200     PERFORM UNTIL SLA-CONTROL-EOF
026300         READ SLA-CONTROL-FILE
026400             AT END
026500                 SET SLA-CONTROL-EOF TO TRUE
026600             NOT AT END
026700                 PERFORM 1110-STORE-ONE-SLA THRU 1110-EXIT
026800         END-READ
026900     END-PERFORM
027000     CLOSE SLA-CONTROL-FILE.
027100 1100-EXIT.
027200     EXIT.
027300*
027400***************************************************************
027500*    1110-STORE-ONE-SLA                                        *
027600***************************************************************
027700 1110-STORE-ONE-SLA.
027800     IF SC-STEP-NAME = SPACES
027900         GO TO 1110-EXIT
028000     END-IF
028100     IF SC-LIMIT-SECONDS NOT NUMERIC
028200         DISPLAY "FATAL: BAD SLA LIMIT ON STEP " SC-STEP-NAME
028300         MOVE 16 TO RETURN-CODE
028400         STOP RUN
028500     END-IF
028600     IF SC-STEP-NAME = "NIGHT"
028700         MOVE SC-LIMIT-SECONDS TO NIGHT-LIMIT
028800         SET NIGHT-SLA-ON-FILE TO TRUE
028900         GO TO 1110-EXIT
029000     END-IF
029100     IF SLA-COUNT >= 20
029200         DISPLAY "FATAL: SLA CONTROL FILE HAS MORE THAN 20 STEPS"
029300         MOVE 16 TO RETURN-CODE
029400         STOP RUN
029500     END-IF
029600     ADD 1 TO SLA-COUNT
029700     MOVE SC-STEP-NAME TO SLT-STEP-NAME(SLA-COUNT)
029800     MOVE SC-LIMIT-SECONDS TO SLT-LIMIT-SECONDS(SLA-COUNT).
029900 1110-EXIT.
030000     EXIT.
030100*
030200***************************************************************
030300*    2000-FIND-NIGHTS                                          *
030400*    FIRST PASS: THE STEP LOG IS KEYED BY RUN DATE FIRST, SO   *
030500*    THE NIGHTS COME IN DATE ORDER. KEEP THE LAST NIGHT-MAX    *
030600*    NIGHTS UP TO THE REPORT NIGHT - THE REPORT NIGHT ITSELF   *
030700*    AND THE TRAILING NIGHTS BEFORE IT.                        *
030800***************************************************************
030900 2000-FIND-NIGHTS.
031000     PERFORM UNTIL STEP-LOG-EOF
031100         READ STEP-LOG-FILE NEXT RECORD
031200             AT END
031300                 SET STEP-LOG-EOF TO TRUE
031400             NOT AT END
031500                 IF REPORT-DATE NOT = 0
031600                         AND SL-RUN-DATE > REPORT-DATE
031700                     SET STEP-LOG-EOF TO TRUE
031800                 ELSE
031900                     PERFORM 2010-NOTE-ONE-NIGHT THRU 2010-EXIT
032000                 END-IF
032100         END-READ
032200     END-PERFORM
032300*
032400     IF NIGHT-COUNT = 0
032500         GO TO 2000-EXIT
032600     END-IF
032700     IF REPORT-DATE = 0
032800         MOVE NT-RUN-DATE(NIGHT-COUNT) TO REPORT-DATE
032900     END-IF
033000     IF NT-RUN-DATE(NIGHT-COUNT) NOT = REPORT-DATE
033100         MOVE 0 TO NIGHT-COUNT
033200     END-IF.
033300 2000-EXIT.
033400     EXIT.
033500*
033600***************************************************************
033700*    2010-NOTE-ONE-NIGHT                                       *
033800*    A NEW DATE GOES ON THE END OF THE NIGHT TABLE; WHEN THE   *
033900*    TABLE IS FULL THE OLDEST NIGHT DROPS OFF THE FRONT.       *
034000***************************************************************
034100 2010-NOTE-ONE-NIGHT.
034200     IF NIGHT-COUNT > 0
034300             AND NT-RUN-DATE(NIGHT-COUNT) = SL-RUN-DATE
034400         GO TO 2010-EXIT
034500     END-IF
034600     IF NIGHT-COUNT >= NIGHT-MAX
034700         PERFORM VARYING NIGHT-SUB FROM 2 BY 1
034800                 UNTIL NIGHT-SUB > NIGHT-COUNT
034900             MOVE NIGHT-ENTRY(NIGHT-SUB)
035000                 TO NIGHT-ENTRY(NIGHT-SUB - 1)
035100         END-PERFORM
035200     ELSE
035300         ADD 1 TO NIGHT-COUNT
035400     END-IF
035500     MOVE SL-RUN-DATE TO NT-RUN-DATE(NIGHT-COUNT)
035600     MOVE 0 TO NT-STEPS(NIGHT-COUNT)
035700     MOVE 0 TO NT-ELAPSED(NIGHT-COUNT).
035800 2010-EXIT.
035900     EXIT.
036000*
036100***************************************************************
036200*    3000-TIME-STEPS                                           *
036300*    SECOND PASS: FROM THE OLDEST NIGHT KEPT THROUGH THE       *
036400*    REPORT NIGHT. TRAILING NIGHTS BUILD THE AVERAGES; THE     *
036500*    REPORT NIGHT IS LISTED STEP BY STEP IN OPPONENT ORDER.    *
036600***************************************************************
036700 3000-TIME-STEPS.
036800     MOVE SPACES TO SLA-REPORT-LINE
036900     STRING "BATCH WINDOW ELAPSED TIME AND SLA REPORT - NIGHT "
037000             DELIMITED BY SIZE
037100             REPORT-DATE DELIMITED BY SIZE
037200         INTO SLA-REPORT-LINE
037300     WRITE SLA-REPORT-LINE
037400     IF NIGHT-COUNT = 0
037500         MOVE SPACES TO SLA-REPORT-LINE
037600         STRING "NO STEP LOG ENTRIES FOR THE REPORT NIGHT"
037700                 DELIMITED BY SIZE
037800             INTO SLA-REPORT-LINE
037900         WRITE SLA-REPORT-LINE
038000         GO TO 3000-EXIT
038100     END-IF
038200     COMPUTE PRIOR-NIGHTS = NIGHT-COUNT - 1
038300     MOVE PRIOR-NIGHTS TO COUNT-DISPLAY
038400     MOVE SPACES TO SLA-REPORT-LINE
038500     STRING "TRAILING AVERAGES OVER THE PRIOR " DELIMITED BY SIZE
038600             COUNT-DISPLAY DELIMITED BY SIZE
038700             " NIGHTS, SLOWING AT " DELIMITED BY SIZE
038800             TREND-PERCENT DELIMITED BY SIZE
038900             " PERCENT OVER" DELIMITED BY SIZE
039000         INTO SLA-REPORT-LINE
039100     WRITE SLA-REPORT-LINE
039200     MOVE SPACES TO SLA-REPORT-LINE
039300     WRITE SLA-REPORT-LINE
039400     MOVE SPACES TO SLA-REPORT-LINE
039500     STRING "OPPONENT             STP STEP     STATUS     RC "
039600             DELIMITED BY SIZE
039700             "ELAPSED     SLA TRAILAV CHANGE FLAGS"
039800             DELIMITED BY SIZE
039900         INTO SLA-REPORT-LINE
040000     WRITE SLA-REPORT-LINE
040100*
040200     MOVE "N" TO STEP-LOG-EOF-SWITCH
040300     MOVE SPACES TO STEP-LOG-RECORD
040400     MOVE NT-RUN-DATE(1) TO SL-RUN-DATE
040500     MOVE LOW-VALUES TO SL-OPPONENT-NAME
040600     MOVE 0 TO SL-STEP-NUMBER
040700     START STEP-LOG-FILE KEY IS NOT LESS THAN SL-STEP-KEY
040800         INVALID KEY
040900             SET STEP-LOG-EOF TO TRUE
041000     END-START
041100     PERFORM UNTIL STEP-LOG-EOF
041200         READ STEP-LOG-FILE NEXT RECORD
041300             AT END
041400                 SET STEP-LOG-EOF TO TRUE
041500             NOT AT END
041600                 IF SL-RUN-DATE > REPORT-DATE
041700                     SET STEP-LOG-EOF TO TRUE
041800                 ELSE
041900                     PERFORM 3100-TIME-ONE-STEP THRU 3100-EXIT
042000                 END-IF
042100         END-READ
042200     END-PERFORM
042300     IF CURRENT-OPPONENT NOT = SPACES
042400         PERFORM 3300-OPPONENT-TOTAL THRU 3300-EXIT
042500     END-IF.
042600 3000-EXIT.
042700     EXIT.
042800*
042900***************************************************************
043000*    3100-TIME-ONE-STEP                                        *
043100***************************************************************
043200 3100-TIME-ONE-STEP.
043300     PERFORM 8000-COMPUTE-ELAPSED THRU 8000-EXIT
043400     PERFORM VARYING NIGHT-SUB FROM 1 BY 1
043500             UNTIL NIGHT-SUB > NIGHT-COUNT
043600                OR NT-RUN-DATE(NIGHT-SUB) = SL-RUN-DATE
043700         CONTINUE
043800     END-PERFORM
043900     IF NIGHT-SUB > NIGHT-COUNT
044000         GO TO 3100-EXIT
044100     END-IF
044200     ADD 1 TO NT-STEPS(NIGHT-SUB)
044300     IF STEP-TIMED
044400         ADD ELAPSED-SECONDS TO NT-ELAPSED(NIGHT-SUB)
044500     END-IF
044600     PERFORM 8300-FIND-STEP-SUM THRU 8300-EXIT
044700     IF SL-RUN-DATE < REPORT-DATE
044800         PERFORM 3110-TRAIL-ONE-STEP THRU 3110-EXIT
044900     ELSE
045000         PERFORM 3200-REPORT-ONE-STEP THRU 3200-EXIT
045100     END-IF.
045200 3100-EXIT.
045300     EXIT.
045400*
045500***************************************************************
045600*    3110-TRAIL-ONE-STEP                                       *
045700*    ADD A TRAILING NIGHT'S TIMED STEP TO ITS OPPONENT/STEP    *
045800*    AVERAGE AND TO ITS STEP NAME'S NIGHTLY TOTAL.             *
045900***************************************************************
046000 3110-TRAIL-ONE-STEP.
046100     IF NOT STEP-TIMED
046200         GO TO 3110-EXIT
046300     END-IF
046400     IF STEP-SUM-SUB > 0
046500         ADD ELAPSED-SECONDS TO SS-TRAIL-ELAPSED(STEP-SUM-SUB)
046600     END-IF
046700     PERFORM 8200-FIND-TRAIL THRU 8200-EXIT
046800     IF TRAIL-SUB = 0
046900         IF TRAIL-COUNT >= 500
047000             IF NOT TRAIL-FULL
047100                 DISPLAY "WARNING: MORE THAN 500 OPPONENT STEPS "
047200                     "IN THE TRAILING NIGHTS, REST NOT AVERAGED"
047300                 SET TRAIL-FULL TO TRUE
047400             END-IF
047500             GO TO 3110-EXIT
047600         END-IF
047700         ADD 1 TO TRAIL-COUNT
047800         MOVE TRAIL-COUNT TO TRAIL-SUB
047900         MOVE SL-OPPONENT-NAME TO TR-OPPONENT-NAME(TRAIL-SUB)
048000         MOVE SL-STEP-NAME TO TR-STEP-NAME(TRAIL-SUB)
048100         MOVE 0 TO TR-NIGHTS(TRAIL-SUB)
048200         MOVE 0 TO TR-ELAPSED(TRAIL-SUB)
048300     END-IF
048400     ADD 1 TO TR-NIGHTS(TRAIL-SUB)
048500     ADD ELAPSED-SECONDS TO TR-ELAPSED(TRAIL-SUB).
048600 3110-EXIT.
048700     EXIT.
048800*
048900***************************************************************
049000*    3200-REPORT-ONE-STEP                                      *
049100*    ONE LINE PER STEP ON THE REPORT NIGHT, WITH A SUBTOTAL    *
049200*    EACH TIME THE OPPONENT CHANGES.                           *
049300***************************************************************
049400 3200-REPORT-ONE-STEP.
049500     IF SL-OPPONENT-NAME NOT = CURRENT-OPPONENT
049600         IF CURRENT-OPPONENT NOT = SPACES
049700             PERFORM 3300-OPPONENT-TOTAL THRU 3300-EXIT
049800         END-IF
049900         MOVE SL-OPPONENT-NAME TO CURRENT-OPPONENT
050000         MOVE 0 TO OPPONENT-ELAPSED
050100         MOVE 0 TO OPPONENT-STEPS
050200     END-IF
050300     ADD 1 TO REPORT-STEP-COUNT
050400     ADD 1 TO OPPONENT-STEPS
050500     MOVE SPACES TO FLAG-TEXT
050600     MOVE "NO SLA" TO LIMIT-TEXT
050700     MOVE "NEW" TO AVERAGE-TEXT
050800     MOVE SPACES TO CHANGE-TEXT
050900     PERFORM 8100-FIND-SLA THRU 8100-EXIT
051000     IF SLA-SUB > 0
051100         MOVE STEP-LIMIT TO SECONDS-DISPLAY
051200         MOVE SECONDS-DISPLAY TO LIMIT-TEXT
051300     END-IF
051400     PERFORM 3210-MEASURE-STEP THRU 3210-EXIT
051500     MOVE SPACES TO SLA-REPORT-LINE
051600     STRING SL-OPPONENT-NAME DELIMITED BY SIZE
051700             " " DELIMITED BY SIZE
051800             SL-STEP-NUMBER DELIMITED BY SIZE
051900             " " DELIMITED BY SIZE
052000             SL-STEP-NAME DELIMITED BY SIZE
052100             " " DELIMITED BY SIZE
052200             SL-STATUS DELIMITED BY SIZE
052300             " " DELIMITED BY SIZE
052400             SL-RETURN-CODE DELIMITED BY SIZE
052500             " " DELIMITED BY SIZE
052600             ELAPSED-TEXT DELIMITED BY SIZE
052700             " " DELIMITED BY SIZE
052800             LIMIT-TEXT DELIMITED BY SIZE
052900             " " DELIMITED BY SIZE
053000             AVERAGE-TEXT DELIMITED BY SIZE
053100             " " DELIMITED BY SIZE
053200             CHANGE-TEXT DELIMITED BY SIZE
053300             " " DELIMITED BY SIZE
053400             FLAG-TEXT DELIMITED BY SIZE
053500         INTO SLA-REPORT-LINE
053600     WRITE SLA-REPORT-LINE.
053700 3200-EXIT.
053800     EXIT.
053900*
054000***************************************************************
054100*    3210-MEASURE-STEP                                         *
054200*    ELAPSED AGAINST THE SLA AND AGAINST THE OPPONENT/STEP'S   *
054300*    TRAILING AVERAGE; SETS THE TEXT AND FLAG FIELDS.          *
054400***************************************************************
054500 3210-MEASURE-STEP.
054600     IF NOT STEP-TIMED
054700         ADD 1 TO UNTIMED-COUNT
054800         MOVE "NO END" TO ELAPSED-TEXT
054900         GO TO 3210-EXIT
055000     END-IF
055100*
055200     ADD ELAPSED-SECONDS TO OPPONENT-ELAPSED
055300     IF STEP-SUM-SUB > 0
055400         ADD ELAPSED-SECONDS TO SS-TONIGHT(STEP-SUM-SUB)
055500     END-IF
055600     MOVE ELAPSED-SECONDS TO SECONDS-DISPLAY
055700     MOVE SECONDS-DISPLAY TO ELAPSED-TEXT
055800     IF SLA-SUB > 0 AND ELAPSED-SECONDS > STEP-LIMIT
055900         ADD 1 TO OVER-SLA-COUNT
056000         MOVE "OVER SLA" TO FLAG-TEXT
056100     END-IF
056200     PERFORM 8200-FIND-TRAIL THRU 8200-EXIT
056300     IF TRAIL-SUB = 0
056400         GO TO 3210-EXIT
056500     END-IF
056600     DIVIDE TR-ELAPSED(TRAIL-SUB) BY TR-NIGHTS(TRAIL-SUB)
056700         GIVING TRAIL-AVERAGE ROUNDED
056800     MOVE TRAIL-AVERAGE TO SECONDS-DISPLAY
056900     MOVE SECONDS-DISPLAY TO AVERAGE-TEXT
057000     IF TRAIL-AVERAGE = 0
057100         GO TO 3210-EXIT
057200     END-IF
057300     PERFORM 8400-BUILD-CHANGE THRU 8400-EXIT
057400     IF ELAPSED-SECONDS * 100 >
057500             TRAIL-AVERAGE * (100 + TREND-PERCENT)
057600         ADD 1 TO SLOWING-COUNT
057700         IF FLAG-TEXT = SPACES
057800             MOVE "SLOWING" TO FLAG-TEXT
057900         ELSE
058000             MOVE "OVER SLA SLOWING" TO FLAG-TEXT
058100         END-IF
058200     END-IF.
058300 3210-EXIT.
058400     EXIT.
058500*
058600***************************************************************
058700*    3300-OPPONENT-TOTAL                                       *
058800***************************************************************
058900 3300-OPPONENT-TOTAL.
059000     MOVE OPPONENT-ELAPSED TO TOTAL-DISPLAY
059100     MOVE OPPONENT-STEPS TO COUNT-DISPLAY
059200     MOVE SPACES TO SLA-REPORT-LINE
059300     STRING "  OPPONENT TOTAL " DELIMITED BY SIZE
059400             CURRENT-OPPONENT DELIMITED BY SIZE
059500             " STEPS " DELIMITED BY SIZE
059600             COUNT-DISPLAY DELIMITED BY SIZE
059700             " ELAPSED " DELIMITED BY SIZE
059800             TOTAL-DISPLAY DELIMITED BY SIZE
059900         INTO SLA-REPORT-LINE
060000     WRITE SLA-REPORT-LINE.
060100 3300-EXIT.
060200     EXIT.
060300*
060400***************************************************************
060500*    4000-STEP-SUMMARY                                         *
060600*    EACH STEP NAME'S TOTAL ACROSS ALL OPPONENTS ON THE REPORT *
060700*    NIGHT AGAINST ITS AVERAGE NIGHTLY TOTAL OVER THE TRAILING *
060800*    NIGHTS - WHERE THE WINDOW IS GROWING AS THE MASTER DOES.  *
060900***************************************************************
061000 4000-STEP-SUMMARY.
061100     IF NIGHT-COUNT = 0
061200         GO TO 4000-EXIT
061300     END-IF
061400     MOVE SPACES TO SLA-REPORT-LINE
061500     WRITE SLA-REPORT-LINE
061600     MOVE SPACES TO SLA-REPORT-LINE
061700     STRING "STEP SUMMARY  STEP       TONIGHT TRAILAV CHANGE"
061800             DELIMITED BY SIZE
061900         INTO SLA-REPORT-LINE
062000     WRITE SLA-REPORT-LINE
062100     PERFORM VARYING STEP-SUM-SUB FROM 1 BY 1
062200             UNTIL STEP-SUM-SUB > STEP-SUM-COUNT
062300         MOVE "NEW" TO AVERAGE-TEXT
062400         MOVE SPACES TO CHANGE-TEXT
062500         MOVE SS-TONIGHT(STEP-SUM-SUB) TO ELAPSED-SECONDS
062600         MOVE ELAPSED-SECONDS TO SECONDS-DISPLAY
062700         MOVE SECONDS-DISPLAY TO ELAPSED-TEXT
062800         IF PRIOR-NIGHTS > 0
062900             DIVIDE SS-TRAIL-ELAPSED(STEP-SUM-SUB) BY PRIOR-NIGHTS
063000                 GIVING TRAIL-AVERAGE ROUNDED
063100             MOVE TRAIL-AVERAGE TO SECONDS-DISPLAY
063200             MOVE SECONDS-DISPLAY TO AVERAGE-TEXT
063300             IF TRAIL-AVERAGE > 0
063400                 PERFORM 8400-BUILD-CHANGE THRU 8400-EXIT
063500             END-IF
063600         END-IF
063700         MOVE SPACES TO SLA-REPORT-LINE
063800         STRING "              " DELIMITED BY SIZE
063900                 SS-STEP-NAME(STEP-SUM-SUB) DELIMITED BY SIZE
064000                 " " DELIMITED BY SIZE
064100                 ELAPSED-TEXT DELIMITED BY SIZE
064200                 " " DELIMITED BY SIZE
064300                 AVERAGE-TEXT DELIMITED BY SIZE
064400                 " " DELIMITED BY SIZE
064500                 CHANGE-TEXT DELIMITED BY SIZE
064600             INTO SLA-REPORT-LINE
064700         WRITE SLA-REPORT-LINE
064800     END-PERFORM.
064900 4000-EXIT.
065000     EXIT.
065100*
065200***************************************************************
065300*    4500-NIGHT-SUMMARY                                        *
065400*    EVERY NIGHT KEPT, OLDEST FIRST, AGAINST THE NIGHT SLA;    *
065500*    ONLY THE REPORT NIGHT COUNTS TOWARD THE RETURN CODE. THE  *
065600*    REPORT NIGHT IS ALSO SET AGAINST THE TRAILING AVERAGE.    *
065700***************************************************************
065800 4500-NIGHT-SUMMARY.
065900     IF NIGHT-COUNT = 0
066000         GO TO 4500-EXIT
066100     END-IF
066200     MOVE SPACES TO SLA-REPORT-LINE
066300     WRITE SLA-REPORT-LINE
066400     MOVE "NO SLA" TO LIMIT-TEXT
066500     IF NIGHT-SLA-ON-FILE
066600         MOVE NIGHT-LIMIT TO SECONDS-DISPLAY
066700         MOVE SECONDS-DISPLAY TO LIMIT-TEXT
066800     END-IF
066900     MOVE SPACES TO SLA-REPORT-LINE
067000     STRING "NIGHT SUMMARY NIGHT    STEPS ELAPSED     SLA "
067100             DELIMITED BY SIZE
067200             "TRAILAV CHANGE FLAGS" DELIMITED BY SIZE
067300         INTO SLA-REPORT-LINE
067400     WRITE SLA-REPORT-LINE
067500     MOVE 0 TO PRIOR-ELAPSED
067600     PERFORM VARYING NIGHT-SUB FROM 1 BY 1
067700             UNTIL NIGHT-SUB > NIGHT-COUNT
067800         PERFORM 4510-SHOW-ONE-NIGHT THRU 4510-EXIT
067900     END-PERFORM.
068000 4500-EXIT.
068100     EXIT.
068200*
068300***************************************************************
068400*    4510-SHOW-ONE-NIGHT                                       *
068500***************************************************************
068600 4510-SHOW-ONE-NIGHT.
068700     MOVE SPACES TO FLAG-TEXT
068800     MOVE SPACES TO AVERAGE-TEXT
068900     MOVE SPACES TO CHANGE-TEXT
069000     MOVE NT-ELAPSED(NIGHT-SUB) TO ELAPSED-SECONDS
069100     MOVE ELAPSED-SECONDS TO SECONDS-DISPLAY
069200     MOVE SECONDS-DISPLAY TO ELAPSED-TEXT
069300     IF NIGHT-SLA-ON-FILE AND ELAPSED-SECONDS > NIGHT-LIMIT
069400         MOVE "OVER SLA" TO FLAG-TEXT
069500         IF NIGHT-SUB = NIGHT-COUNT
069600             ADD 1 TO OVER-SLA-COUNT
069700         END-IF
069800     END-IF
069900     IF NIGHT-SUB < NIGHT-COUNT
070000         ADD NT-ELAPSED(NIGHT-SUB) TO PRIOR-ELAPSED
070100     ELSE
070200         MOVE "NEW" TO AVERAGE-TEXT
070300         IF PRIOR-NIGHTS > 0
070400             DIVIDE PRIOR-ELAPSED BY PRIOR-NIGHTS
070500                 GIVING TRAIL-AVERAGE ROUNDED
070600             MOVE TRAIL-AVERAGE TO SECONDS-DISPLAY
070700             MOVE SECONDS-DISPLAY TO AVERAGE-TEXT
070800             IF TRAIL-AVERAGE > 0
070900                 PERFORM 8400-BUILD-CHANGE THRU 8400-EXIT
071000             END-IF
071100         END-IF
071200     END-IF
071300     MOVE NT-STEPS(NIGHT-SUB) TO COUNT-DISPLAY
071400     MOVE SPACES TO SLA-REPORT-LINE
071500     STRING "              " DELIMITED BY SIZE
071600             NT-RUN-DATE(NIGHT-SUB) DELIMITED BY SIZE
071700             " " DELIMITED BY SIZE
071800             COUNT-DISPLAY DELIMITED BY SIZE
071900             " " DELIMITED BY SIZE
072000             ELAPSED-TEXT DELIMITED BY SIZE
072100             " " DELIMITED BY SIZE
072200             LIMIT-TEXT DELIMITED BY SIZE
072300             " " DELIMITED BY SIZE
072400             AVERAGE-TEXT DELIMITED BY SIZE
072500             " " DELIMITED BY SIZE
072600             CHANGE-TEXT DELIMITED BY SIZE
072700             " " DELIMITED BY SIZE
072800             FLAG-TEXT DELIMITED BY SIZE
072900         INTO SLA-REPORT-LINE
073000     WRITE SLA-REPORT-LINE.
073100 4510-EXIT.
073200     EXIT.
073300*
073400***************************************************************
073500*    5000-FINALIZE                                             *
073600***************************************************************
073700 5000-FINALIZE.
073800     CLOSE STEP-LOG-FILE
073900     CLOSE SLA-REPORT-FILE
074000*
074100     DISPLAY "Steps reported >>> " REPORT-STEP-COUNT
074200     DISPLAY "Steps not timed >>> " UNTIMED-COUNT
074300     DISPLAY "Over SLA >>> " OVER-SLA-COUNT
074400     DISPLAY "Slowing >>> " SLOWING-COUNT
074500     IF OVER-SLA-COUNT > 0
074600         MOVE 8 TO RETURN-CODE
074700     ELSE
074800         IF REPORT-STEP-COUNT = 0
074900             MOVE 4 TO RETURN-CODE
075000         END-IF
075100     END-IF.
075200 5000-EXIT.
075300     EXIT.
075400*
075500***************************************************************
075600*    8000-COMPUTE-ELAPSED                                      *
075700*    START AND END ARE HHMMSSCC AS ACCEPTED FROM TIME. AN END  *
075800*    EARLIER THAN THE START MEANS THE STEP RAN OVER MIDNIGHT.  *
075900*    A STEP WITHOUT AN END (STILL STARTED) IS NOT TIMED.       *
076000***************************************************************
076100 8000-COMPUTE-ELAPSED.
076200     MOVE "N" TO STEP-TIMED-SWITCH
076300     MOVE 0 TO ELAPSED-SECONDS
076400     IF SL-STATUS = "STARTED"
076500             OR SL-START-TIME NOT NUMERIC
076600             OR SL-END-TIME NOT NUMERIC
076700         GO TO 8000-EXIT
076800     END-IF
076900     MOVE SL-START-TIME TO TIME-WORK
077000     COMPUTE START-HUNDREDTHS = TW-HOURS * 360000
077100         + TW-MINUTES * 6000 + TW-SECONDS * 100 + TW-HUNDREDTHS
077200     MOVE SL-END-TIME TO TIME-WORK
077300     COMPUTE END-HUNDREDTHS = TW-HOURS * 360000
077400         + TW-MINUTES * 6000 + TW-SECONDS * 100 + TW-HUNDREDTHS
077500     IF END-HUNDREDTHS < START-HUNDREDTHS
077600         ADD 8640000 TO END-HUNDREDTHS
077700     END-IF
077800     COMPUTE ELAPSED-HUNDREDTHS = END-HUNDREDTHS
077900         - START-HUNDREDTHS
078000     DIVIDE ELAPSED-HUNDREDTHS BY 100
078100         GIVING ELAPSED-SECONDS ROUNDED
078200     SET STEP-TIMED TO TRUE.
078300 8000-EXIT.
078400     EXIT.
078500*
078600***************************************************************
078700*    8100-FIND-SLA                                             *
078800***************************************************************
078900 8100-FIND-SLA.
079000     MOVE 0 TO STEP-LIMIT
079100     PERFORM VARYING SLA-SUB FROM 1 BY 1
079200             UNTIL SLA-SUB > SLA-COUNT
079300                OR SLT-STEP-NAME(SLA-SUB) = SL-STEP-NAME
079400         CONTINUE
079500     END-PERFORM
079600     IF SLA-SUB > SLA-COUNT
079700         MOVE 0 TO SLA-SUB
079800     ELSE
079900         MOVE SLT-LIMIT-SECONDS(SLA-SUB) TO STEP-LIMIT
080000     END-IF.
080100 8100-EXIT.
080200     EXIT.
080300*
080400***************************************************************
080500*    8200-FIND-TRAIL                                           *
080600***************************************************************
080700 8200-FIND-TRAIL.
080800     PERFORM VARYING TRAIL-SUB FROM 1 BY 1
080900             UNTIL TRAIL-SUB > TRAIL-COUNT
081000                OR (TR-OPPONENT-NAME(TRAIL-SUB) = SL-OPPONENT-NAME
081100                AND TR-STEP-NAME(TRAIL-SUB) = SL-STEP-NAME)
081200         CONTINUE
081300     END-PERFORM
081400     IF TRAIL-SUB > TRAIL-COUNT
081500         MOVE 0 TO TRAIL-SUB
081600     END-IF.
081700 8200-EXIT.
081800     EXIT.
081900*
082000***************************************************************
082100*    8300-FIND-STEP-SUM                                        *
082200*    LOCATE (OR ADD) THE STEP NAME'S SUMMARY ENTRY; PAST 20    *
082300*    STEP NAMES THE STEP IS LEFT OUT OF THE STEP SUMMARY.      *
082400***************************************************************
082500 8300-FIND-STEP-SUM.
082600     PERFORM VARYING STEP-SUM-SUB FROM 1 BY 1
082700             UNTIL STEP-SUM-SUB > STEP-SUM-COUNT
082800                OR SS-STEP-NAME(STEP-SUM-SUB) = SL-STEP-NAME
082900         CONTINUE
083000     END-PERFORM
083100     IF STEP-SUM-SUB > STEP-SUM-COUNT
083200         IF STEP-SUM-COUNT >= 20
083300             MOVE 0 TO STEP-SUM-SUB
083400             GO TO 8300-EXIT
083500         END-IF
083600         ADD 1 TO STEP-SUM-COUNT
083700         MOVE STEP-SUM-COUNT TO STEP-SUM-SUB
083800         MOVE SL-STEP-NAME TO SS-STEP-NAME(STEP-SUM-SUB)
083900         MOVE 0 TO SS-TONIGHT(STEP-SUM-SUB)
084000         MOVE 0 TO SS-TRAIL-ELAPSED(STEP-SUM-SUB)
084100     END-IF.
084200 8300-EXIT.
084300     EXIT.
084400*
084500***************************************************************
084600*    8400-BUILD-CHANGE                                         *
084700*    PERCENT CHANGE OF ELAPSED-SECONDS AGAINST TRAIL-AVERAGE.  *
084800***************************************************************
084900 8400-BUILD-CHANGE.
085000     COMPUTE CHANGE-PERCENT ROUNDED =
085100         (ELAPSED-SECONDS - TRAIL-AVERAGE) * 100 / TRAIL-AVERAGE
085200         ON SIZE ERROR
085300             MOVE 9999 TO CHANGE-PERCENT
085400     END-COMPUTE
085500     IF CHANGE-PERCENT > 9999
085600         MOVE 9999 TO CHANGE-PERCENT
085700     END-IF
085800     MOVE CHANGE-PERCENT TO CHANGE-EDIT
085900     MOVE SPACES TO CHANGE-TEXT
086000     STRING CHANGE-EDIT DELIMITED BY SIZE
086100             "%" DELIMITED BY SIZE
086200         INTO CHANGE-TEXT.
086300 8400-EXIT.
086400     EXIT.
