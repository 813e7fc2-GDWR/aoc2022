000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     Aoc2022Day2DateRoll.
000300 AUTHOR.         GDWR.
000400 INSTALLATION.   AOC2022 SCORING SHOP.
000500 DATE-WRITTEN.   10-15-26.
000600 DATE-COMPILED.  10-15-26.
000700*
000800***************************************************************
000900*    END-OF-DAY PROCESSING-DATE ROLL.                          *
001000*    EVERY PROGRAM THAT STAMPS OR SELECTS BY A RUN DATE TAKES  *
001100*    IT FROM THE PROCESSING-DATE CONTROL RECORD (SEE           *
001200*    PROCDATEREC.CPY), AND THIS IS THE ONLY PROGRAM THAT MOVES *
001300*    IT ON - SO ONE BUSINESS DAY'S WORK STAYS UNDER ONE DATE   *
001400*    HOWEVER LATE THE NIGHT RUNS.                              *
001500*                                                               *
001600*    THE ROLL IS REFUSED, WITH THE RECORD LEFT AS IT IS AND    *
001700*    RETURN-CODE 8, WHILE THE CURRENT PROCESSING DATE STILL    *
001800*    HAS:                                                      *
001900*      - A RUN-LOG RECORD IN STARTED STATE (A SCORING RUN THAT *
002000*        NEVER FINISHED - RESTART IT FIRST);                   *
002100*      - A FAILED STEP ON THE JOBSTREAM STEP LOG (RERUN THE    *
002200*        JOBSTREAM - A STEP THAT COMPLETES ON RERUN CLEARS     *
002300*        IT);                                                  *
002400*      - AN OUT-OF-BALANCE BATCH-CONTROL LEG, BY THE SAME      *
002500*        CHECKS BATCH-BALANCE MAKES. AN ACTIVE OPPONENT WITH   *
002600*        NO LEG STAMPED AT ALL ON THE DATE DID NOT RUN THAT    *
002700*        DAY AND IS NOT HELD AGAINST THE ROLL.                 *
002800*    EACH BLOCKING ITEM IS DISPLAYED.                          *
002900*                                                               *
003000*    THE NEW DATE IS THE NEXT CALENDAR DAY, OR                 *
003100*    DAY2-ROLL-TO-DATE WHEN SET (IT MUST BE A VALID DATE       *
003200*    AFTER THE CURRENT ONE - E.G. TO SKIP A SHUTDOWN). THE     *
003300*    RECORD KEEPS THE DATE IT ROLLED FROM AND THE CLOCK        *
003400*    DATE AND TIME OF THE ROLL. WITH NO CONTROL RECORD YET,    *
003500*    DAY2-ROLL-TO-DATE IS REQUIRED AND STARTS THE RECORD       *
003600*    WITHOUT ANY CHECKS.                                       *
003700*                                                               *
003800*    MODIFICATION HISTORY                                      *
003900*    -------------------                                       *
004000*    10-15-26  GDWR  ORIGINAL.                                  *
004100***************************************************************
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500*
004600     SELECT OPTIONAL PROCESSING-DATE-FILE ASSIGN TO
004700         PROCESSING-DATE-NAME
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS PROCESSING-DATE-STATUS.
005000*
005100     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUN-LOG-FILE-NAME
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS RH-RUN-STAMP
005500         FILE STATUS IS RUN-LOG-STATUS.
005600*
005700     SELECT OPTIONAL STEP-LOG-FILE ASSIGN TO STEP-LOG-NAME
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS SL-STEP-KEY
006100         FILE STATUS IS STEP-LOG-STATUS.
006200*
006300     SELECT OPPONENT-MASTER-FILE ASSIGN TO
006400         OPPONENT-MASTER-NAME
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS OM-OPPONENT-NAME
006800         FILE STATUS IS OPPONENT-MASTER-STATUS.
006900*
007000     SELECT OPTIONAL BATCH-CONTROL-FILE ASSIGN TO
007100         BATCH-CONTROL-NAME
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS BC-CONTROL-KEY
007500         FILE STATUS IS BATCH-CONTROL-STATUS.
007600*
007700 DATA DIVISION.
007800 FILE SECTION.
007900*
008000 FD  PROCESSING-DATE-FILE.
008100     COPY PROCDATEREC.
008200*
008300 FD  RUN-LOG-FILE.
008400     COPY RUNLOGREC.
008500*
008600 FD  STEP-LOG-FILE.
008700     COPY STEPLOGREC.
008800*
008900 FD  OPPONENT-MASTER-FILE.
009000     COPY OPPMSTR.
009100*
009200 FD  BATCH-CONTROL-FILE.
009300     COPY BATCTLREC.
009400*
009500 WORKING-STORAGE SECTION.
009600*
009700 77  PROCESSING-DATE-NAME        PIC X(80)
009800     VALUE "./procdate.dat".
009900 77  RUN-LOG-FILE-NAME           PIC X(80)
010000     VALUE "./runlog.dat".
010100 77  STEP-LOG-NAME               PIC X(80)
010200     VALUE "./steplog.dat".
010300 77  OPPONENT-MASTER-NAME        PIC X(80)
010400     VALUE "./oppmaster.dat".
010500 77  BATCH-CONTROL-NAME PIC X(80) VALUE "./batctl.dat".
010600 77  ENV-VALUE                   PIC X(80).
010700*
010800 77  PROCESSING-DATE-STATUS      PIC X(02) VALUE SPACES.
010900 77  RUN-LOG-STATUS              PIC X(02) VALUE SPACES.
011000 77  STEP-LOG-STATUS             PIC X(02) VALUE SPACES.
011100 77  OPPONENT-MASTER-STATUS      PIC X(02) VALUE SPACES.
011200 77  BATCH-CONTROL-STATUS        PIC X(02) VALUE SPACES.
011300*
011400 77  FIRST-ROLL-SWITCH           PIC X(01) VALUE "N".
011500     88  FIRST-ROLL                        VALUE "Y".
011600 77  RUN-LOG-EOF-SWITCH          PIC X(01) VALUE "N".
011700     88  RUN-LOG-EOF                       VALUE "Y".
011800 77  STEP-LOG-EOF-SWITCH         PIC X(01) VALUE "N".
011900     88  STEP-LOG-EOF                      VALUE "Y".
012000 77  OPPONENT-EOF-SWITCH         PIC X(01) VALUE "N".
012100     88  OPPONENT-EOF                      VALUE "Y".
012200 77  DATE-VALID-SWITCH           PIC X(01) VALUE "N".
012300     88  DATE-VALID                        VALUE "Y".
012400*
012500 77  PROCESSING-DATE             PIC 9(08) VALUE 0.
012600 77  ROLL-TO-DATE                PIC 9(08) VALUE 0.
012700 77  CURRENT-DATE-YYYYMMDD       PIC 9(08) VALUE 0.
012800 77  CURRENT-TIME-HHMMSSCC       PIC 9(08) VALUE 0.
012900 77  BATCH-DATA-ID               PIC X(80) VALUE SPACES.
013000 77  SCAN-IDX                    PIC 9(03) COMP VALUE 0.
013100 77  BLOCK-COUNT                 PIC 9(05) COMP VALUE 0.
013200 77  BLOCK-CHECK                 PIC X(24) VALUE SPACES.
013300*
013400 77  LOAD-LEG-SWITCH             PIC X(01) VALUE "N".
013500     88  LOAD-LEG-FOUND                    VALUE "Y".
013600 77  MAIN-LEG-SWITCH             PIC X(01) VALUE "N".
013700     88  MAIN-LEG-FOUND                    VALUE "Y".
013800 77  LB-LEG-SWITCH               PIC X(01) VALUE "N".
013900     88  LB-LEG-FOUND                      VALUE "Y".
014000 77  AUDIT-LEG-SWITCH            PIC X(01) VALUE "N".
014100     88  AUDIT-LEG-FOUND                   VALUE "Y".
014200*
014300 77  LOAD-OUT                    PIC 9(07) VALUE 0.
014400 77  MAIN-IN                     PIC 9(07) VALUE 0.
014500 77  MAIN-OUT                    PIC 9(07) VALUE 0.
014600 77  MAIN-REJECTS                PIC 9(07) VALUE 0.
014700 77  LB-IN                       PIC 9(07) VALUE 0.
014800 77  LB-REJECTS                  PIC 9(07) VALUE 0.
014900 77  AUDIT-OUT                   PIC 9(07) VALUE 0.
015000*
015100 77  DAYS-IN-MONTH               PIC 9(02) VALUE 0.
015200 77  LEAP-QUOTIENT               PIC 9(04) COMP VALUE 0.
015300 77  LEAP-REMAINDER              PIC 9(04) COMP VALUE 0.
015400*
015500 01  DATE-WORK                   PIC 9(08) VALUE 0.
015600 01  DATE-WORK-PARTS REDEFINES DATE-WORK.
015700     05  DW-YEAR                 PIC 9(04).
015800     05  DW-MONTH                PIC 9(02).
015900     05  DW-DAY                  PIC 9(02).
016000*
016100 01  MONTH-DAYS-VALUES           PIC X(24)
016200     VALUE "312831303130313130313031".
016300 01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
016400     05  MONTH-DAYS              PIC 9(02) OCCURS 12 TIMES.
016500*
016600 PROCEDURE DIVISION.
016700*
016800***************************************************************
016900*    0000-MAINLINE                                             *
017000***************************************************************
017100 0000-MAINLINE.
017200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
017300     IF NOT FIRST-ROLL
017400         PERFORM 2000-CHECK-RUN-LOG THRU 2000-EXIT
017500         PERFORM 3000-CHECK-STEP-LOG THRU 3000-EXIT
017600         PERFORM 4000-CHECK-BATCH-CONTROL THRU 4000-EXIT
017700     END-IF
017800     PERFORM 5000-ROLL-DATE THRU 5000-EXIT
017900     STOP RUN.
018000*
018100***************************************************************
018200*    1000-INITIALIZE                                           *
018300*    READ THE CURRENT PROCESSING DATE AND SETTLE THE DATE TO   *
018400*    ROLL TO.                                                  *
018500***************************************************************
018600 1000-INITIALIZE.
018700     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-PROCESSING-DATE-FILE"
018800     IF ENV-VALUE NOT = SPACES
018900         MOVE ENV-VALUE TO PROCESSING-DATE-NAME
019000     END-IF
019100     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-RUN-LOG-FILE"
019200     IF ENV-VALUE NOT = SPACES
019300         MOVE ENV-VALUE TO RUN-LOG-FILE-NAME
019400     END-IF
019500     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-STEP-LOG-FILE"
019600     IF ENV-VALUE NOT = SPACES
019700         MOVE ENV-VALUE TO STEP-LOG-NAME
019800     END-IF
019900     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-OPPONENT-MASTER"
020000     IF ENV-VALUE NOT = SPACES
020100         MOVE ENV-VALUE TO OPPONENT-MASTER-NAME
020200     END-IF
020300     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-BATCH-CONTROL"
020400     IF ENV-VALUE NOT = SPACES
020500         MOVE ENV-VALUE TO BATCH-CONTROL-NAME
020600     END-IF
020700*
020800     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-ROLL-TO-DATE"
020900     IF ENV-VALUE NOT = SPACES
021000         IF ENV-VALUE(1:8) NUMERIC
021100             MOVE ENV-VALUE(1:8) TO ROLL-TO-DATE
021200             MOVE ROLL-TO-DATE TO DATE-WORK
021300             PERFORM 8000-VALIDATE-DATE THRU 8000-EXIT
021400         ELSE
021500             MOVE "N" TO DATE-VALID-SWITCH
021600         END-IF
021700         IF NOT DATE-VALID
021800             DISPLAY "FATAL: DAY2-ROLL-TO-DATE IS NOT A DATE - "
021900                 ENV-VALUE
022000             MOVE 16 TO RETURN-CODE
022100             STOP RUN
022200         END-IF
022300     END-IF
022400*
022500     OPEN INPUT PROCESSING-DATE-FILE
022600     IF PROCESSING-DATE-STATUS NOT = "00"
022700             AND PROCESSING-DATE-STATUS NOT = "05"
022800         DISPLAY "FATAL: OPEN INPUT PROCESSING-DATE-FILE, STATUS="
022900             PROCESSING-DATE-STATUS
023000         MOVE 16 TO RETURN-CODE
023100         STOP RUN
023200     END-IF
023300     READ PROCESSING-DATE-FILE
023400         AT END
023500             SET FIRST-ROLL TO TRUE
023600     END-READ
023700     CLOSE PROCESSING-DATE-FILE
023800*
023900     IF FIRST-ROLL
024000         IF ROLL-TO-DATE = 0
024100             DISPLAY "FATAL: NO PROCESSING DATE ON "
024200                 PROCESSING-DATE-NAME
024300             DISPLAY "FATAL: SET DAY2-ROLL-TO-DATE TO START ONE"
024400             MOVE 16 TO RETURN-CODE
024500             STOP RUN
024600         END-IF
024700         GO TO 1000-EXIT
024800     END-IF
024900*
025000     IF PD-PROCESSING-DATE NUMERIC
025100         MOVE PD-PROCESSING-DATE TO PROCESSING-DATE
025200         MOVE PROCESSING-DATE TO DATE-WORK
025300         PERFORM 8000-VALIDATE-DATE THRU 8000-EXIT
025400     ELSE
025500         MOVE "N" TO DATE-VALID-SWITCH
025600     END-IF
025700     IF NOT DATE-VALID
025800         DISPLAY "FATAL: NO PROCESSING DATE ON "
025900             PROCESSING-DATE-NAME
026000         MOVE 16 TO RETURN-CODE
026100         STOP RUN
026200     END-IF
026300*
026400     IF ROLL-TO-DATE = 0
026500         PERFORM 8100-NEXT-DAY THRU 8100-EXIT
026600         MOVE DATE-WORK TO ROLL-TO-DATE
026700     END-IF
026800     IF ROLL-TO-DATE NOT > PROCESSING-DATE
026900         DISPLAY "FATAL: DAY2-ROLL-TO-DATE " ROLL-TO-DATE
027000             " IS NOT AFTER THE PROCESSING DATE " PROCESSING-DATE
027100         MOVE 16 TO RETURN-CODE
027200         STOP RUN
027300     END-IF.
027400 1000-EXIT.
027500     EXIT.
027600*
027700***************************************************************
027800*    2000-CHECK-RUN-LOG                                        *
027900*    POSITION AT THE FIRST RUN STARTED ON THE PROCESSING DATE  *
028000*    AND LOOK AT EVERY RUN THAT DATE FOR ONE STILL STARTED.    *
028100***************************************************************
028200 2000-CHECK-RUN-LOG.
028300     OPEN INPUT RUN-LOG-FILE
028400     IF RUN-LOG-STATUS NOT = "00"
028500             AND RUN-LOG-STATUS NOT = "05"
028600         DISPLAY "FATAL: OPEN RUN-LOG-FILE, STATUS="
028700             RUN-LOG-STATUS
028800         MOVE 16 TO RETURN-CODE
028900         STOP RUN
029000     END-IF
029100     MOVE PROCESSING-DATE TO RH-START-DATE
029200     MOVE 0 TO RH-START-TIME
029300     START RUN-LOG-FILE KEY IS NOT LESS THAN RH-RUN-STAMP
029400         INVALID KEY
029500             SET RUN-LOG-EOF TO TRUE
029600     END-START
029700     PERFORM UNTIL RUN-LOG-EOF
029800         READ RUN-LOG-FILE NEXT RECORD
029900             AT END
030000                 SET RUN-LOG-EOF TO TRUE
030100             NOT AT END
030200                 IF RH-START-DATE NOT = PROCESSING-DATE
030300                     SET RUN-LOG-EOF TO TRUE
030400                 ELSE
030500                     IF RH-STATUS = "STARTED"
030600                         DISPLAY "BLOCKED: RUN STILL STARTED AT "
030700                             RH-START-TIME " - "
030800                             RH-DATA-FILE-NAME
030900                         ADD 1 TO BLOCK-COUNT
031000                     END-IF
031100                 END-IF
031200         END-READ
031300     END-PERFORM
031400     CLOSE RUN-LOG-FILE.
031500 2000-EXIT.
031600     EXIT.
031700*
031800***************************************************************
031900*    3000-CHECK-STEP-LOG                                       *
032000*    THE STEP LOG IS KEYED BY RUN DATE FIRST, SO EVERY STEP ON *
032100*    THE PROCESSING DATE IS ONE CONTIGUOUS STRETCH.            *
032200***************************************************************
032300 3000-CHECK-STEP-LOG.
032400     OPEN INPUT STEP-LOG-FILE
032500     IF STEP-LOG-STATUS NOT = "00"
032600             AND STEP-LOG-STATUS NOT = "05"
032700         DISPLAY "FATAL: OPEN STEP-LOG-FILE, STATUS="
032800             STEP-LOG-STATUS
032900         MOVE 16 TO RETURN-CODE
033000         STOP RUN
033100     END-IF
033200     MOVE LOW-VALUES TO SL-STEP-KEY
033300     MOVE PROCESSING-DATE TO SL-RUN-DATE
033400     START STEP-LOG-FILE KEY IS NOT LESS THAN SL-STEP-KEY
033500         INVALID KEY
033600             SET STEP-LOG-EOF TO TRUE
033700     END-START
033800     PERFORM UNTIL STEP-LOG-EOF
033900         READ STEP-LOG-FILE NEXT RECORD
034000             AT END
034100                 SET STEP-LOG-EOF TO TRUE
034200             NOT AT END
034300                 IF SL-RUN-DATE NOT = PROCESSING-DATE
034400                     SET STEP-LOG-EOF TO TRUE
034500                 ELSE
034600                     IF SL-STATUS = "FAILED"
034700                         DISPLAY "BLOCKED: STEP FAILED - "
034800                             SL-OPPONENT-NAME " "
034900                             SL-STEP-NAME " RC=" SL-RETURN-CODE
035000                         ADD 1 TO BLOCK-COUNT
035100                     END-IF
035200                 END-IF
035300         END-READ
035400     END-PERFORM
035500     CLOSE STEP-LOG-FILE.
035600 3000-EXIT.
035700     EXIT.
035800*
035900***************************************************************
036000*    4000-CHECK-BATCH-CONTROL                                  *
036100*    BALANCE EVERY ACTIVE OPPONENT'S LEGS FOR THE PROCESSING   *
036200*    DATE THE WAY BATCH-BALANCE DOES.                          *
036300***************************************************************
036400 4000-CHECK-BATCH-CONTROL.
036500     OPEN INPUT OPPONENT-MASTER-FILE
036600     IF OPPONENT-MASTER-STATUS NOT = "00"
036700         DISPLAY "FATAL: OPEN OPPONENT-MASTER-FILE, STATUS="
036800             OPPONENT-MASTER-STATUS
036900         MOVE 16 TO RETURN-CODE
037000         STOP RUN
037100     END-IF
037200     OPEN INPUT BATCH-CONTROL-FILE
037300     IF BATCH-CONTROL-STATUS NOT = "00"
037400             AND BATCH-CONTROL-STATUS NOT = "05"
037500         DISPLAY "FATAL: OPEN BATCH-CONTROL-FILE, STATUS="
037600             BATCH-CONTROL-STATUS
037700         MOVE 16 TO RETURN-CODE
037800         STOP RUN
037900     END-IF
038000     PERFORM UNTIL OPPONENT-EOF
038100         READ OPPONENT-MASTER-FILE NEXT RECORD
038200             AT END
038300                 SET OPPONENT-EOF TO TRUE
038400             NOT AT END
038500                 IF OM-ACTIVE
038600                     PERFORM 4100-BALANCE-ONE-OPPONENT
038700                         THRU 4100-EXIT
038800                 END-IF
038900         END-READ
039000     END-PERFORM
039100     CLOSE OPPONENT-MASTER-FILE
039200     CLOSE BATCH-CONTROL-FILE.
039300 4000-EXIT.
039400     EXIT.
039500*
039600***************************************************************
039700*    4100-BALANCE-ONE-OPPONENT                                 *
039800*    THE SAME CROSS-CHECKS AS BATCH-BALANCE'S                  *
039900*    2100-BALANCE-ONE-OPPONENT, BUT AN OPPONENT WITH NO LEG AT *
040000*    ALL ON THE DATE IS PASSED OVER - IT DID NOT RUN.          *
040100***************************************************************
040200 4100-BALANCE-ONE-OPPONENT.
040300     PERFORM 4200-FETCH-LEGS THRU 4200-EXIT
040400     IF NOT LOAD-LEG-FOUND AND NOT MAIN-LEG-FOUND
040500             AND NOT LB-LEG-FOUND AND NOT AUDIT-LEG-FOUND
040600         GO TO 4100-EXIT
040700     END-IF
040800*
040900     IF NOT MAIN-LEG-FOUND
041000         MOVE "MAIN LEG MISSING" TO BLOCK-CHECK
041100         PERFORM 4300-SHOW-EXCEPTION THRU 4300-EXIT
041200     END-IF
041300     IF NOT LB-LEG-FOUND
041400         MOVE "LEADERBOARD LEG MISSING" TO BLOCK-CHECK
041500         PERFORM 4300-SHOW-EXCEPTION THRU 4300-EXIT
041600     END-IF
041700*
041800     IF LOAD-LEG-FOUND AND MAIN-LEG-FOUND
041900             AND LOAD-OUT NOT = MAIN-IN
042000         MOVE "LOAD OUT VS MAIN IN" TO BLOCK-CHECK
042100         PERFORM 4300-SHOW-EXCEPTION THRU 4300-EXIT
042200     END-IF
042300     IF LOAD-LEG-FOUND AND OM-EXPECTED-COUNT > 0
042400             AND LOAD-OUT NOT = OM-EXPECTED-COUNT
042500         MOVE "LOAD OUT VS EXPECTED" TO BLOCK-CHECK
042600         PERFORM 4300-SHOW-EXCEPTION THRU 4300-EXIT
042700     END-IF
042800     IF MAIN-LEG-FOUND AND OM-EXPECTED-COUNT > 0
042900             AND MAIN-IN NOT = OM-EXPECTED-COUNT
043000         MOVE "MAIN IN VS EXPECTED" TO BLOCK-CHECK
043100         PERFORM 4300-SHOW-EXCEPTION THRU 4300-EXIT
043200     END-IF
043300     IF MAIN-LEG-FOUND AND LB-LEG-FOUND
043400             AND LB-IN NOT = MAIN-IN
043500         MOVE "LB IN VS MAIN IN" TO BLOCK-CHECK
043600         PERFORM 4300-SHOW-EXCEPTION THRU 4300-EXIT
043700     END-IF
043800     IF MAIN-LEG-FOUND AND LB-LEG-FOUND
043900             AND LB-REJECTS NOT = MAIN-REJECTS
044000         MOVE "LB REJ VS MAIN REJ" TO BLOCK-CHECK
044100         PERFORM 4300-SHOW-EXCEPTION THRU 4300-EXIT
044200     END-IF
044300     IF MAIN-LEG-FOUND AND AUDIT-LEG-FOUND
044400             AND AUDIT-OUT NOT = MAIN-OUT
044500         MOVE "AUDIT OUT VS MAIN OUT" TO BLOCK-CHECK
044600         PERFORM 4300-SHOW-EXCEPTION THRU 4300-EXIT
044700     END-IF.
044800 4100-EXIT.
044900     EXIT.
045000*
045100***************************************************************
045200*    4200-FETCH-LEGS                                           *
045300*    BUILD THE DATA-FILE IDENTITY FROM OM-DATA-FILE (SAME      *
045400*    RUN-ID SCHEME AS MAIN.CBL) AND RANDOM-READ THE FOUR       *
045500*    PROGRAM LEGS FOR THE PROCESSING DATE.                     *
045600***************************************************************
045700 4200-FETCH-LEGS.
045800     MOVE "N" TO LOAD-LEG-SWITCH
045900     MOVE "N" TO MAIN-LEG-SWITCH
046000     MOVE "N" TO LB-LEG-SWITCH
046100     MOVE "N" TO AUDIT-LEG-SWITCH
046200*
046300     MOVE OM-DATA-FILE TO BATCH-DATA-ID
046400     PERFORM VARYING SCAN-IDX FROM 1 BY 1 UNTIL SCAN-IDX > 80
046500         IF BATCH-DATA-ID(SCAN-IDX:1) = "/"
046600             MOVE "_" TO BATCH-DATA-ID(SCAN-IDX:1)
046700         END-IF
046800     END-PERFORM
046900*
047000     MOVE "GUIDE-LOAD" TO BC-PROGRAM
047100     PERFORM 4210-READ-ONE-LEG THRU 4210-EXIT
047200     IF BATCH-CONTROL-STATUS = "00"
047300         SET LOAD-LEG-FOUND TO TRUE
047400         MOVE BC-RECORDS-OUT TO LOAD-OUT
047500     END-IF
047600     MOVE "MAIN" TO BC-PROGRAM
047700     PERFORM 4210-READ-ONE-LEG THRU 4210-EXIT
047800     IF BATCH-CONTROL-STATUS = "00"
047900         SET MAIN-LEG-FOUND TO TRUE
048000         MOVE BC-RECORDS-IN TO MAIN-IN
048100         MOVE BC-RECORDS-OUT TO MAIN-OUT
048200         MOVE BC-REJECTS TO MAIN-REJECTS
048300     END-IF
048400     MOVE "LEADERBOARD" TO BC-PROGRAM
048500     PERFORM 4210-READ-ONE-LEG THRU 4210-EXIT
048600     IF BATCH-CONTROL-STATUS = "00"
048700         SET LB-LEG-FOUND TO TRUE
048800         MOVE BC-RECORDS-IN TO LB-IN
048900         MOVE BC-REJECTS TO LB-REJECTS
049000     END-IF
049100     MOVE "AUDIT-ARCH" TO BC-PROGRAM
049200     PERFORM 4210-READ-ONE-LEG THRU 4210-EXIT
049300     IF BATCH-CONTROL-STATUS = "00"
049400         SET AUDIT-LEG-FOUND TO TRUE
049500         MOVE BC-RECORDS-OUT TO AUDIT-OUT
049600     END-IF.
049700 4200-EXIT.
049800     EXIT.
049900*
050000***************************************************************
050100*    4210-READ-ONE-LEG                                         *
050200*    BC-PROGRAM IS SET BY THE CALLER; FILL IN THE REST OF THE  *
050300*    KEY AND READ. THE CALLER TESTS BATCH-CONTROL-STATUS.      *
050400***************************************************************
050500 4210-READ-ONE-LEG.
050600     MOVE PROCESSING-DATE TO BC-RUN-DATE
050700     MOVE BATCH-DATA-ID TO BC-DATA-ID
050800     READ BATCH-CONTROL-FILE
050900         INVALID KEY
051000             CONTINUE
051100     END-READ.
051200 4210-EXIT.
051300     EXIT.
051400*
051500***************************************************************
051600*    4300-SHOW-EXCEPTION                                       *
051700*    BLOCK-CHECK IS SET BY THE CALLER.                         *
051800***************************************************************
051900 4300-SHOW-EXCEPTION.
052000     DISPLAY "BLOCKED: OUT OF BALANCE - " OM-OPPONENT-NAME " "
052100         BLOCK-CHECK
052200     ADD 1 TO BLOCK-COUNT.
052300 4300-EXIT.
052400     EXIT.
052500*
052600***************************************************************
052700*    5000-ROLL-DATE                                            *
052800*    WITH NOTHING BLOCKING, REPLACE THE CONTROL RECORD WITH THE*
052900*    NEW DATE, THE DATE IT ROLLED FROM, AND THE CLOCK DATE AND *
053000*    TIME OF THE ROLL.                                         *
053100***************************************************************
053200 5000-ROLL-DATE.
053300     DISPLAY "Processing date >>> " PROCESSING-DATE
053400     IF BLOCK-COUNT > 0
053500         DISPLAY "Blocking items >>> " BLOCK-COUNT
053600         DISPLAY "Processing date not rolled"
053700         MOVE 8 TO RETURN-CODE
053800         GO TO 5000-EXIT
053900     END-IF
054000*
054100     ACCEPT CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD
054200     ACCEPT CURRENT-TIME-HHMMSSCC FROM TIME
054300     OPEN OUTPUT PROCESSING-DATE-FILE
054400     IF PROCESSING-DATE-STATUS NOT = "00"
054500         DISPLAY "FATAL: OPEN OUTPUT PROCESSING-DATE, STATUS="
054600             PROCESSING-DATE-STATUS
054700         MOVE 16 TO RETURN-CODE
054800         STOP RUN
054900     END-IF
055000     MOVE SPACES TO PROCESSING-DATE-RECORD
055100     MOVE ROLL-TO-DATE TO PD-PROCESSING-DATE
055200     MOVE PROCESSING-DATE TO PD-PREVIOUS-DATE
055300     MOVE CURRENT-DATE-YYYYMMDD TO PD-ROLLED-DATE
055400     MOVE CURRENT-TIME-HHMMSSCC TO PD-ROLLED-TIME
055500     WRITE PROCESSING-DATE-RECORD
055600     CLOSE PROCESSING-DATE-FILE
055700*
055800     DISPLAY "Processing date rolled >>> " ROLL-TO-DATE.
055900 5000-EXIT.
056000     EXIT.
056100*
056200***************************************************************
056300*    8000-VALIDATE-DATE                                        *
056400*    DATE-WORK HOLDS THE DATE; SETS DATE-VALID-SWITCH.         *
056500***************************************************************
056600 8000-VALIDATE-DATE.
056700     MOVE "N" TO DATE-VALID-SWITCH
056800     IF DW-YEAR = 0 OR DW-MONTH < 1 OR DW-MONTH > 12
056900         GO TO 8000-EXIT
057000     END-IF
057100     PERFORM 8200-SET-MONTH-DAYS THRU 8200-EXIT
057200     IF DW-DAY > 0 AND DW-DAY NOT > DAYS-IN-MONTH
057300         SET DATE-VALID TO TRUE
057400     END-IF.
057500 8000-EXIT.
057600     EXIT.
057700*
057800***************************************************************
057900*    8100-NEXT-DAY                                             *
058000*    MOVE THE VALID DATE IN DATE-WORK ON BY ONE CALENDAR DAY.  *
058100***************************************************************
058200 8100-NEXT-DAY.
058300     PERFORM 8200-SET-MONTH-DAYS THRU 8200-EXIT
058400     IF DW-DAY < DAYS-IN-MONTH
058500         ADD 1 TO DW-DAY
058600         GO TO 8100-EXIT
058700     END-IF
058800     MOVE 1 TO DW-DAY
058900     IF DW-MONTH < 12
059000         ADD 1 TO DW-MONTH
059100     ELSE
059200         MOVE 1 TO DW-MONTH
059300         ADD 1 TO DW-YEAR
059400     END-IF.
059500 8100-EXIT.
059600     EXIT.
059700*
059800***************************************************************
059900*    8200-SET-MONTH-DAYS                                       *
060000*    DAYS IN DW-MONTH OF DW-YEAR - FEBRUARY HAS 29 IN A YEAR   *
060100*    DIVISIBLE BY 4, EXCEPT A CENTURY NOT DIVISIBLE BY 400.    *
060200***************************************************************
060300 8200-SET-MONTH-DAYS.
060400     MOVE MONTH-DAYS(DW-MONTH) TO DAYS-IN-MONTH
060500     IF DW-MONTH NOT = 2
060600         GO TO 8200-EXIT
060700     END-IF
060800     DIVIDE DW-YEAR BY 4 GIVING LEAP-QUOTIENT
060900         REMAINDER LEAP-REMAINDER
061000     IF LEAP-REMAINDER NOT = 0
061100         GO TO 8200-EXIT
061200     END-IF
061300     DIVIDE DW-YEAR BY 100 GIVING LEAP-QUOTIENT
061400         REMAINDER LEAP-REMAINDER
061500     IF LEAP-REMAINDER NOT = 0
061600         MOVE 29 TO DAYS-IN-MONTH
061700         GO TO 8200-EXIT
061800     END-IF
061900     DIVIDE DW-YEAR BY 400 GIVING LEAP-QUOTIENT
062000         REMAINDER LEAP-REMAINDER
062100     IF LEAP-REMAINDER = 0
062200         MOVE 29 TO DAYS-IN-MONTH
062300     END-IF.
062400 8200-EXIT.
062500     EXIT.
