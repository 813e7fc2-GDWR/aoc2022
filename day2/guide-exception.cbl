000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     Aoc2022Day2GuideException.
000300 AUTHOR.         GDWR.
000400 INSTALLATION.   AOC2022 SCORING SHOP.
000500 DATE-WRITTEN.   10-15-26.
000600 DATE-COMPILED.  10-15-26.
000700*
000800***************************************************************
000900*    MISSING / LATE GUIDE EXCEPTION REPORT.                    *
001000*    CHECKS EVERY ACTIVE OPPONENT ON THE OPPONENT MASTER       *
001100*    AGAINST ITS ENTRY ON THE GUIDE SUBMISSION CALENDAR (SEE   *
001200*    GUIDECALREC.CPY) AS OF ONE DATE, SO THE INTAKE DESK CAN   *
001300*    CHASE A GUIDE BEFORE THE LEADERBOARD RANKS STALE DATA AS  *
001400*    CURRENT. EACH FINDING PRINTS ONE LINE:                    *
001500*        UNSCHEDULED - NO CALENDAR ENTRY, OR NO DUE DATE SET   *
001600*        MISSING     - DUE DATE PASSED, NOTHING LOADED         *
001700*        LATE        - FIRST LOAD OF THE CYCLE CAME AFTER THE  *
001800*                      DUE DATE                                *
001900*        COUNT       - LATEST LOAD'S ROUND COUNT DIFFERS FROM  *
002000*                      OM-EXPECTED-COUNT                       *
002100*    A GUIDE NOT YET LOADED BUT NOT YET DUE IS NOT AN          *
002200*    EXCEPTION. ANY EXCEPTION AT ALL ENDS THE RUN WITH         *
002300*    RETURN-CODE 8, SAME AS THE BATCH-BALANCE REPORT.          *
002400*                                                               *
002500*    DAY2-GUIDE-AS-OF-DATE PICKS THE CHECK DATE (DEFAULT       *
002600*    TODAY).                                                   *
002700*                                                               *
002800*    MODIFICATION HISTORY                                      *
002900*    -------------------                                       *
003000*    10-15-26  GDWR  ORIGINAL.                                  *
003010*    10-15-26  GDWR  THE RUN DATE NOW COMES FROM THE SHOP       *
003020*                    PROCESSING-DATE CONTROL RECORD (SEE        *
003030*                    PROCDATEREC.CPY) INSTEAD OF THE SYSTEM     *
003040*                    CLOCK, SO A NIGHT THAT RUNS PAST MIDNIGHT  *
003050*                    KEEPS ONE DATE. DAY2-GUIDE-AS-OF-DATE STILL*
003060*                    OVERRIDES IT.                              *
003100***************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500*
003600     SELECT OPPONENT-MASTER-FILE ASSIGN TO
003700         OPPONENT-MASTER-NAME
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS OM-OPPONENT-NAME
004100         FILE STATUS IS OPPONENT-MASTER-STATUS.
004200*
004300     SELECT OPTIONAL CALENDAR-FILE ASSIGN TO CALENDAR-FILE-NAME
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS GC-OPPONENT-NAME
004700         FILE STATUS IS CALENDAR-FILE-STATUS.
004800*
004900     SELECT EXCEPTION-REPORT-FILE ASSIGN TO
005000         EXCEPTION-REPORT-NAME
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS EXCEPTION-REPORT-STATUS.
005300*
005310     SELECT PROCESSING-DATE-FILE ASSIGN TO
005320         PROCESSING-DATE-NAME
005330         ORGANIZATION IS LINE SEQUENTIAL
005340         FILE STATUS IS PROCESSING-DATE-STATUS.
005350*
005400 DATA DIVISION.
005500 FILE SECTION.
005600*
005700 FD  OPPONENT-MASTER-FILE.
005800     COPY OPPMSTR.
005900*
006000 FD  CALENDAR-FILE.
006100     COPY GUIDECALREC.
006200*
006300 FD  EXCEPTION-REPORT-FILE.
006400 01  EXCEPTION-LINE.
006500     05  GX-OPPONENT-NAME        PIC X(20).
006600     05  FILLER                  PIC X(01) VALUE SPACE.
006700     05  GX-DIVISION             PIC X(10).
006800     05  FILLER                  PIC X(01) VALUE SPACE.
006900     05  GX-EXCEPTION            PIC X(12).
007000     05  FILLER                  PIC X(01) VALUE SPACE.
007100     05  GX-DUE-DATE             PIC 9(08).
007200     05  FILLER                  PIC X(01) VALUE SPACE.
007300     05  GX-LOAD-DATE            PIC 9(08).
007400     05  FILLER                  PIC X(01) VALUE SPACE.
007500     05  GX-EXPECTED-COUNT       PIC 9(05).
007600     05  FILLER                  PIC X(01) VALUE SPACE.
007700     05  GX-LOADED-COUNT         PIC 9(05).
007800 01  EXCEPTION-HEADER-LINE       PIC X(74).
007900*
007910 FD  PROCESSING-DATE-FILE.
007920     COPY PROCDATEREC.
007930*
008000 WORKING-STORAGE SECTION.
008100*
008200 77  OPPONENT-MASTER-NAME        PIC X(80)
008300     VALUE "./oppmaster.dat".
008400 77  CALENDAR-FILE-NAME          PIC X(80)
008500     VALUE "./guidecal.dat".
008600 77  EXCEPTION-REPORT-NAME       PIC X(80)
008700     VALUE "./guideexc.txt".
008710 77  PROCESSING-DATE-NAME        PIC X(80)
008720     VALUE "./procdate.dat".
008800 77  ENV-VALUE                   PIC X(80).
008900*
009000 77  OPPONENT-MASTER-STATUS      PIC X(02) VALUE SPACES.
009100 77  CALENDAR-FILE-STATUS        PIC X(02) VALUE SPACES.
009200 77  EXCEPTION-REPORT-STATUS     PIC X(02) VALUE SPACES.
009210 77  PROCESSING-DATE-STATUS      PIC X(02) VALUE SPACES.
009300*
009400 77  OPPONENT-EOF-SWITCH         PIC X(01) VALUE "N".
009500     88  OPPONENT-EOF                      VALUE "Y".
009600 77  CALENDAR-FOUND-SWITCH       PIC X(01) VALUE "N".
009700     88  CALENDAR-FOUND                    VALUE "Y".
009800*
009900 77  AS-OF-DATE                  PIC 9(08) VALUE 0.
010000 77  CURRENT-DATE-YYYYMMDD       PIC 9(08) VALUE 0.
010100*
010200 77  OPPONENT-COUNT              PIC 9(05) COMP VALUE 0.
010300 77  EXCEPTION-COUNT             PIC 9(05) COMP VALUE 0.
010400 77  MISSING-COUNT               PIC 9(05) COMP VALUE 0.
010500 77  LATE-COUNT                  PIC 9(05) COMP VALUE 0.
010600 77  MISMATCH-COUNT              PIC 9(05) COMP VALUE 0.
010700 77  UNSCHEDULED-COUNT           PIC 9(05) COMP VALUE 0.
010800*
010900 PROCEDURE DIVISION.
011000*
011100***************************************************************
011200*    0000-MAINLINE                                             *
011300***************************************************************
011400 0000-MAINLINE.
011500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011600     PERFORM 2000-CHECK-OPPONENTS THRU 2000-EXIT
011700     PERFORM 3000-FINALIZE THRU 3000-EXIT
011800     STOP RUN.
011900*
012000***************************************************************
012100*    1000-INITIALIZE                                           *
012200***************************************************************
012300 1000-INITIALIZE.
012400     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-OPPONENT-MASTER"
012500     IF ENV-VALUE NOT = SPACES
012600         MOVE ENV-VALUE TO OPPONENT-MASTER-NAME
012700     END-IF
012800*
012900     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-GUIDE-CALENDAR"
013000     IF ENV-VALUE NOT = SPACES
013100         MOVE ENV-VALUE TO CALENDAR-FILE-NAME
013200     END-IF
013300*
013400     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-GUIDE-EXCEPTION-RPT"
013500     IF ENV-VALUE NOT = SPACES
013600         MOVE ENV-VALUE TO EXCEPTION-REPORT-NAME
013700     END-IF
013800*
013810     PERFORM 8900-READ-PROCESSING-DATE THRU 8900-EXIT
014000     MOVE CURRENT-DATE-YYYYMMDD TO AS-OF-DATE
014100     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-GUIDE-AS-OF-DATE"
014200     IF ENV-VALUE NOT = SPACES
014300         MOVE ENV-VALUE TO AS-OF-DATE
014400     END-IF
014500*
014600     OPEN INPUT OPPONENT-MASTER-FILE
014700     IF OPPONENT-MASTER-STATUS NOT = "00"
014800         DISPLAY "FATAL: OPEN OPPONENT-MASTER-FILE, STATUS="
014900             OPPONENT-MASTER-STATUS
015000         MOVE 16 TO RETURN-CODE
015100         STOP RUN
015200     END-IF
015300     OPEN INPUT CALENDAR-FILE
015400     IF CALENDAR-FILE-STATUS NOT = "00"
015500             AND CALENDAR-FILE-STATUS NOT = "05"
015600         DISPLAY "FATAL: OPEN INPUT CALENDAR-FILE, STATUS="
015700             CALENDAR-FILE-STATUS
015800         MOVE 16 TO RETURN-CODE
015900         STOP RUN
016000     END-IF
016100     OPEN OUTPUT EXCEPTION-REPORT-FILE
016200     IF EXCEPTION-REPORT-STATUS NOT = "00"
016300         DISPLAY "FATAL: OPEN OUTPUT EXCEPTION-REPORT, STATUS="
016400             EXCEPTION-REPORT-STATUS
016500         MOVE 16 TO RETURN-CODE
016600         STOP RUN
016700     END-IF
016800*
016900     MOVE SPACES TO EXCEPTION-HEADER-LINE
017000     STRING "GUIDE SUBMISSION EXCEPTIONS AS OF " DELIMITED BY SIZE
017100             AS-OF-DATE DELIMITED BY SIZE
017200         INTO EXCEPTION-HEADER-LINE
017300     WRITE EXCEPTION-HEADER-LINE.
017400 1000-EXIT.
017500     EXIT.
017600*
017700***************************************************************
017800*    2000-CHECK-OPPONENTS                                      *
017900***************************************************************
018000 2000-CHECK-OPPONENTS.
018100     PERFORM UNTIL OPPONENT-EOF
018200         READ OPPONENT-MASTER-FILE NEXT RECORD
018300             AT END
018400                 SET OPPONENT-EOF TO TRUE
018500             NOT AT END
018600                 IF OM-ACTIVE
018700                     ADD 1 TO OPPONENT-COUNT
018800                     PERFORM 2100-CHECK-ONE-OPPONENT
018900                         THRU 2100-EXIT
019000                 END-IF
019100         END-READ
019200     END-PERFORM.
019300 2000-EXIT.
019400     EXIT.
019500*
019600***************************************************************
019700*    2100-CHECK-ONE-OPPONENT                                   *
019800*    AN UNSCHEDULED OPPONENT STOPS HERE - WITH NO DUE DATE     *
019900*    THERE IS NOTHING TO BE LATE OR MISSING AGAINST. A LOAD    *
020000*    CAN BE BOTH LATE AND SHORT, SO THOSE TWO CHECKS ARE       *
020100*    INDEPENDENT AND EACH PRINTS ITS OWN LINE.                 *
020200***************************************************************
020300 2100-CHECK-ONE-OPPONENT.
020400     MOVE "N" TO CALENDAR-FOUND-SWITCH
020500     MOVE OM-OPPONENT-NAME TO GC-OPPONENT-NAME
020600     READ CALENDAR-FILE
020700         INVALID KEY
020800             MOVE SPACES TO GUIDE-CALENDAR-RECORD
020900             MOVE 0 TO GC-DUE-DATE
021000             MOVE 0 TO GC-FIRST-LOAD-DATE
021100             MOVE 0 TO GC-LAST-LOAD-DATE
021200             MOVE 0 TO GC-LOADED-COUNT
021300         NOT INVALID KEY
021400             SET CALENDAR-FOUND TO TRUE
021500     END-READ
021600*
021700     IF NOT CALENDAR-FOUND OR GC-DUE-DATE = 0
021800         MOVE "UNSCHEDULED" TO GX-EXCEPTION
021900         ADD 1 TO UNSCHEDULED-COUNT
022000         PERFORM 2200-WRITE-EXCEPTION THRU 2200-EXIT
022100         GO TO 2100-EXIT
022200     END-IF
022300*
022400     IF GC-FIRST-LOAD-DATE = 0
022500         IF GC-DUE-DATE < AS-OF-DATE
022600             MOVE "MISSING" TO GX-EXCEPTION
022700             ADD 1 TO MISSING-COUNT
022800             PERFORM 2200-WRITE-EXCEPTION THRU 2200-EXIT
022900         END-IF
023000         GO TO 2100-EXIT
023100     END-IF
023200*
023300     IF GC-FIRST-LOAD-DATE > GC-DUE-DATE
023400         MOVE "LATE" TO GX-EXCEPTION
023500         ADD 1 TO LATE-COUNT
023600         PERFORM 2200-WRITE-EXCEPTION THRU 2200-EXIT
023700     END-IF
023800     IF GC-LOADED-COUNT NOT = OM-EXPECTED-COUNT
023900         MOVE "COUNT" TO GX-EXCEPTION
024000         ADD 1 TO MISMATCH-COUNT
024100         PERFORM 2200-WRITE-EXCEPTION THRU 2200-EXIT
024200     END-IF.
024300 2100-EXIT.
024400     EXIT.
024500*
024600***************************************************************
024700*    2200-WRITE-EXCEPTION                                      *
024800*    GX-EXCEPTION IS SET BY THE CALLER. THE LOAD DATE SHOWN    *
024900*    IS THE FIRST LOAD OF THE CYCLE FOR A LATE GUIDE AND THE   *
025000*    LATEST LOAD OTHERWISE.                                    *
025100***************************************************************
025200 2200-WRITE-EXCEPTION.
025300     MOVE OM-OPPONENT-NAME TO GX-OPPONENT-NAME
025400     MOVE OM-DIVISION TO GX-DIVISION
025500     MOVE GC-DUE-DATE TO GX-DUE-DATE
025600     IF GX-EXCEPTION = "LATE"
025700         MOVE GC-FIRST-LOAD-DATE TO GX-LOAD-DATE
025800     ELSE
025900         MOVE GC-LAST-LOAD-DATE TO GX-LOAD-DATE
026000     END-IF
026100     MOVE OM-EXPECTED-COUNT TO GX-EXPECTED-COUNT
026200     MOVE GC-LOADED-COUNT TO GX-LOADED-COUNT
026300     WRITE EXCEPTION-LINE
026400     ADD 1 TO EXCEPTION-COUNT.
026500 2200-EXIT.
026600     EXIT.
026700*
026800***************************************************************
026900*    3000-FINALIZE                                             *
027000***************************************************************
027100 3000-FINALIZE.
027200     IF EXCEPTION-COUNT = 0
027300         MOVE SPACES TO EXCEPTION-HEADER-LINE
027400         MOVE "ALL GUIDES ON TIME AND IN COUNT"
027500             TO EXCEPTION-HEADER-LINE
027600         WRITE EXCEPTION-HEADER-LINE
027700     END-IF
027800     CLOSE OPPONENT-MASTER-FILE
027900     CLOSE CALENDAR-FILE
028000     CLOSE EXCEPTION-REPORT-FILE
028100*
028200     DISPLAY "Opponents checked >>> " OPPONENT-COUNT
028300     DISPLAY "Unscheduled >>> " UNSCHEDULED-COUNT
028400     DISPLAY "Missing >>> " MISSING-COUNT
028500     DISPLAY "Late >>> " LATE-COUNT
028600     DISPLAY "Count mismatches >>> " MISMATCH-COUNT
028700     IF EXCEPTION-COUNT > 0
028800         MOVE 8 TO RETURN-CODE
028900     END-IF.
029000 3000-EXIT.
029100     EXIT.
029110*
029120***************************************************************
029130*    8900-READ-PROCESSING-DATE                                 *
029140*    THE RUN DATE IS THE SHOP PROCESSING DATE ON THE CONTROL   *
029150*    RECORD (SEE PROCDATEREC.CPY), NOT THE SYSTEM CLOCK - ONLY *
029160*    DATE-ROLL MOVES IT ON. NO CONTROL RECORD, OR NO VALID     *
029170*    DATE ON IT, IS FATAL.                                     *
029180***************************************************************
029190 8900-READ-PROCESSING-DATE.
029200     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-PROCESSING-DATE-FILE"
029210     IF ENV-VALUE NOT = SPACES
029220         MOVE ENV-VALUE TO PROCESSING-DATE-NAME
029230     END-IF
029240     OPEN INPUT PROCESSING-DATE-FILE
029250     IF PROCESSING-DATE-STATUS NOT = "00"
029260         DISPLAY "FATAL: OPEN INPUT PROCESSING-DATE-FILE, STATUS="
029270             PROCESSING-DATE-STATUS
029280         MOVE 16 TO RETURN-CODE
029290         STOP RUN
029300     END-IF
029310     READ PROCESSING-DATE-FILE
029320         AT END
029330             MOVE SPACES TO PROCESSING-DATE-RECORD
029340     END-READ
029350     CLOSE PROCESSING-DATE-FILE
029360     IF PD-PROCESSING-DATE NOT NUMERIC
029370             OR PD-PROCESSING-DATE = 0
029380         DISPLAY "FATAL: NO PROCESSING DATE ON "
029390             PROCESSING-DATE-NAME
029400         MOVE 16 TO RETURN-CODE
029410         STOP RUN
029420     END-IF
029430     MOVE PD-PROCESSING-DATE TO CURRENT-DATE-YYYYMMDD.
029440 8900-EXIT.
029450     EXIT.
