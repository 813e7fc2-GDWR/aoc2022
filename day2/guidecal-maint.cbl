000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     Aoc2022Day2GuideCalMaint.
000300 AUTHOR.         GDWR.
000400 INSTALLATION.   AOC2022 SCORING SHOP.
000500 DATE-WRITTEN.   10-15-26.
000600 DATE-COMPILED.  10-15-26.
000700*
000800***************************************************************
000900*    GUIDE SUBMISSION CALENDAR MAINTENANCE.                    *
001000*    APPLIES A TRANSACTION FILE OF SCHED / EXTEND / DELETE     *
001100*    REQUESTS, KEYED BY OPPONENT NAME, TO THE INDEXED GUIDE    *
001200*    CALENDAR (SEE GUIDECALREC.CPY) - SAME PATTERN AS THE      *
001300*    OPPONENT MASTER MAINTENANCE. SCHED OPENS A NEW SUBMISSION *
001400*    CYCLE: IT SETS THE DUE DATE AND CLEARS WHATEVER WAS       *
001500*    LOADED AGAINST THE LAST ONE, CREATING THE ENTRY IF THE    *
001600*    OPPONENT HAS NONE. EXTEND MOVES THE DUE DATE OF THE       *
001700*    CURRENT CYCLE AND KEEPS ITS LOADS. DELETE DROPS THE       *
001800*    ENTRY. ONLY AN OPPONENT ON THE OPPONENT MASTER CAN BE     *
001900*    SCHEDULED, AND THE DUE DATE MUST BE A NONZERO YYYYMMDD.   *
002000*    EVERY TRANSACTION, APPLIED OR REJECTED, IS LOGGED WITH    *
002100*    THE BEFORE AND AFTER IMAGE OF THE CALENDAR ENTRY.         *
002200*                                                               *
002300*    MODIFICATION HISTORY                                      *
002400*    -------------------                                       *
002500*    10-15-26  GDWR  ORIGINAL.                                  *
002510*    10-15-26  GDWR  THE RUN DATE NOW COMES FROM THE SHOP       *
002520*                    PROCESSING-DATE CONTROL RECORD (SEE        *
002530*                    PROCDATEREC.CPY) INSTEAD OF THE SYSTEM     *
002540*                    CLOCK, SO A NIGHT THAT RUNS PAST MIDNIGHT  *
002550*                    KEEPS ONE DATE.                            *
002600***************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000*
003100     SELECT TRANS-FILE ASSIGN TO TRANS-FILE-NAME
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS TRANS-FILE-STATUS.
003400*
003500     SELECT OPTIONAL CALENDAR-FILE ASSIGN TO CALENDAR-FILE-NAME
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS GC-OPPONENT-NAME
003900         FILE STATUS IS CALENDAR-FILE-STATUS.
004000*
004100     SELECT OPPONENT-MASTER-FILE ASSIGN TO
004200         OPPONENT-MASTER-NAME
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS OM-OPPONENT-NAME
004600         FILE STATUS IS OPPONENT-MASTER-STATUS.
004700*
004800     SELECT OPTIONAL MAINT-LOG-FILE ASSIGN TO MAINT-LOG-NAME
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS MAINT-LOG-STATUS.
005100*
005110     SELECT PROCESSING-DATE-FILE ASSIGN TO
005120         PROCESSING-DATE-NAME
005130         ORGANIZATION IS LINE SEQUENTIAL
005140         FILE STATUS IS PROCESSING-DATE-STATUS.
005150*
005200 DATA DIVISION.
005300 FILE SECTION.
005400*
005500 FD  TRANS-FILE.
005600 01  TRANS-LINE.
005700     05  GT-ACTION               PIC X(06).
005800     05  FILLER                  PIC X(01).
005900     05  GT-OPPONENT-NAME        PIC X(20).
006000     05  FILLER                  PIC X(01).
006100     05  GT-DUE-DATE             PIC 9(08).
006200*
006300 FD  CALENDAR-FILE.
006400     COPY GUIDECALREC.
006500*
006600 FD  OPPONENT-MASTER-FILE.
006700     COPY OPPMSTR.
006800*
006900 FD  MAINT-LOG-FILE.
007000 01  MAINT-LOG-LINE.
007100     05  ML-DATE                 PIC 9(08).
007200     05  FILLER                  PIC X(01) VALUE SPACE.
007300     05  ML-ACTION               PIC X(06).
007400     05  FILLER                  PIC X(01) VALUE SPACE.
007500     05  ML-OPPONENT-NAME        PIC X(20).
007600     05  FILLER                  PIC X(01) VALUE SPACE.
007700     05  ML-BEFORE-IMAGE         PIC X(132).
007800     05  FILLER                  PIC X(01) VALUE SPACE.
007900     05  ML-AFTER-IMAGE          PIC X(132).
008000     05  FILLER                  PIC X(01) VALUE SPACE.
008100     05  ML-RESULT               PIC X(24).
008200*
008210 FD  PROCESSING-DATE-FILE.
008220     COPY PROCDATEREC.
008230*
008300 WORKING-STORAGE SECTION.
008400*
008500 77  TRANS-FILE-NAME             PIC X(80)
008600     VALUE "./guidecaltran.dat".
008700 77  CALENDAR-FILE-NAME          PIC X(80)
008800     VALUE "./guidecal.dat".
008900 77  OPPONENT-MASTER-NAME        PIC X(80)
009000     VALUE "./oppmaster.dat".
009100 77  MAINT-LOG-NAME              PIC X(80)
009200     VALUE "./guidecal.log".
009210 77  PROCESSING-DATE-NAME        PIC X(80)
009220     VALUE "./procdate.dat".
009300 77  ENV-VALUE                   PIC X(80).
009400*
009500 77  TRANS-FILE-STATUS           PIC X(02) VALUE SPACES.
009600 77  CALENDAR-FILE-STATUS        PIC X(02) VALUE SPACES.
009700 77  OPPONENT-MASTER-STATUS      PIC X(02) VALUE SPACES.
009800 77  MAINT-LOG-STATUS            PIC X(02) VALUE SPACES.
009810 77  PROCESSING-DATE-STATUS      PIC X(02) VALUE SPACES.
009900*
010000 77  END-OF-FILE-SWITCH          PIC X(01) VALUE "N".
010100     88  END-OF-FILE                       VALUE "Y".
010200 77  KEY-FOUND-SWITCH            PIC X(01) VALUE "N".
010300     88  KEY-FOUND                         VALUE "Y".
010400*
010500 77  TRANS-COUNT                 PIC 9(05) COMP VALUE 0.
010600 77  APPLIED-COUNT               PIC 9(05) COMP VALUE 0.
010700 77  REJECT-COUNT                PIC 9(05) COMP VALUE 0.
010800 77  RESULT-TEXT                 PIC X(24) VALUE SPACES.
010900 77  BEFORE-IMAGE                PIC X(132) VALUE SPACES.
011000 77  AFTER-IMAGE                 PIC X(132) VALUE SPACES.
011100*
011200 77  CURRENT-DATE-YYYYMMDD       PIC 9(08) VALUE 0.
011300*
011400 PROCEDURE DIVISION.
011500*
011600***************************************************************
011700*    0000-MAINLINE                                             *
011800***************************************************************
011900 0000-MAINLINE.
012000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
012100     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
012200     PERFORM 3000-FINALIZE THRU 3000-EXIT
012300     STOP RUN.
012400*
012500***************************************************************
012600*    1000-INITIALIZE                                           *
012700*    THE CALENDAR IS OPENED I-O (CREATED ON FIRST USE), THE    *
012800*    MASTER INPUT FOR THE ON-FILE CHECK, AND THE LOG EXTEND    *
012900*    SO THE FULL SCHEDULING HISTORY ACCUMULATES ACROSS RUNS.   *
013000***************************************************************
013100 1000-INITIALIZE.
013200     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-GUIDECAL-TRANS"
013300     IF ENV-VALUE NOT = SPACES
013400         MOVE ENV-VALUE TO TRANS-FILE-NAME
013500     END-IF
013600*
013700     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-GUIDE-CALENDAR"
013800     IF ENV-VALUE NOT = SPACES
013900         MOVE ENV-VALUE TO CALENDAR-FILE-NAME
014000     END-IF
014100*
014200     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-OPPONENT-MASTER"
014300     IF ENV-VALUE NOT = SPACES
014400         MOVE ENV-VALUE TO OPPONENT-MASTER-NAME
014500     END-IF
014600*
014700     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-GUIDECAL-LOG"
014800     IF ENV-VALUE NOT = SPACES
014900         MOVE ENV-VALUE TO MAINT-LOG-NAME
015000     END-IF
015100*
015110     PERFORM 8900-READ-PROCESSING-DATE THRU 8900-EXIT
015300*
015400     OPEN INPUT TRANS-FILE
015500     IF TRANS-FILE-STATUS NOT = "00"
015600         DISPLAY "FATAL: OPEN INPUT TRANS-FILE FAILED, STATUS="
015700             TRANS-FILE-STATUS
015800         MOVE 16 TO RETURN-CODE
015900         STOP RUN
016000     END-IF
016100     OPEN I-O CALENDAR-FILE
016200     IF CALENDAR-FILE-STATUS NOT = "00"
016300             AND CALENDAR-FILE-STATUS NOT = "05"
016400         DISPLAY "FATAL: OPEN I-O CALENDAR-FILE FAILED, STATUS="
016500             CALENDAR-FILE-STATUS
016600         MOVE 16 TO RETURN-CODE
016700         STOP RUN
016800     END-IF
016900     OPEN INPUT OPPONENT-MASTER-FILE
017000     IF OPPONENT-MASTER-STATUS NOT = "00"
017100         DISPLAY "FATAL: OPEN OPPONENT-MASTER-FILE, STATUS="
017200             OPPONENT-MASTER-STATUS
017300         MOVE 16 TO RETURN-CODE
017400         STOP RUN
017500     END-IF
017600     OPEN EXTEND MAINT-LOG-FILE
017700     IF MAINT-LOG-STATUS NOT = "00"
017800         DISPLAY "FATAL: OPEN EXTEND MAINT-LOG, STATUS="
017900             MAINT-LOG-STATUS
018000         MOVE 16 TO RETURN-CODE
018100         STOP RUN
018200     END-IF.
018300 1000-EXIT.
018400     EXIT.
018500*
018600***************************************************************
018700*    2000-PROCESS-TRANSACTIONS                                 *
018800***************************************************************
018900 2000-PROCESS-TRANSACTIONS.
019000     PERFORM UNTIL END-OF-FILE
019100         READ TRANS-FILE
019200             AT END
019300                 SET END-OF-FILE-SWITCH TO "Y"
019400             NOT AT END
019500                 PERFORM 2100-APPLY-ONE-TRANS THRU 2100-EXIT
019600         END-READ
019700     END-PERFORM.
019800 2000-EXIT.
019900     EXIT.
020000*
020100***************************************************************
020200*    2100-APPLY-ONE-TRANS                                      *
020300*    READ THE TARGET ENTRY FOR ITS BEFORE IMAGE, DISPATCH ON   *
020400*    THE ACTION, AND LOG THE RESULT. THE BEFORE IMAGE IS       *
020500*    SPACES FOR A NEW ENTRY, THE AFTER IMAGE IS SPACES FOR A   *
020600*    DELETE OR A REJECTED TRANSACTION.                         *
020700***************************************************************
020800 2100-APPLY-ONE-TRANS.
020900     ADD 1 TO TRANS-COUNT
021000     MOVE SPACES TO RESULT-TEXT
021100     MOVE SPACES TO BEFORE-IMAGE
021200     MOVE SPACES TO AFTER-IMAGE
021300     MOVE "N" TO KEY-FOUND-SWITCH
021400*
021500     IF GT-OPPONENT-NAME = SPACES
021600         MOVE "BLANK OPPONENT NAME" TO RESULT-TEXT
021700         ADD 1 TO REJECT-COUNT
021800         PERFORM 2600-WRITE-MAINT-LOG THRU 2600-EXIT
021900         GO TO 2100-EXIT
022000     END-IF
022100*
022200     MOVE GT-OPPONENT-NAME TO GC-OPPONENT-NAME
022300     READ CALENDAR-FILE
022400         INVALID KEY
022500             CONTINUE
022600         NOT INVALID KEY
022700             SET KEY-FOUND TO TRUE
022800             MOVE GUIDE-CALENDAR-RECORD TO BEFORE-IMAGE
022900     END-READ
023000*
023100     EVALUATE GT-ACTION
023200         WHEN "SCHED"
023300             PERFORM 2200-APPLY-SCHEDULE THRU 2200-EXIT
023400         WHEN "EXTEND"
023500             PERFORM 2300-APPLY-EXTEND THRU 2300-EXIT
023600         WHEN "DELETE"
023700             PERFORM 2400-APPLY-DELETE THRU 2400-EXIT
023800         WHEN OTHER
023900             MOVE "BAD ACTION" TO RESULT-TEXT
024000     END-EVALUATE
024100*
024200     IF RESULT-TEXT = "APPLIED"
024300         ADD 1 TO APPLIED-COUNT
024400     ELSE
024500         ADD 1 TO REJECT-COUNT
024600     END-IF
024700     PERFORM 2600-WRITE-MAINT-LOG THRU 2600-EXIT.
024800 2100-EXIT.
024900     EXIT.
025000*
025100***************************************************************
025200*    2200-APPLY-SCHEDULE                                       *
025300*    OPEN A NEW SUBMISSION CYCLE - THE LOAD FIELDS ARE         *
025400*    CLEARED SO THE LAST CYCLE'S GUIDE NO LONGER COUNTS        *
025500*    AGAINST THE NEW DUE DATE.                                 *
025600***************************************************************
025700 2200-APPLY-SCHEDULE.
025800     PERFORM 2500-VALIDATE-FIELDS THRU 2500-EXIT
025900     IF RESULT-TEXT NOT = SPACES
026000         GO TO 2200-EXIT
026100     END-IF
026200     MOVE SPACES TO GUIDE-CALENDAR-RECORD
026300     MOVE GT-OPPONENT-NAME TO GC-OPPONENT-NAME
026400     MOVE GT-DUE-DATE TO GC-DUE-DATE
026500     MOVE 0 TO GC-FIRST-LOAD-DATE
026600     MOVE 0 TO GC-LAST-LOAD-DATE
026700     MOVE 0 TO GC-LOADED-COUNT
026800     MOVE 0 TO GC-LOAD-TIMES
026900     IF KEY-FOUND
027000         REWRITE GUIDE-CALENDAR-RECORD
027100             INVALID KEY
027200                 MOVE "REWRITE FAILED" TO RESULT-TEXT
027300                 GO TO 2200-EXIT
027400         END-REWRITE
027500     ELSE
027600         WRITE GUIDE-CALENDAR-RECORD
027700             INVALID KEY
027800                 MOVE "WRITE FAILED" TO RESULT-TEXT
027900                 GO TO 2200-EXIT
028000         END-WRITE
028100     END-IF
028200     MOVE GUIDE-CALENDAR-RECORD TO AFTER-IMAGE
028300     MOVE "APPLIED" TO RESULT-TEXT.
028400 2200-EXIT.
028500     EXIT.
028600*
028700***************************************************************
028800*    2300-APPLY-EXTEND                                         *
028900***************************************************************
029000 2300-APPLY-EXTEND.
029100     IF NOT KEY-FOUND
029200         MOVE "KEY NOT ON FILE" TO RESULT-TEXT
029300         GO TO 2300-EXIT
029400     END-IF
029500     PERFORM 2500-VALIDATE-FIELDS THRU 2500-EXIT
029600     IF RESULT-TEXT NOT = SPACES
029700         GO TO 2300-EXIT
029800     END-IF
029900     MOVE GT-DUE-DATE TO GC-DUE-DATE
030000     REWRITE GUIDE-CALENDAR-RECORD
030100         INVALID KEY
030200             MOVE "REWRITE FAILED" TO RESULT-TEXT
030300             GO TO 2300-EXIT
030400     END-REWRITE
030500     MOVE GUIDE-CALENDAR-RECORD TO AFTER-IMAGE
030600     MOVE "APPLIED" TO RESULT-TEXT.
030700 2300-EXIT.
030800     EXIT.
030900*
031000***************************************************************
031100*    2400-APPLY-DELETE                                         *
031200***************************************************************
031300 2400-APPLY-DELETE.
031400     IF NOT KEY-FOUND
031500         MOVE "KEY NOT ON FILE" TO RESULT-TEXT
031600         GO TO 2400-EXIT
031700     END-IF
031800     DELETE CALENDAR-FILE
031900         INVALID KEY
032000             MOVE "DELETE FAILED" TO RESULT-TEXT
032100             GO TO 2400-EXIT
032200     END-DELETE
032300     MOVE "APPLIED" TO RESULT-TEXT.
032400 2400-EXIT.
032500     EXIT.
032600*
032700***************************************************************
032800*    2500-VALIDATE-FIELDS                                      *
032900*    A REJECT LEAVES ITS REASON IN RESULT-TEXT. THE MASTER     *
033000*    READ USES ITS OWN RECORD AREA, SO THE CALENDAR ENTRY      *
033100*    ALREADY READ FOR AN EXTEND IS LEFT INTACT.                *
033200***************************************************************
033300 2500-VALIDATE-FIELDS.
033400     IF GT-DUE-DATE NOT NUMERIC
033500         MOVE "BAD DUE DATE" TO RESULT-TEXT
033600         GO TO 2500-EXIT
033700     END-IF
033800     IF GT-DUE-DATE = 0
033900         MOVE "BAD DUE DATE" TO RESULT-TEXT
034000         GO TO 2500-EXIT
034100     END-IF
034200     MOVE GT-OPPONENT-NAME TO OM-OPPONENT-NAME
034300     READ OPPONENT-MASTER-FILE
034400         INVALID KEY
034500             MOVE "NOT ON OPPONENT MASTER" TO RESULT-TEXT
034600     END-READ.
034700 2500-EXIT.
034800     EXIT.
034900*
035000***************************************************************
035100*    2600-WRITE-MAINT-LOG                                      *
035200***************************************************************
035300 2600-WRITE-MAINT-LOG.
035400     MOVE SPACES TO MAINT-LOG-LINE
035500     MOVE CURRENT-DATE-YYYYMMDD TO ML-DATE
035600     MOVE GT-ACTION TO ML-ACTION
035700     MOVE GT-OPPONENT-NAME TO ML-OPPONENT-NAME
035800     MOVE BEFORE-IMAGE TO ML-BEFORE-IMAGE
035900     MOVE AFTER-IMAGE TO ML-AFTER-IMAGE
036000     MOVE RESULT-TEXT TO ML-RESULT
036100     WRITE MAINT-LOG-LINE.
036200 2600-EXIT.
036300     EXIT.
036400*
036500***************************************************************
036600*    3000-FINALIZE                                             *
036700***************************************************************
036800 3000-FINALIZE.
036900     CLOSE TRANS-FILE
037000     CLOSE CALENDAR-FILE
037100     CLOSE OPPONENT-MASTER-FILE
037200     CLOSE MAINT-LOG-FILE
037300*
037400     DISPLAY "Transactions >>> " TRANS-COUNT
037500     DISPLAY "Applied >>> " APPLIED-COUNT
037600     DISPLAY "Rejected >>> " REJECT-COUNT
037700     IF REJECT-COUNT > 0
037800         MOVE 4 TO RETURN-CODE
037900     END-IF.
038000 3000-EXIT.
038100     EXIT.
038110*
038120***************************************************************
038130*    8900-READ-PROCESSING-DATE                                 *
038140*    THE RUN DATE IS THE SHOP PROCESSING DATE ON THE CONTROL   *
038150*    RECORD (SEE PROCDATEREC.CPY), NOT THE SYSTEM CLOCK - ONLY *
038160*    DATE-ROLL MOVES IT ON. NO CONTROL RECORD, OR NO VALID     *
038170*    DATE ON IT, IS FATAL.                                     *
038180***************************************************************
038190 8900-READ-PROCESSING-DATE.
038200     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-PROCESSING-DATE-FILE"
038210     IF ENV-VALUE NOT = SPACES
038220         MOVE ENV-VALUE TO PROCESSING-DATE-NAME
038230     END-IF
038240     OPEN INPUT PROCESSING-DATE-FILE
038250     IF PROCESSING-DATE-STATUS NOT = "00"
038260         DISPLAY "FATAL: OPEN INPUT PROCESSING-DATE-FILE, STATUS="
038270             PROCESSING-DATE-STATUS
038280         MOVE 16 TO RETURN-CODE
038290         STOP RUN
038300     END-IF
038310     READ PROCESSING-DATE-FILE
038320         AT END
038330             MOVE SPACES TO PROCESSING-DATE-RECORD
038340     END-READ
038350     CLOSE PROCESSING-DATE-FILE
038360     IF PD-PROCESSING-DATE NOT NUMERIC
038370             OR PD-PROCESSING-DATE = 0
038380         DISPLAY "FATAL: NO PROCESSING DATE ON "
038390             PROCESSING-DATE-NAME
038400         MOVE 16 TO RETURN-CODE
038410         STOP RUN
038420     END-IF
038430     MOVE PD-PROCESSING-DATE TO CURRENT-DATE-YYYYMMDD.
038440 8900-EXIT.
038450     EXIT.
