000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     Aoc2022Day2ApprovalRun.
000300 AUTHOR.         GDWR.
000400 INSTALLATION.   AOC2022 SCORING SHOP.
000500 DATE-WRITTEN.   10-15-26.
000600 DATE-COMPILED.  10-15-26.
000700*
000800***************************************************************
000900*    MAKER-CHECKER APPROVAL RUN.                               *
001000*    APPLIES A DECISION FILE OF RELEASE / DECLINE REQUESTS,    *
001100*    KEYED BY APPROVAL-QUEUE KEY (ENTRY DATE, TIME AND         *
001200*    SEQUENCE AS ECHOED BY THE ENTRY RUN AND LISTED BY         *
001300*    APPROVAL-AGED), TO THE PENDING ITEMS ROUND-MAINT,         *
001310*    SUSPENSE-REPAIR, OPPONENT-MAINT AND ADJ-MAINT QUEUE (SEE  *
001500*    APPRQREC.CPY). THE DECIDING OPERATOR IS STAMPED ON THE    *
001600*    ITEM AS ITS CHECKER. ONLY A PENDING ITEM CAN BE DECIDED,  *
001700*    AND NEVER BY THE OPERATOR WHO ENTERED IT. NOTHING IS      *
001800*    APPLIED HERE - A RELEASED ITEM WAITS FOR ITS OWN          *
001900*    PROGRAM'S APPLY RUN (DAY2-MAINT-MODE=APPLY). EVERY        *
002000*    DECISION, RECORDED OR REJECTED, IS LOGGED WITH BOTH       *
002100*    OPERATOR IDS AND THE QUEUED TRANSACTION IMAGE.            *
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
003100     SELECT DECISION-FILE ASSIGN TO DECISION-FILE-NAME
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS DECISION-FILE-STATUS.
003400*
003500     SELECT APPROVAL-QUEUE-FILE ASSIGN TO APPROVAL-QUEUE-NAME
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS PQ-QUEUE-KEY
003900         FILE STATUS IS APPROVAL-QUEUE-STATUS.
004000*
004100     SELECT OPTIONAL APPROVAL-LOG-FILE ASSIGN TO
004200         APPROVAL-LOG-NAME
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS APPROVAL-LOG-STATUS.
004500*
004510     SELECT PROCESSING-DATE-FILE ASSIGN TO
004520         PROCESSING-DATE-NAME
004530         ORGANIZATION IS LINE SEQUENTIAL
004540         FILE STATUS IS PROCESSING-DATE-STATUS.
004550*
004600 DATA DIVISION.
004700 FILE SECTION.
004800*
004900 FD  DECISION-FILE.
005000 01  DECISION-LINE.
005100     05  AD-ACTION               PIC X(07).
005200     05  FILLER                  PIC X(01).
005300     05  AD-ENTRY-DATE           PIC 9(08).
005400     05  FILLER                  PIC X(01).
005500     05  AD-ENTRY-TIME           PIC 9(08).
005600     05  FILLER                  PIC X(01).
005700     05  AD-ENTRY-SEQUENCE       PIC 9(05).
005800     05  FILLER                  PIC X(01).
005900     05  AD-OPERATOR-ID          PIC X(08).
006000*
006100 FD  APPROVAL-QUEUE-FILE.
006200     COPY APPRQREC.
006300*
006400 FD  APPROVAL-LOG-FILE.
006500 01  APPROVAL-LOG-LINE.
006600     05  AL-DATE                 PIC 9(08).
006700     05  FILLER                  PIC X(01) VALUE SPACE.
006800     05  AL-ACTION               PIC X(07).
006900     05  FILLER                  PIC X(01) VALUE SPACE.
007000     05  AL-ENTRY-DATE           PIC 9(08).
007100     05  FILLER                  PIC X(01) VALUE SPACE.
007200     05  AL-ENTRY-TIME           PIC 9(08).
007300     05  FILLER                  PIC X(01) VALUE SPACE.
007400     05  AL-ENTRY-SEQUENCE       PIC 9(05).
007500     05  FILLER                  PIC X(01) VALUE SPACE.
007600     05  AL-SOURCE               PIC X(08).
007700     05  FILLER                  PIC X(01) VALUE SPACE.
007800     05  AL-MAKER-ID             PIC X(08).
007900     05  FILLER                  PIC X(01) VALUE SPACE.
008000     05  AL-CHECKER-ID           PIC X(08).
008100     05  FILLER                  PIC X(01) VALUE SPACE.
008200     05  AL-RESULT               PIC X(24).
008300     05  FILLER                  PIC X(01) VALUE SPACE.
008400     05  AL-TRANS-IMAGE          PIC X(140).
008500*
008510 FD  PROCESSING-DATE-FILE.
008520     COPY PROCDATEREC.
008530*
008600 WORKING-STORAGE SECTION.
008700*
008800 77  DECISION-FILE-NAME          PIC X(80)
008900     VALUE "./apprdec.dat".
009000 77  APPROVAL-QUEUE-NAME         PIC X(80)
009100     VALUE "./apprqueue.dat".
009200 77  APPROVAL-LOG-NAME           PIC X(80)
009300     VALUE "./approval.log".
009310 77  PROCESSING-DATE-NAME        PIC X(80)
009320     VALUE "./procdate.dat".
009400 77  ENV-VALUE                   PIC X(80).
009500*
009600 77  DECISION-FILE-STATUS        PIC X(02) VALUE SPACES.
009700 77  APPROVAL-QUEUE-STATUS       PIC X(02) VALUE SPACES.
009800 77  APPROVAL-LOG-STATUS         PIC X(02) VALUE SPACES.
009810 77  PROCESSING-DATE-STATUS      PIC X(02) VALUE SPACES.
009900*
010000 77  END-OF-FILE-SWITCH          PIC X(01) VALUE "N".
010100     88  END-OF-FILE                       VALUE "Y".
010200 77  KEY-FOUND-SWITCH            PIC X(01) VALUE "N".
010300     88  KEY-FOUND                         VALUE "Y".
010400*
010500 77  DECISION-COUNT              PIC 9(05) COMP VALUE 0.
010600 77  RELEASED-COUNT              PIC 9(05) COMP VALUE 0.
010700 77  DECLINED-COUNT              PIC 9(05) COMP VALUE 0.
010800 77  REJECT-COUNT                PIC 9(05) COMP VALUE 0.
010900 77  RESULT-TEXT                 PIC X(24) VALUE SPACES.
011000*
011100 77  CURRENT-DATE-YYYYMMDD       PIC 9(08) VALUE 0.
011200*
011300 PROCEDURE DIVISION.
011400*
011500***************************************************************
011600*    0000-MAINLINE                                             *
011700***************************************************************
011800 0000-MAINLINE.
011900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
012000     PERFORM 2000-PROCESS-DECISIONS THRU 2000-EXIT
012100     PERFORM 3000-FINALIZE THRU 3000-EXIT
012200     STOP RUN.
012300*
012400***************************************************************
012500*    1000-INITIALIZE                                           *
012600*    THE APPROVAL LOG IS OPENED EXTEND SO EVERY DECISION EVER  *
012700*    TAKEN ACCUMULATES IN ONE PLACE.                            *
012800***************************************************************
012900 1000-INITIALIZE.
013000     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-APPROVAL-DECISIONS"
013100     IF ENV-VALUE NOT = SPACES
013200         MOVE ENV-VALUE TO DECISION-FILE-NAME
013300     END-IF
013400*
013500     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-APPROVAL-QUEUE"
013600     IF ENV-VALUE NOT = SPACES
013700         MOVE ENV-VALUE TO APPROVAL-QUEUE-NAME
013800     END-IF
013900*
014000     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-APPROVAL-LOG"
014100     IF ENV-VALUE NOT = SPACES
014200         MOVE ENV-VALUE TO APPROVAL-LOG-NAME
014300     END-IF
014400*
014410     PERFORM 8900-READ-PROCESSING-DATE THRU 8900-EXIT
014600*
014700     OPEN INPUT DECISION-FILE
014800     IF DECISION-FILE-STATUS NOT = "00"
014900         DISPLAY "FATAL: OPEN INPUT DECISION-FILE FAILED, STATUS="
015000             DECISION-FILE-STATUS
015100         MOVE 16 TO RETURN-CODE
015200         STOP RUN
015300     END-IF
015400     OPEN I-O APPROVAL-QUEUE-FILE
015500     IF APPROVAL-QUEUE-STATUS NOT = "00"
015600         DISPLAY "FATAL: OPEN I-O APPROVAL-QUEUE FAILED, STATUS="
015700             APPROVAL-QUEUE-STATUS
015800         MOVE 16 TO RETURN-CODE
015900         STOP RUN
016000     END-IF
016100     OPEN EXTEND APPROVAL-LOG-FILE
016200     IF APPROVAL-LOG-STATUS NOT = "00"
016300         DISPLAY "FATAL: OPEN EXTEND APPROVAL-LOG, STATUS="
016400             APPROVAL-LOG-STATUS
016500         MOVE 16 TO RETURN-CODE
016600         STOP RUN
016700     END-IF.
016800 1000-EXIT.
016900     EXIT.
017000*
017100***************************************************************
017200*    2000-PROCESS-DECISIONS                                    *
017300***************************************************************
017400 2000-PROCESS-DECISIONS.
017500     PERFORM UNTIL END-OF-FILE
017600         READ DECISION-FILE
017700             AT END
017800                 SET END-OF-FILE-SWITCH TO "Y"
017900             NOT AT END
018000                 PERFORM 2100-APPLY-ONE-DECISION THRU 2100-EXIT
018100         END-READ
018200     END-PERFORM.
018300 2000-EXIT.
018400     EXIT.
018500*
018600***************************************************************
018700*    2100-APPLY-ONE-DECISION                                   *
018800*    READ THE QUEUED ITEM, CHECK THE DECISION IS ALLOWED, AND   *
018900*    STAMP IT RELEASED OR DECLINED UNDER THE CHECKER'S ID.      *
019000***************************************************************
019100 2100-APPLY-ONE-DECISION.
019200     ADD 1 TO DECISION-COUNT
019300     MOVE SPACES TO RESULT-TEXT
019400     MOVE "N" TO KEY-FOUND-SWITCH
019500     MOVE SPACES TO APPROVAL-QUEUE-RECORD
019600*
019700     IF AD-ENTRY-DATE NOT NUMERIC
019800             OR AD-ENTRY-TIME NOT NUMERIC
019900             OR AD-ENTRY-SEQUENCE NOT NUMERIC
020000         MOVE "BAD QUEUE KEY" TO RESULT-TEXT
020050         ADD 1 TO REJECT-COUNT
020100         PERFORM 2600-WRITE-APPROVAL-LOG THRU 2600-EXIT
020150         GO TO 2100-EXIT
020200     END-IF
020300*
020400     MOVE AD-ENTRY-DATE TO PQ-ENTRY-DATE
020500     MOVE AD-ENTRY-TIME TO PQ-ENTRY-TIME
020600     MOVE AD-ENTRY-SEQUENCE TO PQ-ENTRY-SEQUENCE
020700     READ APPROVAL-QUEUE-FILE
020800         INVALID KEY
020900             CONTINUE
021000         NOT INVALID KEY
021100             SET KEY-FOUND TO TRUE
021200     END-READ
021300*
021400     EVALUATE TRUE
021500         WHEN NOT KEY-FOUND
021600             MOVE "NOT ON QUEUE" TO RESULT-TEXT
021700         WHEN NOT PQ-PENDING
021800             MOVE "ITEM NOT PENDING" TO RESULT-TEXT
021900         WHEN AD-OPERATOR-ID = SPACES
022000             MOVE "NO OPERATOR ID" TO RESULT-TEXT
022100         WHEN AD-OPERATOR-ID = PQ-MAKER-ID
022200             MOVE "CHECKER IS THE MAKER" TO RESULT-TEXT
022300         WHEN AD-ACTION = "RELEASE"
022400             SET PQ-RELEASED TO TRUE
022500             MOVE "RELEASED" TO PQ-RESULT
022600             PERFORM 2200-RECORD-DECISION THRU 2200-EXIT
022700         WHEN AD-ACTION = "DECLINE"
022800             SET PQ-DECLINED TO TRUE
022900             MOVE "DECLINED" TO PQ-RESULT
023000             PERFORM 2200-RECORD-DECISION THRU 2200-EXIT
023100         WHEN OTHER
023200             MOVE "BAD ACTION" TO RESULT-TEXT
023300     END-EVALUATE
023400*
023500     IF RESULT-TEXT = "RELEASED"
023510             OR RESULT-TEXT = "DECLINED"
023600         IF PQ-RELEASED
023700             ADD 1 TO RELEASED-COUNT
023800         ELSE
023900             ADD 1 TO DECLINED-COUNT
024000         END-IF
024100     ELSE
024200         ADD 1 TO REJECT-COUNT
024300     END-IF
024400     PERFORM 2600-WRITE-APPROVAL-LOG THRU 2600-EXIT.
024500 2100-EXIT.
024600     EXIT.
024700*
024800***************************************************************
024900*    2200-RECORD-DECISION                                      *
024910*    STAMP THE CHECKER AND DATE. THE LOGGED RESULT IS THE      *
024920*    DECISION ITSELF (RELEASED OR DECLINED) - NOTHING IS       *
024930*    APPLIED UNTIL THE ITEM'S OWN APPLY RUN.                   *
025000***************************************************************
025100 2200-RECORD-DECISION.
025200     MOVE AD-OPERATOR-ID TO PQ-CHECKER-ID
025300     MOVE CURRENT-DATE-YYYYMMDD TO PQ-DECISION-DATE
025400     REWRITE APPROVAL-QUEUE-RECORD
025500         INVALID KEY
025600             MOVE "REWRITE FAILED" TO RESULT-TEXT
025700             GO TO 2200-EXIT
025800     END-REWRITE
025900     MOVE PQ-RESULT TO RESULT-TEXT.
026000 2200-EXIT.
026100     EXIT.
026200*
026300***************************************************************
026400*    2600-WRITE-APPROVAL-LOG                                   *
026500*    SOURCE, MAKER AND IMAGE ARE SPACES WHEN THE KEY WAS BAD    *
026600*    OR NOT ON THE QUEUE.                                       *
026700***************************************************************
026800 2600-WRITE-APPROVAL-LOG.
026900     MOVE SPACES TO APPROVAL-LOG-LINE
027000     MOVE CURRENT-DATE-YYYYMMDD TO AL-DATE
027100     MOVE AD-ACTION TO AL-ACTION
027200     IF AD-ENTRY-DATE NUMERIC
027300             AND AD-ENTRY-TIME NUMERIC
027400             AND AD-ENTRY-SEQUENCE NUMERIC
027500         MOVE AD-ENTRY-DATE TO AL-ENTRY-DATE
027600         MOVE AD-ENTRY-TIME TO AL-ENTRY-TIME
027700         MOVE AD-ENTRY-SEQUENCE TO AL-ENTRY-SEQUENCE
027800     ELSE
027900         MOVE ZEROES TO AL-ENTRY-DATE
028000         MOVE ZEROES TO AL-ENTRY-TIME
028100         MOVE ZEROES TO AL-ENTRY-SEQUENCE
028200     END-IF
028300     IF KEY-FOUND
028400         MOVE PQ-SOURCE TO AL-SOURCE
028500         MOVE PQ-MAKER-ID TO AL-MAKER-ID
028600         MOVE PQ-TRANS-IMAGE TO AL-TRANS-IMAGE
028700     END-IF
028800     MOVE AD-OPERATOR-ID TO AL-CHECKER-ID
028900     MOVE RESULT-TEXT TO AL-RESULT
029000     WRITE APPROVAL-LOG-LINE.
029100 2600-EXIT.
029200     EXIT.
029300*
029400***************************************************************
029500*    3000-FINALIZE                                             *
029600***************************************************************
029700 3000-FINALIZE.
029800     CLOSE DECISION-FILE
029900     CLOSE APPROVAL-QUEUE-FILE
030000     CLOSE APPROVAL-LOG-FILE
030100*
030200     DISPLAY "Decisions >>> " DECISION-COUNT
030300     DISPLAY "Released >>> " RELEASED-COUNT
030400     DISPLAY "Declined >>> " DECLINED-COUNT
030500     DISPLAY "Rejected >>> " REJECT-COUNT
030600     IF REJECT-COUNT > 0
030700         MOVE 4 TO RETURN-CODE
030800     END-IF.
030900 3000-EXIT.
031000     EXIT.
031010*
031020***************************************************************
031030*    8900-READ-PROCESSING-DATE                                 *
031040*    THE RUN DATE IS THE SHOP PROCESSING DATE ON THE CONTROL   *
031050*    RECORD (SEE PROCDATEREC.CPY), NOT THE SYSTEM CLOCK - ONLY *
031060*    DATE-ROLL MOVES IT ON. NO CONTROL RECORD, OR NO VALID     *
031070*    DATE ON IT, IS FATAL.                                     *
031080***************************************************************
031090 8900-READ-PROCESSING-DATE.
031100     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-PROCESSING-DATE-FILE"
031110     IF ENV-VALUE NOT = SPACES
031120         MOVE ENV-VALUE TO PROCESSING-DATE-NAME
031130     END-IF
031140     OPEN INPUT PROCESSING-DATE-FILE
031150     IF PROCESSING-DATE-STATUS NOT = "00"
031160         DISPLAY "FATAL: OPEN INPUT PROCESSING-DATE-FILE, STATUS="
031170             PROCESSING-DATE-STATUS
031180         MOVE 16 TO RETURN-CODE
031190         STOP RUN
031200     END-IF
031210     READ PROCESSING-DATE-FILE
031220         AT END
031230             MOVE SPACES TO PROCESSING-DATE-RECORD
031240     END-READ
031250     CLOSE PROCESSING-DATE-FILE
031260     IF PD-PROCESSING-DATE NOT NUMERIC
031270             OR PD-PROCESSING-DATE = 0
031280         DISPLAY "FATAL: NO PROCESSING DATE ON "
031290             PROCESSING-DATE-NAME
031300         MOVE 16 TO RETURN-CODE
031310         STOP RUN
031320     END-IF
031330     MOVE PD-PROCESSING-DATE TO CURRENT-DATE-YYYYMMDD.
031340 8900-EXIT.
031350     EXIT.
