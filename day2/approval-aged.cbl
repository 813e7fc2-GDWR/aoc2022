000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     Aoc2022Day2ApprovalAged.
000300 AUTHOR.         GDWR.
000400 INSTALLATION.   AOC2022 SCORING SHOP.
000500 DATE-WRITTEN.   10-15-26.
000600 DATE-COMPILED.  10-15-26.
000700*
000800***************************************************************
000900*    APPROVAL-QUEUE AGING REPORT.                              *
001000*    WALKS THE WHOLE APPROVAL QUEUE (SEE APPRQREC.CPY) IN KEY  *
001100*    ORDER AND PRINTS EVERY ITEM STILL WAITING - PENDING A     *
001200*    CHECKER'S DECISION, OR RELEASED BUT NOT YET APPLIED BY    *
001300*    ITS PROGRAM'S APPLY RUN - WITH ITS AGE IN DAYS FROM THE   *
001400*    ENTRY DATE TO THE AS-OF DATE (DAY2-APPROVAL-AS-OF-DATE,   *
001500*    DEFAULT TODAY). THE TRAILER CARRIES THE TOTALS FOR EVERY  *
001600*    QUEUE STATUS, SAME LAYOUT AS SUSPENSE-AGED. ANY ITEM      *
001700*    STILL WAITING ENDS THE RUN WITH RETURN-CODE 4.            *
001800*                                                               *
001900*    MODIFICATION HISTORY                                      *
002000*    -------------------                                       *
002100*    10-15-26  GDWR  ORIGINAL.                                  *
002110*    10-15-26  GDWR  THE RUN DATE NOW COMES FROM THE SHOP       *
002120*                    PROCESSING-DATE CONTROL RECORD (SEE        *
002130*                    PROCDATEREC.CPY) INSTEAD OF THE SYSTEM     *
002140*                    CLOCK, SO A NIGHT THAT RUNS PAST MIDNIGHT  *
002150*                    KEEPS ONE DATE. DAY2-APPROVAL-AS-OF-DATE   *
002160*                    STILL OVERRIDES IT.                        *
002200***************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600*
002700     SELECT APPROVAL-QUEUE-FILE ASSIGN TO APPROVAL-QUEUE-NAME
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS PQ-QUEUE-KEY
003100         FILE STATUS IS APPROVAL-QUEUE-STATUS.
003200*
003300     SELECT AGED-REPORT-FILE ASSIGN TO AGED-REPORT-NAME
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS AGED-REPORT-STATUS.
003600*
003610     SELECT PROCESSING-DATE-FILE ASSIGN TO
003620         PROCESSING-DATE-NAME
003630         ORGANIZATION IS LINE SEQUENTIAL
003640         FILE STATUS IS PROCESSING-DATE-STATUS.
003650*
003700 DATA DIVISION.
003800 FILE SECTION.
003900*
004000 FD  APPROVAL-QUEUE-FILE.
004100     COPY APPRQREC.
004200*
004300 FD  AGED-REPORT-FILE.
004400 01  AGED-LINE.
004500     05  AG-ENTRY-DATE           PIC 9(08).
004600     05  FILLER                  PIC X(01) VALUE SPACE.
004700     05  AG-ENTRY-TIME           PIC 9(08).
004800     05  FILLER                  PIC X(01) VALUE SPACE.
004900     05  AG-ENTRY-SEQUENCE       PIC 9(05).
005000     05  FILLER                  PIC X(01) VALUE SPACE.
005100     05  AG-SOURCE               PIC X(08).
005200     05  FILLER                  PIC X(01) VALUE SPACE.
005300     05  AG-STATUS               PIC X(08).
005400     05  FILLER                  PIC X(01) VALUE SPACE.
005500     05  AG-MAKER-ID             PIC X(08).
005600     05  FILLER                  PIC X(01) VALUE SPACE.
005700     05  AG-CHECKER-ID           PIC X(08).
005800     05  FILLER                  PIC X(01) VALUE SPACE.
005900     05  AG-AGE-DAYS             PIC ZZZZ9.
006000     05  FILLER                  PIC X(01) VALUE SPACE.
006100     05  AG-TARGET-FILE          PIC X(40).
006200     05  FILLER                  PIC X(01) VALUE SPACE.
006300     05  AG-TRANS-IMAGE          PIC X(40).
006400 01  AGED-HEADER-LINE            PIC X(147).
006500*
006510 FD  PROCESSING-DATE-FILE.
006520     COPY PROCDATEREC.
006530*
006600 WORKING-STORAGE SECTION.
006700*
006800 77  APPROVAL-QUEUE-NAME         PIC X(80)
006900     VALUE "./apprqueue.dat".
007000 77  AGED-REPORT-NAME            PIC X(80)
007100     VALUE "./apprage.txt".
007110 77  PROCESSING-DATE-NAME        PIC X(80)
007120     VALUE "./procdate.dat".
007200 77  ENV-VALUE                   PIC X(80).
007300*
007400 77  APPROVAL-QUEUE-STATUS       PIC X(02) VALUE SPACES.
007500 77  AGED-REPORT-STATUS          PIC X(02) VALUE SPACES.
007510 77  PROCESSING-DATE-STATUS      PIC X(02) VALUE SPACES.
007600*
007700 77  END-OF-FILE-SWITCH          PIC X(01) VALUE "N".
007800     88  END-OF-FILE                       VALUE "Y".
007900*
008000 77  PENDING-COUNT               PIC 9(05) COMP VALUE 0.
008100 77  RELEASED-COUNT              PIC 9(05) COMP VALUE 0.
008200 77  DECLINED-COUNT              PIC 9(05) COMP VALUE 0.
008300 77  APPLIED-COUNT               PIC 9(05) COMP VALUE 0.
008400 77  FAILED-COUNT                PIC 9(05) COMP VALUE 0.
008500 77  OLDEST-AGE                  PIC 9(05) COMP VALUE 0.
008600 77  COUNT-DISPLAY               PIC ZZZZ9.
008700*
008800 77  CURRENT-DATE-YYYYMMDD       PIC 9(08) VALUE 0.
008900 77  AS-OF-DATE                  PIC 9(08) VALUE 0.
009000 77  AS-OF-DAY-NUMBER            PIC 9(07) COMP VALUE 0.
009100 77  AGE-DAYS                    PIC S9(07) COMP VALUE 0.
009200*
009300*    DAY-NUMBER WORK AREA - 8100 TURNS DATE-WORK INTO A SERIAL
009400*    DAY COUNT SO TWO DATES CAN BE SUBTRACTED.
009500 01  DATE-WORK.
009600     05  DW-YEAR                 PIC 9(04).
009700     05  DW-MONTH                PIC 9(02).
009800     05  DW-DAY                  PIC 9(02).
009900 77  DAY-NUMBER                  PIC 9(07) COMP VALUE 0.
010000 77  LEAP-BASE-YEAR              PIC 9(04) COMP VALUE 0.
010100 77  LEAP-DAYS-4                 PIC 9(04) COMP VALUE 0.
010200 77  LEAP-DAYS-100               PIC 9(04) COMP VALUE 0.
010300 77  LEAP-DAYS-400               PIC 9(04) COMP VALUE 0.
010400 01  MONTH-START-VALUES          PIC X(36)
010500     VALUE "000031059090120151181212243273304334".
010600 01  MONTH-START-TABLE REDEFINES MONTH-START-VALUES.
010700     05  MONTH-START             PIC 9(03) OCCURS 12 TIMES.
010800*
010900 PROCEDURE DIVISION.
011000*
011100***************************************************************
011200*    0000-MAINLINE                                             *
011300***************************************************************
011400 0000-MAINLINE.
011500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011600     PERFORM 2000-REPORT-WAITING-ITEMS THRU 2000-EXIT
011700     PERFORM 3000-FINALIZE THRU 3000-EXIT
011800     STOP RUN.
011900*
012000***************************************************************
012100*    1000-INITIALIZE                                           *
012200***************************************************************
012300 1000-INITIALIZE.
012400     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-APPROVAL-QUEUE"
012500     IF ENV-VALUE NOT = SPACES
012600         MOVE ENV-VALUE TO APPROVAL-QUEUE-NAME
012700     END-IF
012800*
012900     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-APPROVAL-AGED-REPORT"
013000     IF ENV-VALUE NOT = SPACES
013100         MOVE ENV-VALUE TO AGED-REPORT-NAME
013200     END-IF
013300*
013310     PERFORM 8900-READ-PROCESSING-DATE THRU 8900-EXIT
013500     MOVE CURRENT-DATE-YYYYMMDD TO AS-OF-DATE
013600     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-APPROVAL-AS-OF-DATE"
013700     IF ENV-VALUE NOT = SPACES
013800         MOVE ENV-VALUE TO AS-OF-DATE
013900     END-IF
014000     MOVE AS-OF-DATE TO DATE-WORK
014100     PERFORM 8100-DAY-NUMBER THRU 8100-EXIT
014200     MOVE DAY-NUMBER TO AS-OF-DAY-NUMBER
014300*
014400     OPEN INPUT APPROVAL-QUEUE-FILE
014500     IF APPROVAL-QUEUE-STATUS NOT = "00"
014600         DISPLAY "FATAL: OPEN INPUT APPROVAL-QUEUE FAILED, "
014700             "STATUS=" APPROVAL-QUEUE-STATUS
014800         MOVE 16 TO RETURN-CODE
014900         STOP RUN
015000     END-IF
015100     OPEN OUTPUT AGED-REPORT-FILE
015200     IF AGED-REPORT-STATUS NOT = "00"
015300         DISPLAY "FATAL: OPEN OUTPUT AGED-REPORT, STATUS="
015400             AGED-REPORT-STATUS
015500         MOVE 16 TO RETURN-CODE
015600         STOP RUN
015700     END-IF
015800*
015900     MOVE SPACES TO AGED-HEADER-LINE
016000     STRING "APPROVAL ITEMS WAITING AS OF " DELIMITED BY SIZE
016100             AS-OF-DATE DELIMITED BY SIZE
016200         INTO AGED-HEADER-LINE
016300     WRITE AGED-HEADER-LINE
016400     MOVE SPACES TO AGED-HEADER-LINE
016500     MOVE "ENTERED  TIME     SEQ   SOURCE   STATUS   MAKER    "
016600         TO AGED-HEADER-LINE(1:51)
016700     MOVE "CHECKER    AGE" TO AGED-HEADER-LINE(52:14)
016750     MOVE "TARGET" TO AGED-HEADER-LINE(67:6)
016800     MOVE "TRANSACTION" TO AGED-HEADER-LINE(108:11)
016900     WRITE AGED-HEADER-LINE.
017000 1000-EXIT.
017100     EXIT.
017200*
017300***************************************************************
017400*    2000-REPORT-WAITING-ITEMS                                 *
017500***************************************************************
017600 2000-REPORT-WAITING-ITEMS.
017700     PERFORM UNTIL END-OF-FILE
017800         READ APPROVAL-QUEUE-FILE NEXT RECORD
017900             AT END
018000                 SET END-OF-FILE-SWITCH TO "Y"
018100             NOT AT END
018200                 PERFORM 2100-REPORT-ONE-ITEM THRU 2100-EXIT
018300         END-READ
018400     END-PERFORM.
018500 2000-EXIT.
018600     EXIT.
018700*
018800***************************************************************
018900*    2100-REPORT-ONE-ITEM                                      *
019000*    DECIDED-AND-DONE ITEMS (DECLINED, APPLIED, FAILED) ARE     *
019100*    ONLY COUNTED. A WAITING ITEM ENTERED AFTER THE AS-OF DATE  *
019200*    SHOWS AGE ZERO.                                            *
019300***************************************************************
019400 2100-REPORT-ONE-ITEM.
019500     MOVE SPACES TO AGED-HEADER-LINE
019600     EVALUATE TRUE
019700         WHEN PQ-PENDING
019800             ADD 1 TO PENDING-COUNT
019900             MOVE "PENDING" TO AG-STATUS
020000         WHEN PQ-RELEASED
020100             ADD 1 TO RELEASED-COUNT
020200             MOVE "RELEASED" TO AG-STATUS
020300         WHEN PQ-DECLINED
020400             ADD 1 TO DECLINED-COUNT
020500             GO TO 2100-EXIT
020600         WHEN PQ-APPLIED
020700             ADD 1 TO APPLIED-COUNT
020800             GO TO 2100-EXIT
020900         WHEN OTHER
021000             ADD 1 TO FAILED-COUNT
021100             GO TO 2100-EXIT
021200     END-EVALUATE
021300*
021400     MOVE PQ-ENTRY-DATE TO DATE-WORK
021500     PERFORM 8100-DAY-NUMBER THRU 8100-EXIT
021600     COMPUTE AGE-DAYS = AS-OF-DAY-NUMBER - DAY-NUMBER
021700     IF AGE-DAYS < 0 OR DAY-NUMBER = 0
021800         MOVE 0 TO AGE-DAYS
021900     END-IF
022000     IF AGE-DAYS > OLDEST-AGE
022100         MOVE AGE-DAYS TO OLDEST-AGE
022200     END-IF
022300*
022400     MOVE PQ-ENTRY-DATE TO AG-ENTRY-DATE
022500     MOVE PQ-ENTRY-TIME TO AG-ENTRY-TIME
022600     MOVE PQ-ENTRY-SEQUENCE TO AG-ENTRY-SEQUENCE
022700     MOVE PQ-SOURCE TO AG-SOURCE
022800     MOVE PQ-MAKER-ID TO AG-MAKER-ID
022900     MOVE PQ-CHECKER-ID TO AG-CHECKER-ID
023000     MOVE AGE-DAYS TO AG-AGE-DAYS
023100     MOVE PQ-TARGET-FILE TO AG-TARGET-FILE
023200     MOVE PQ-TRANS-IMAGE TO AG-TRANS-IMAGE
023300     WRITE AGED-LINE.
023400 2100-EXIT.
023500     EXIT.
023600*
023700***************************************************************
023800*    3000-FINALIZE                                             *
023900*    WRITE THE STATUS TOTALS AS REPORT TRAILERS AND ECHO THE    *
024000*    HEADLINES TO THE JOB LOG.                                  *
024100***************************************************************
024200 3000-FINALIZE.
024300     MOVE PENDING-COUNT TO COUNT-DISPLAY
024400     MOVE SPACES TO AGED-HEADER-LINE
024500     STRING "PENDING ITEMS     " DELIMITED BY SIZE
024600             COUNT-DISPLAY DELIMITED BY SIZE
024700         INTO AGED-HEADER-LINE
024800     WRITE AGED-HEADER-LINE
024900     MOVE RELEASED-COUNT TO COUNT-DISPLAY
025000     MOVE SPACES TO AGED-HEADER-LINE
025100     STRING "RELEASED UNAPPLIED" DELIMITED BY SIZE
025200             COUNT-DISPLAY DELIMITED BY SIZE
025300         INTO AGED-HEADER-LINE
025400     WRITE AGED-HEADER-LINE
025500     MOVE DECLINED-COUNT TO COUNT-DISPLAY
025600     MOVE SPACES TO AGED-HEADER-LINE
025700     STRING "DECLINED ITEMS    " DELIMITED BY SIZE
025800             COUNT-DISPLAY DELIMITED BY SIZE
025900         INTO AGED-HEADER-LINE
026000     WRITE AGED-HEADER-LINE
026100     MOVE APPLIED-COUNT TO COUNT-DISPLAY
026200     MOVE SPACES TO AGED-HEADER-LINE
026300     STRING "APPLIED ITEMS     " DELIMITED BY SIZE
026400             COUNT-DISPLAY DELIMITED BY SIZE
026500         INTO AGED-HEADER-LINE
026600     WRITE AGED-HEADER-LINE
026700     MOVE FAILED-COUNT TO COUNT-DISPLAY
026800     MOVE SPACES TO AGED-HEADER-LINE
026900     STRING "FAILED ITEMS      " DELIMITED BY SIZE
027000             COUNT-DISPLAY DELIMITED BY SIZE
027100         INTO AGED-HEADER-LINE
027200     WRITE AGED-HEADER-LINE
027300     MOVE OLDEST-AGE TO COUNT-DISPLAY
027400     MOVE SPACES TO AGED-HEADER-LINE
027500     STRING "OLDEST WAIT DAYS  " DELIMITED BY SIZE
027600             COUNT-DISPLAY DELIMITED BY SIZE
027700         INTO AGED-HEADER-LINE
027800     WRITE AGED-HEADER-LINE
027900*
028000     CLOSE APPROVAL-QUEUE-FILE
028100     CLOSE AGED-REPORT-FILE
028200*
028300     DISPLAY "Pending >>> " PENDING-COUNT
028400     DISPLAY "Released unapplied >>> " RELEASED-COUNT
028500     DISPLAY "Oldest wait days >>> " OLDEST-AGE
028600     IF PENDING-COUNT > 0 OR RELEASED-COUNT > 0
028700         MOVE 4 TO RETURN-CODE
028800     END-IF.
028900 3000-EXIT.
029000     EXIT.
029100*
029200***************************************************************
029300*    8100-DAY-NUMBER                                           *
029400*    SERIAL DAY COUNT FOR THE YYYYMMDD IN DATE-WORK: DAYS IN   *
029500*    WHOLE YEARS, PLUS ONE LEAP DAY PER LEAP YEAR UP TO AND    *
029600*    INCLUDING THIS ONE ONCE FEBRUARY IS OVER, PLUS DAYS IN    *
029700*    WHOLE MONTHS, PLUS THE DAY. ZERO FOR A DATE THAT IS NOT   *
029800*    NUMERIC OR HAS NO VALID MONTH.                            *
029900***************************************************************
030000 8100-DAY-NUMBER.
030100     MOVE 0 TO DAY-NUMBER
030200     IF DATE-WORK NOT NUMERIC
030300             OR DW-MONTH < 1 OR DW-MONTH > 12
030400         GO TO 8100-EXIT
030500     END-IF
030600     IF DW-MONTH < 3
030700         COMPUTE LEAP-BASE-YEAR = DW-YEAR - 1
030800     ELSE
030900         MOVE DW-YEAR TO LEAP-BASE-YEAR
031000     END-IF
031100     DIVIDE LEAP-BASE-YEAR BY 4 GIVING LEAP-DAYS-4
031200     DIVIDE LEAP-BASE-YEAR BY 100 GIVING LEAP-DAYS-100
031300     DIVIDE LEAP-BASE-YEAR BY 400 GIVING LEAP-DAYS-400
031400     COMPUTE DAY-NUMBER = DW-YEAR * 365
031500         + LEAP-DAYS-4 - LEAP-DAYS-100 + LEAP-DAYS-400
031600         + MONTH-START(DW-MONTH) + DW-DAY.
031700 8100-EXIT.
031800     EXIT.
031810*
031820***************************************************************
031830*    8900-READ-PROCESSING-DATE                                 *
031840*    THE RUN DATE IS THE SHOP PROCESSING DATE ON THE CONTROL   *
031850*    RECORD (SEE PROCDATEREC.CPY), NOT THE SYSTEM CLOCK - ONLY *
031860*    DATE-ROLL MOVES IT ON. NO CONTROL RECORD, OR NO VALID     *
031870*    DATE ON IT, IS FATAL.                                     *
031880***************************************************************
031890 8900-READ-PROCESSING-DATE.
031900     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-PROCESSING-DATE-FILE"
031910     IF ENV-VALUE NOT = SPACES
031920         MOVE ENV-VALUE TO PROCESSING-DATE-NAME
031930     END-IF
031940     OPEN INPUT PROCESSING-DATE-FILE
031950     IF PROCESSING-DATE-STATUS NOT = "00"
031960         DISPLAY "FATAL: OPEN INPUT PROCESSING-DATE-FILE, STATUS="
031970             PROCESSING-DATE-STATUS
031980         MOVE 16 TO RETURN-CODE
031990         STOP RUN
032000     END-IF
032010     READ PROCESSING-DATE-FILE
032020         AT END
032030             MOVE SPACES TO PROCESSING-DATE-RECORD
032040     END-READ
032050     CLOSE PROCESSING-DATE-FILE
032060     IF PD-PROCESSING-DATE NOT NUMERIC
032070             OR PD-PROCESSING-DATE = 0
032080         DISPLAY "FATAL: NO PROCESSING DATE ON "
032090             PROCESSING-DATE-NAME
032100         MOVE 16 TO RETURN-CODE
032110         STOP RUN
032120     END-IF
032130     MOVE PD-PROCESSING-DATE TO CURRENT-DATE-YYYYMMDD.
032140 8900-EXIT.
032150     EXIT.
