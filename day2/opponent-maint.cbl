002100*    MODIFICATION HISTORY                                      *
002200*    -------------------                                       *
002300*    08-22-26  GDWR  ORIGINAL.                                  *
002310*    10-15-26  GDWR  DUAL CONTROL. EACH TRANSACTION NOW CARRIES *
002320*                    THE ENTERING OPERATOR'S ID AND IS QUEUED  *
002330*                    ON THE APPROVAL QUEUE (SEE APPRQREC.CPY)  *
002340*                    INSTEAD OF BEING APPLIED. APPLY MODE      *
002350*                    (DAY2-MAINT-MODE=APPLY) APPLIES ONLY THE  *
002360*                    ITEMS A SECOND OPERATOR RELEASED THROUGH  *
002370*                    APPROVAL-RUN, AND BOTH OPERATOR IDS ARE   *
002380*                    STAMPED ON THE MAINTENANCE LOG.           *
002383*    10-15-26  GDWR  THE RUN DATE NOW COMES FROM THE SHOP       *
002386*                    PROCESSING-DATE CONTROL RECORD (SEE        *
002389*                    PROCDATEREC.CPY) INSTEAD OF THE SYSTEM     *
002392*                    CLOCK, SO A NIGHT THAT RUNS PAST MIDNIGHT  *
002395*                    KEEPS ONE DATE.                            *
002400***************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS MAINT-LOG-STATUS.
004200*
004207     SELECT OPTIONAL APPROVAL-QUEUE-FILE ASSIGN TO
004214         APPROVAL-QUEUE-NAME
004221         ORGANIZATION IS INDEXED
004228         ACCESS MODE IS DYNAMIC
004235         RECORD KEY IS PQ-QUEUE-KEY
004242         FILE STATUS IS APPROVAL-QUEUE-STATUS.
004249*
004256     SELECT PROCESSING-DATE-FILE ASSIGN TO
004263         PROCESSING-DATE-NAME
004270         ORGANIZATION IS LINE SEQUENTIAL
004277         FILE STATUS IS PROCESSING-DATE-STATUS.
004284*
004300 DATA DIVISION.
004400 FILE SECTION.
004500*
004600 FD  TRANS-FILE.
004610 01  TRANS-FILE-LINE             PIC X(140).
005900*
006000 FD  MASTER-FILE.
006100     COPY OPPMSTR.
007300     05  ML-AFTER-IMAGE          PIC X(116).
007400     05  FILLER                  PIC X(01) VALUE SPACE.
007500     05  ML-RESULT               PIC X(24).
007509     05  FILLER                  PIC X(01) VALUE SPACE.
007518     05  ML-MAKER-ID             PIC X(08).
007527     05  FILLER                  PIC X(01) VALUE SPACE.
007536     05  ML-CHECKER-ID           PIC X(08).
007545*
007554 FD  APPROVAL-QUEUE-FILE.
007563     COPY APPRQREC.
007572*
007581 FD  PROCESSING-DATE-FILE.
007590     COPY PROCDATEREC.
007600*
007700 WORKING-STORAGE SECTION.
007800*
008200     VALUE "./oppmaster.dat".
008300 77  MAINT-LOG-NAME              PIC X(80)
008400     VALUE "./oppmaint.log".
008410 77  APPROVAL-QUEUE-NAME         PIC X(80)
008420     VALUE "./apprqueue.dat".
008430 77  MAINT-MODE                  PIC X(05) VALUE "ENTER".
008440     88  ENTRY-MODE                        VALUE "ENTER".
008450     88  APPLY-MODE                        VALUE "APPLY".
008460 77  PROCESSING-DATE-NAME        PIC X(80)
008470     VALUE "./procdate.dat".
008500 77  ENV-VALUE                   PIC X(80).
008600*
008700 77  TRANS-FILE-STATUS           PIC X(02) VALUE SPACES.
008800 77  MASTER-FILE-STATUS          PIC X(02) VALUE SPACES.
008900 77  MAINT-LOG-STATUS            PIC X(02) VALUE SPACES.
008910 77  APPROVAL-QUEUE-STATUS       PIC X(02) VALUE SPACES.
008920 77  PROCESSING-DATE-STATUS      PIC X(02) VALUE SPACES.
009000*
009100 77  END-OF-FILE-SWITCH          PIC X(01) VALUE "N".
009200     88  END-OF-FILE                       VALUE "Y".
009900 77  TRANS-COUNT                 PIC 9(05) COMP VALUE 0.
010000 77  APPLIED-COUNT               PIC 9(05) COMP VALUE 0.
010100 77  REJECT-COUNT                PIC 9(05) COMP VALUE 0.
010110 77  QUEUED-COUNT                PIC 9(05) COMP VALUE 0.
010200 77  RESULT-TEXT                 PIC X(24) VALUE SPACES.
010300 77  BEFORE-IMAGE                PIC X(116) VALUE SPACES.
010400 77  AFTER-IMAGE                 PIC X(116) VALUE SPACES.
010500*
010600 77  CURRENT-DATE-YYYYMMDD       PIC 9(08) VALUE 0.
010605 77  CURRENT-TIME-HHMMSSCC       PIC 9(08) VALUE 0.
010610 77  MAKER-ID                    PIC X(08) VALUE SPACES.
010615 77  CHECKER-ID                  PIC X(08) VALUE SPACES.
010620*
010625 01  TRANS-LINE.
010630     05  TO-ACTION               PIC X(06).
010635     05  FILLER                  PIC X(01).
010640     05  TO-OPPONENT-NAME        PIC X(20).
010645     05  FILLER                  PIC X(01).
010650     05  TO-DIVISION             PIC X(10).
010655     05  FILLER                  PIC X(01).
010660     05  TO-STATUS-FLAG          PIC X(01).
010665     05  FILLER                  PIC X(01).
010670     05  TO-EXPECTED-COUNT       PIC 9(05).
010675     05  FILLER                  PIC X(01).
010680     05  TO-DATA-FILE            PIC X(80).
010685     05  FILLER                  PIC X(01).
010690     05  TO-OPERATOR-ID          PIC X(08).
010695     05  FILLER                  PIC X(04).
010700*
010800 PROCEDURE DIVISION.
010900*
012000*    1000-INITIALIZE                                           *
012100*    THE MASTER IS OPENED I-O (CREATED ON FIRST USE) AND THE   *
012200*    MAINTENANCE LOG IS OPENED EXTEND SO THE FULL HISTORY OF   *
012300*    ROSTER CHANGES ACCUMULATES ACROSS RUNS. ENTRY MODE ONLY    *
012310*    NEEDS THE TRANSACTIONS AND THE APPROVAL QUEUE - THE        *
012320*    MASTER IS NOT TOUCHED UNTIL THE APPLY RUN.                 *
012400***************************************************************
012500 1000-INITIALIZE.
012600     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-OPPMAINT-TRANS"
013800         MOVE ENV-VALUE TO MAINT-LOG-NAME
013900     END-IF
014000*
014010     PERFORM 8900-READ-PROCESSING-DATE THRU 8900-EXIT
014110     ACCEPT CURRENT-TIME-HHMMSSCC FROM TIME
014200*
014210     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-MAINT-MODE"
014220     IF ENV-VALUE NOT = SPACES
014230         MOVE ENV-VALUE TO MAINT-MODE
014240     END-IF
014250     IF NOT ENTRY-MODE AND NOT APPLY-MODE
014260         DISPLAY "FATAL: DAY2-MAINT-MODE MUST BE ENTER OR APPLY"
014700         MOVE 16 TO RETURN-CODE
014800         STOP RUN
014804     END-IF
014808*
014812     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-APPROVAL-QUEUE"
014816     IF ENV-VALUE NOT = SPACES
014820         MOVE ENV-VALUE TO APPROVAL-QUEUE-NAME
014824     END-IF
014828     OPEN I-O APPROVAL-QUEUE-FILE
014832     IF APPROVAL-QUEUE-STATUS NOT = "00"
014836             AND APPROVAL-QUEUE-STATUS NOT = "05"
014840         DISPLAY "FATAL: OPEN I-O APPROVAL-QUEUE FAILED, STATUS="
014844             APPROVAL-QUEUE-STATUS
014848         MOVE 16 TO RETURN-CODE
014852         STOP RUN
014856     END-IF
014860*
014864     IF ENTRY-MODE
014868         OPEN INPUT TRANS-FILE
014872         IF TRANS-FILE-STATUS NOT = "00"
014876             DISPLAY "FATAL: OPEN INPUT TRANS-FILE FAILED, "
014880                 "STATUS=" TRANS-FILE-STATUS
014884             MOVE 16 TO RETURN-CODE
014888             STOP RUN
014892         END-IF
014896         GO TO 1000-EXIT
014900     END-IF
015000     OPEN I-O MASTER-FILE
015100     IF MASTER-FILE-STATUS NOT = "00"
016900*    2000-PROCESS-TRANSACTIONS                                 *
017000***************************************************************
017100 2000-PROCESS-TRANSACTIONS.
017110     IF APPLY-MODE
017120         PERFORM 4100-APPLY-RELEASED THRU 4100-EXIT
017130         GO TO 2000-EXIT
017140     END-IF
017200     PERFORM UNTIL END-OF-FILE
017300         READ TRANS-FILE INTO TRANS-LINE
017400             AT END
017500                 SET END-OF-FILE-SWITCH TO "Y"
017600             NOT AT END
017700                 PERFORM 4000-QUEUE-ONE-TRANS THRU 4000-EXIT
017800         END-READ
017900     END-PERFORM.
018000 2000-EXIT.
034400     MOVE BEFORE-IMAGE TO ML-BEFORE-IMAGE
034500     MOVE AFTER-IMAGE TO ML-AFTER-IMAGE
034600     MOVE RESULT-TEXT TO ML-RESULT
034610     MOVE MAKER-ID TO ML-MAKER-ID
034620     MOVE CHECKER-ID TO ML-CHECKER-ID
034700     WRITE MAINT-LOG-LINE.
034800 2600-EXIT.
034900     EXIT.
035200*    3000-FINALIZE                                             *
035300***************************************************************
035400 3000-FINALIZE.
035410     CLOSE APPROVAL-QUEUE-FILE
035420     IF ENTRY-MODE
035500         CLOSE TRANS-FILE
035510         DISPLAY "Transactions >>> " TRANS-COUNT
035520         DISPLAY "Queued >>> " QUEUED-COUNT
035530         DISPLAY "Rejected >>> " REJECT-COUNT
035540         IF REJECT-COUNT > 0
035550             MOVE 4 TO RETURN-CODE
035560         END-IF
035570         GO TO 3000-EXIT
035580     END-IF
035600     CLOSE MASTER-FILE
035700     CLOSE MAINT-LOG-FILE
035800*
036400     END-IF.
036500 3000-EXIT.
036600     EXIT.
036610*
036620***************************************************************
036630*    4000-QUEUE-ONE-TRANS                                      *
036640*    ENTRY MODE: PARK THE TRANSACTION ON THE APPROVAL QUEUE    *
036650*    AGAINST THIS MASTER UNDER THE ENTERING OPERATOR - SAME AS *
036660*    ROUND-MAINT. THE FIELDS ARE VALIDATED WHEN THE ITEM IS    *
036670*    APPLIED, AGAINST THE MASTER AS IT STANDS THEN.            *
036680***************************************************************
036690 4000-QUEUE-ONE-TRANS.
036700     ADD 1 TO TRANS-COUNT
036710     IF TO-OPERATOR-ID = SPACES
036720         DISPLAY "REJECTED " TO-ACTION " " TO-OPPONENT-NAME
036730             " - NO OPERATOR ID"
036740         ADD 1 TO REJECT-COUNT
036750         GO TO 4000-EXIT
036760     END-IF
036770     MOVE SPACES TO APPROVAL-QUEUE-RECORD
036780     MOVE CURRENT-DATE-YYYYMMDD TO PQ-ENTRY-DATE
036790     MOVE CURRENT-TIME-HHMMSSCC TO PQ-ENTRY-TIME
036800     MOVE TRANS-COUNT TO PQ-ENTRY-SEQUENCE
036810     SET PQ-FROM-OPPONENT-MAINT TO TRUE
036820     MOVE MASTER-FILE-NAME TO PQ-TARGET-FILE
036830     MOVE TO-OPERATOR-ID TO PQ-MAKER-ID
036840     SET PQ-PENDING TO TRUE
036850     MOVE 0 TO PQ-DECISION-DATE
036860     MOVE 0 TO PQ-APPLIED-DATE
036870     MOVE "PENDING APPROVAL" TO PQ-RESULT
036880     MOVE TRANS-LINE TO PQ-TRANS-IMAGE
036890     WRITE APPROVAL-QUEUE-RECORD
036900         INVALID KEY
036910             DISPLAY "REJECTED " TO-ACTION " " TO-OPPONENT-NAME
036920                 " - QUEUE WRITE FAILED, STATUS="
036930                 APPROVAL-QUEUE-STATUS
036940             ADD 1 TO REJECT-COUNT
036950             GO TO 4000-EXIT
036960     END-WRITE
036970     DISPLAY "QUEUED " PQ-ENTRY-DATE " " PQ-ENTRY-TIME " "
036980         PQ-ENTRY-SEQUENCE " " TO-ACTION " " TO-OPPONENT-NAME
036990     ADD 1 TO QUEUED-COUNT.
037000 4000-EXIT.
037010     EXIT.
037020*
037030***************************************************************
037040*    4100-APPLY-RELEASED                                       *
037050*    APPLY MODE: APPLY EVERY RELEASED OPPONENT-MAINT ITEM FOR  *
037060*    THIS MASTER, IN ENTRY ORDER, THROUGH THE ORDINARY 2100    *
037070*    PATH AND MARK IT APPLIED OR FAILED - SAME AS ROUND-MAINT. *
037080***************************************************************
037090 4100-APPLY-RELEASED.
037100     MOVE LOW-VALUES TO PQ-QUEUE-KEY
037110     START APPROVAL-QUEUE-FILE KEY IS NOT LESS THAN PQ-QUEUE-KEY
037120         INVALID KEY
037130             GO TO 4100-EXIT
037140     END-START
037150     PERFORM UNTIL END-OF-FILE
037160         READ APPROVAL-QUEUE-FILE NEXT RECORD
037170             AT END
037180                 SET END-OF-FILE-SWITCH TO "Y"
037190             NOT AT END
037200                 IF PQ-RELEASED AND PQ-FROM-OPPONENT-MAINT
037210                         AND PQ-TARGET-FILE = MASTER-FILE-NAME
037220                     PERFORM 4200-APPLY-ONE-RELEASED
037230                         THRU 4200-EXIT
037240                 END-IF
037250         END-READ
037260     END-PERFORM.
037270 4100-EXIT.
037280     EXIT.
037290*
037300***************************************************************
037310*    4200-APPLY-ONE-RELEASED                                   *
037320***************************************************************
037330 4200-APPLY-ONE-RELEASED.
037340     MOVE PQ-TRANS-IMAGE TO TRANS-LINE
037350     MOVE PQ-MAKER-ID TO MAKER-ID
037360     MOVE PQ-CHECKER-ID TO CHECKER-ID
037370     IF CHECKER-ID = SPACES OR CHECKER-ID = MAKER-ID
037380         ADD 1 TO TRANS-COUNT
037390         ADD 1 TO REJECT-COUNT
037400         MOVE SPACES TO BEFORE-IMAGE
037410         MOVE SPACES TO AFTER-IMAGE
037420         MOVE "NO SECOND OPERATOR" TO RESULT-TEXT
037430         PERFORM 2600-WRITE-MAINT-LOG THRU 2600-EXIT
037440     ELSE
037450         PERFORM 2100-APPLY-ONE-TRANS THRU 2100-EXIT
037460     END-IF
037470     IF RESULT-TEXT = "APPLIED"
037480         SET PQ-APPLIED TO TRUE
037490     ELSE
037500         SET PQ-FAILED TO TRUE
037510     END-IF
037520     MOVE CURRENT-DATE-YYYYMMDD TO PQ-APPLIED-DATE
037530     MOVE RESULT-TEXT TO PQ-RESULT
037540     REWRITE APPROVAL-QUEUE-RECORD
037550         INVALID KEY
037560             DISPLAY "WARNING: APPROVAL-QUEUE REWRITE FAILED, "
037570                 "STATUS=" APPROVAL-QUEUE-STATUS
037580     END-REWRITE.
037590 4200-EXIT.
037600     EXIT.
037610*
037620***************************************************************
037630*    8900-READ-PROCESSING-DATE                                 *
037640*    THE RUN DATE IS THE SHOP PROCESSING DATE ON THE CONTROL   *
037650*    RECORD (SEE PROCDATEREC.CPY), NOT THE SYSTEM CLOCK - ONLY *
037660*    DATE-ROLL MOVES IT ON. NO CONTROL RECORD, OR NO VALID     *
037670*    DATE ON IT, IS FATAL.                                     *
037680***************************************************************
037690 8900-READ-PROCESSING-DATE.
037700     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-PROCESSING-DATE-FILE"
037710     IF ENV-VALUE NOT = SPACES
037720         MOVE ENV-VALUE TO PROCESSING-DATE-NAME
037730     END-IF
037740     OPEN INPUT PROCESSING-DATE-FILE
037750     IF PROCESSING-DATE-STATUS NOT = "00"
037760         DISPLAY "FATAL: OPEN INPUT PROCESSING-DATE-FILE, STATUS="
037770             PROCESSING-DATE-STATUS
037780         MOVE 16 TO RETURN-CODE
037790         STOP RUN
037800     END-IF
037810     READ PROCESSING-DATE-FILE
037820         AT END
037830             MOVE SPACES TO PROCESSING-DATE-RECORD
037840     END-READ
037850     CLOSE PROCESSING-DATE-FILE
037860     IF PD-PROCESSING-DATE NOT NUMERIC
037870             OR PD-PROCESSING-DATE = 0
037880         DISPLAY "FATAL: NO PROCESSING DATE ON "
037890             PROCESSING-DATE-NAME
037900         MOVE 16 TO RETURN-CODE
037910         STOP RUN
037920     END-IF
037930     MOVE PD-PROCESSING-DATE TO CURRENT-DATE-YYYYMMDD.
037940 8900-EXIT.
037950     EXIT.
