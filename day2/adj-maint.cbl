000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     Aoc2022Day2AdjMaint.
000300 AUTHOR.         GDWR.
000400 INSTALLATION.   AOC2022 SCORING SHOP.
000500 DATE-WRITTEN.   10-15-26.
000600 DATE-COMPILED.  10-15-26.
000700*
000800***************************************************************
000900*    SCORE ADJUSTMENT LEDGER MAINTENANCE.                      *
001000*    APPLIES A TRANSACTION FILE OF ADD / CHANGE / DELETE       *
001100*    REQUESTS, KEYED BY OPPONENT NAME, EFFECTIVE DATE AND      *
001200*    SEQUENCE, TO THE INDEXED ADJUSTMENT LEDGER (SEE           *
001300*    ADJREC.CPY) - THE LEAGUE'S CONDUCT AND LATE-GUIDE DOCKS   *
001400*    AND AWARDS, KEPT APART FROM THE ROUNDS SO A PENALTY NEVER *
001500*    HAS TO BE FAKED THROUGH ROUND-MAINT. SAME DUAL CONTROL AS *
001600*    OPPONENT-MAINT: ENTRY MODE QUEUES EACH TRANSACTION ON THE *
001700*    APPROVAL QUEUE (SEE APPRQREC.CPY) UNDER THE ENTERING      *
001800*    OPERATOR; APPLY MODE (DAY2-MAINT-MODE=APPLY) APPLIES ONLY *
001900*    THE ITEMS A SECOND OPERATOR RELEASED THROUGH APPROVAL-RUN *
002000*    AND STAMPS BOTH OPERATOR IDS ON THE LEDGER ENTRY AND THE  *
002100*    MAINTENANCE LOG. EVERY TRANSACTION, APPLIED OR REJECTED,  *
002200*    IS LOGGED WITH THE BEFORE AND AFTER IMAGE OF THE ENTRY.   *
002300*    AN ADD AGAINST A KEY ALREADY ON FILE, OR A CHANGE/DELETE  *
002400*    AGAINST A KEY NOT ON FILE, IS REJECTED, AS IS ANY         *
002500*    ADD/CHANGE FOR AN OPPONENT NOT ON THE OPPONENT MASTER,    *
002600*    WITH A NONNUMERIC OR ALL-ZERO ADJUSTMENT, A REASON CODE   *
002700*    OUTSIDE COND/LATE/AWRD/OTHR, OR NO AUTHORIZING REFERENCE. *
002800*                                                               *
002900*    MODIFICATION HISTORY                                      *
003000*    -------------------                                       *
003100*    10-15-26  GDWR  ORIGINAL.                                  *
003200*    10-15-26  GDWR  THE RUN DATE NOW COMES FROM THE SHOP       *
003300*                    PROCESSING-DATE CONTROL RECORD (SEE        *
003400*                    PROCDATEREC.CPY) INSTEAD OF THE SYSTEM     *
003500*                    CLOCK, SO A NIGHT THAT RUNS PAST MIDNIGHT  *
003600*                    KEEPS ONE DATE.                            *
003700***************************************************************
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100*
004200     SELECT TRANS-FILE ASSIGN TO TRANS-FILE-NAME
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS TRANS-FILE-STATUS.
004500*
004600     SELECT OPTIONAL LEDGER-FILE ASSIGN TO LEDGER-FILE-NAME
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS AJ-ADJUSTMENT-KEY
005000         FILE STATUS IS LEDGER-FILE-STATUS.
005100*
005200     SELECT OPPONENT-MASTER-FILE ASSIGN TO
005300         OPPONENT-MASTER-NAME
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS OM-OPPONENT-NAME
005700         FILE STATUS IS OPPONENT-MASTER-STATUS.
005800*
005900     SELECT OPTIONAL MAINT-LOG-FILE ASSIGN TO MAINT-LOG-NAME
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS MAINT-LOG-STATUS.
006200*
006300     SELECT OPTIONAL APPROVAL-QUEUE-FILE ASSIGN TO
006400         APPROVAL-QUEUE-NAME
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS PQ-QUEUE-KEY
006800         FILE STATUS IS APPROVAL-QUEUE-STATUS.
006900*
007000     SELECT PROCESSING-DATE-FILE ASSIGN TO
007100         PROCESSING-DATE-NAME
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS PROCESSING-DATE-STATUS.
007400*
007500 DATA DIVISION.
007600 FILE SECTION.
007700*
007800 FD  TRANS-FILE.
007900 01  TRANS-FILE-LINE             PIC X(140).
008000*
008100 FD  LEDGER-FILE.
008200     COPY ADJREC.
008300*
008400 FD  OPPONENT-MASTER-FILE.
008500     COPY OPPMSTR.
008600*
008700 FD  MAINT-LOG-FILE.
008800 01  MAINT-LOG-LINE.
008900     05  ML-DATE                 PIC 9(08).
009000     05  FILLER                  PIC X(01) VALUE SPACE.
009100     05  ML-ACTION               PIC X(06).
009200     05  FILLER                  PIC X(01) VALUE SPACE.
009300     05  ML-OPPONENT-NAME        PIC X(20).
009400     05  FILLER                  PIC X(01) VALUE SPACE.
009500     05  ML-BEFORE-IMAGE         PIC X(94).
009600     05  FILLER                  PIC X(01) VALUE SPACE.
009700     05  ML-AFTER-IMAGE          PIC X(94).
009800     05  FILLER                  PIC X(01) VALUE SPACE.
009900     05  ML-RESULT               PIC X(24).
010000     05  FILLER                  PIC X(01) VALUE SPACE.
010100     05  ML-MAKER-ID             PIC X(08).
010200     05  FILLER                  PIC X(01) VALUE SPACE.
010300     05  ML-CHECKER-ID           PIC X(08).
010400*
010500 FD  APPROVAL-QUEUE-FILE.
010600     COPY APPRQREC.
010700*
010800 FD  PROCESSING-DATE-FILE.
010900     COPY PROCDATEREC.
011000*
011100 WORKING-STORAGE SECTION.
011200*
011300 77  TRANS-FILE-NAME             PIC X(80)
011400     VALUE "./adjmtran.dat".
011500 77  LEDGER-FILE-NAME            PIC X(80)
011600     VALUE "./adjledger.dat".
011700 77  OPPONENT-MASTER-NAME        PIC X(80)
011800     VALUE "./oppmaster.dat".
011900 77  MAINT-LOG-NAME              PIC X(80)
012000     VALUE "./adjmaint.log".
012100 77  APPROVAL-QUEUE-NAME         PIC X(80)
012200     VALUE "./apprqueue.dat".
012300 77  MAINT-MODE                  PIC X(05) VALUE "ENTER".
012400     88  ENTRY-MODE                        VALUE "ENTER".
012500     88  APPLY-MODE                        VALUE "APPLY".
012600 77  PROCESSING-DATE-NAME        PIC X(80)
012700     VALUE "./procdate.dat".
012800 77  ENV-VALUE                   PIC X(80).
012900*
013000 77  TRANS-FILE-STATUS           PIC X(02) VALUE SPACES.
013100 77  LEDGER-FILE-STATUS          PIC X(02) VALUE SPACES.
013200 77  OPPONENT-MASTER-STATUS      PIC X(02) VALUE SPACES.
013300 77  MAINT-LOG-STATUS            PIC X(02) VALUE SPACES.
013400 77  APPROVAL-QUEUE-STATUS       PIC X(02) VALUE SPACES.
013500 77  PROCESSING-DATE-STATUS      PIC X(02) VALUE SPACES.
013600*
013700 77  END-OF-FILE-SWITCH          PIC X(01) VALUE "N".
013800     88  END-OF-FILE                       VALUE "Y".
013900 77  KEY-FOUND-SWITCH            PIC X(01) VALUE "N".
014000     88  KEY-FOUND                         VALUE "Y".
014100 77  VALID-RECORD-SWITCH         PIC X(01) VALUE "Y".
014200     88  VALID-RECORD                      VALUE "Y".
014300     88  INVALID-RECORD                    VALUE "N".
014400*
014500 77  TRANS-COUNT                 PIC 9(05) COMP VALUE 0.
014600 77  APPLIED-COUNT               PIC 9(05) COMP VALUE 0.
014700 77  REJECT-COUNT                PIC 9(05) COMP VALUE 0.
014800 77  QUEUED-COUNT                PIC 9(05) COMP VALUE 0.
014900 77  RESULT-TEXT                 PIC X(24) VALUE SPACES.
015000 77  BEFORE-IMAGE                PIC X(94) VALUE SPACES.
015100 77  AFTER-IMAGE                 PIC X(94) VALUE SPACES.
015200*
015300 77  CURRENT-DATE-YYYYMMDD       PIC 9(08) VALUE 0.
015400 77  CURRENT-TIME-HHMMSSCC       PIC 9(08) VALUE 0.
015500 77  MAKER-ID                    PIC X(08) VALUE SPACES.
015600 77  CHECKER-ID                  PIC X(08) VALUE SPACES.
015700*
015800 01  TRANS-LINE.
015900     05  TA-ACTION               PIC X(06).
016000     05  FILLER                  PIC X(01).
016100     05  TA-OPPONENT-NAME        PIC X(20).
016200     05  FILLER                  PIC X(01).
016300     05  TA-EFFECTIVE-DATE       PIC 9(08).
016400     05  FILLER                  PIC X(01).
016500     05  TA-SEQUENCE             PIC 9(02).
016600     05  FILLER                  PIC X(01).
016700     05  TA-SCORE1-ADJUST        PIC S9(07)
016800                                 SIGN LEADING SEPARATE.
016900     05  FILLER                  PIC X(01).
017000     05  TA-SCORE2-ADJUST        PIC S9(07)
017100                                 SIGN LEADING SEPARATE.
017200     05  FILLER                  PIC X(01).
017300     05  TA-REASON-CODE          PIC X(04).
017400     05  FILLER                  PIC X(01).
017500     05  TA-AUTH-REFERENCE       PIC X(20).
017600     05  FILLER                  PIC X(01).
017700     05  TA-OPERATOR-ID          PIC X(08).
017800     05  FILLER                  PIC X(48).
017900*
018000 PROCEDURE DIVISION.
018100*
018200***************************************************************
018300*    0000-MAINLINE                                             *
018400***************************************************************
018500 0000-MAINLINE.
018600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018700     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
018800     PERFORM 3000-FINALIZE THRU 3000-EXIT
018900     STOP RUN.
019000*
019100***************************************************************
019200*    1000-INITIALIZE                                           *
019300*    THE LEDGER IS OPENED I-O (CREATED ON FIRST USE) AND THE   *
019400*    MAINTENANCE LOG IS OPENED EXTEND SO THE FULL HISTORY OF   *
019500*    LEDGER CHANGES ACCUMULATES ACROSS RUNS. THE OPPONENT      *
019600*    MASTER IS READ ONLY, TO VALIDATE THE OPPONENT NAME. ENTRY *
019700*    MODE ONLY NEEDS THE TRANSACTIONS AND THE APPROVAL QUEUE - *
019800*    THE LEDGER IS NOT TOUCHED UNTIL THE APPLY RUN.            *
019900***************************************************************
020000 1000-INITIALIZE.
020100     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-ADJMAINT-TRANS"
020200     IF ENV-VALUE NOT = SPACES
020300         MOVE ENV-VALUE TO TRANS-FILE-NAME
020400     END-IF
020500*
020600     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-ADJUSTMENT-LEDGER"
020700     IF ENV-VALUE NOT = SPACES
020800         MOVE ENV-VALUE TO LEDGER-FILE-NAME
020900     END-IF
021000*
021100     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-OPPONENT-MASTER"
021200     IF ENV-VALUE NOT = SPACES
021300         MOVE ENV-VALUE TO OPPONENT-MASTER-NAME
021400     END-IF
021500*
021600     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-ADJMAINT-LOG"
021700     IF ENV-VALUE NOT = SPACES
021800         MOVE ENV-VALUE TO MAINT-LOG-NAME
021900     END-IF
022000*
022100     PERFORM 8900-READ-PROCESSING-DATE THRU 8900-EXIT
022200     ACCEPT CURRENT-TIME-HHMMSSCC FROM TIME
022300*
022400     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-MAINT-MODE"
022500     IF ENV-VALUE NOT = SPACES
022600         MOVE ENV-VALUE TO MAINT-MODE
022700     END-IF
022800     IF NOT ENTRY-MODE AND NOT APPLY-MODE
022900         DISPLAY "FATAL: DAY2-MAINT-MODE MUST BE ENTER OR APPLY"
023000         MOVE 16 TO RETURN-CODE
023100         STOP RUN
023200     END-IF
023300*
023400     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-APPROVAL-QUEUE"
023500     IF ENV-VALUE NOT = SPACES
023600         MOVE ENV-VALUE TO APPROVAL-QUEUE-NAME
023700     END-IF
023800     OPEN I-O APPROVAL-QUEUE-FILE
023900     IF APPROVAL-QUEUE-STATUS NOT = "00"
024000             AND APPROVAL-QUEUE-STATUS NOT = "05"
024100         DISPLAY "FATAL: OPEN I-O APPROVAL-QUEUE FAILED, STATUS="
024200             APPROVAL-QUEUE-STATUS
024300         MOVE 16 TO RETURN-CODE
024400         STOP RUN
024500     END-IF
024600*
024700     IF ENTRY-MODE
024800         OPEN INPUT TRANS-FILE
024900         IF TRANS-FILE-STATUS NOT = "00"
025000             DISPLAY "FATAL: OPEN INPUT TRANS-FILE FAILED, "
025100                 "STATUS=" TRANS-FILE-STATUS
025200             MOVE 16 TO RETURN-CODE
025300             STOP RUN
025400         END-IF
025500         GO TO 1000-EXIT
025600     END-IF
025700     OPEN I-O LEDGER-FILE
025800     IF LEDGER-FILE-STATUS NOT = "00"
025900             AND LEDGER-FILE-STATUS NOT = "05"
026000         DISPLAY "FATAL: OPEN I-O LEDGER-FILE FAILED, STATUS="
026100             LEDGER-FILE-STATUS
026200         MOVE 16 TO RETURN-CODE
026300         STOP RUN
026400     END-IF
026500     OPEN INPUT OPPONENT-MASTER-FILE
026600     IF OPPONENT-MASTER-STATUS NOT = "00"
026700         DISPLAY "FATAL: OPEN OPPONENT-MASTER-FILE, STATUS="
026800             OPPONENT-MASTER-STATUS
026900         MOVE 16 TO RETURN-CODE
027000         STOP RUN
027100     END-IF
027200     OPEN EXTEND MAINT-LOG-FILE
027300     IF MAINT-LOG-STATUS NOT = "00"
027400         DISPLAY "FATAL: OPEN EXTEND MAINT-LOG, STATUS="
027500             MAINT-LOG-STATUS
027600         MOVE 16 TO RETURN-CODE
027700         STOP RUN
027800     END-IF.
027900 1000-EXIT.
028000     EXIT.
028100*
028200***************************************************************
028300*    2000-PROCESS-TRANSACTIONS                                 *
028400***************************************************************
028500 2000-PROCESS-TRANSACTIONS.
028600     IF APPLY-MODE
028700         PERFORM 4100-APPLY-RELEASED THRU 4100-EXIT
028800         GO TO 2000-EXIT
028900     END-IF
029000     PERFORM UNTIL END-OF-FILE
029100         READ TRANS-FILE INTO TRANS-LINE
029200             AT END
029300                 SET END-OF-FILE-SWITCH TO "Y"
029400             NOT AT END
029500                 PERFORM 4000-QUEUE-ONE-TRANS THRU 4000-EXIT
029600         END-READ
029700     END-PERFORM.
029800 2000-EXIT.
029900     EXIT.
030000*
030100***************************************************************
030200*    2100-APPLY-ONE-TRANS                                      *
030300*    CHECK THE KEY FIELDS, READ THE TARGET ENTRY FOR ITS       *
030400*    BEFORE IMAGE, DISPATCH ON THE ACTION, AND LOG THE RESULT. *
030500*    THE BEFORE IMAGE IS SPACES FOR AN ADD, THE AFTER IMAGE IS *
030600*    SPACES FOR A DELETE OR A REJECTED TRANSACTION.            *
030700***************************************************************
030800 2100-APPLY-ONE-TRANS.
030900     ADD 1 TO TRANS-COUNT
031000     MOVE SPACES TO RESULT-TEXT
031100     MOVE SPACES TO BEFORE-IMAGE
031200     MOVE SPACES TO AFTER-IMAGE
031300     MOVE "N" TO KEY-FOUND-SWITCH
031400*
031500     IF TA-OPPONENT-NAME = SPACES
031600         MOVE "BLANK OPPONENT NAME" TO RESULT-TEXT
031700     ELSE
031800         IF TA-EFFECTIVE-DATE NOT NUMERIC
031900                 OR TA-EFFECTIVE-DATE = 0
032000             MOVE "BAD EFFECTIVE DATE" TO RESULT-TEXT
032100         ELSE
032200             IF TA-SEQUENCE NOT NUMERIC
032300                 MOVE "BAD SEQUENCE" TO RESULT-TEXT
032400             END-IF
032500         END-IF
032600     END-IF
032700     IF RESULT-TEXT NOT = SPACES
032800         ADD 1 TO REJECT-COUNT
032900         PERFORM 2600-WRITE-MAINT-LOG THRU 2600-EXIT
033000         GO TO 2100-EXIT
033100     END-IF
033200*
033300     MOVE TA-OPPONENT-NAME TO AJ-OPPONENT-NAME
033400     MOVE TA-EFFECTIVE-DATE TO AJ-EFFECTIVE-DATE
033500     MOVE TA-SEQUENCE TO AJ-SEQUENCE
033600     READ LEDGER-FILE
033700         INVALID KEY
033800             CONTINUE
033900         NOT INVALID KEY
034000             SET KEY-FOUND TO TRUE
034100             MOVE ADJUSTMENT-RECORD TO BEFORE-IMAGE
034200     END-READ
034300*
034400     EVALUATE TA-ACTION
034500         WHEN "ADD"
034600             PERFORM 2200-APPLY-ADD THRU 2200-EXIT
034700         WHEN "CHANGE"
034800             PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
034900         WHEN "DELETE"
035000             PERFORM 2400-APPLY-DELETE THRU 2400-EXIT
035100         WHEN OTHER
035200             MOVE "BAD ACTION" TO RESULT-TEXT
035300     END-EVALUATE
035400*
035500     IF RESULT-TEXT = "APPLIED"
035600         ADD 1 TO APPLIED-COUNT
035700     ELSE
035800         ADD 1 TO REJECT-COUNT
035900     END-IF
036000     PERFORM 2600-WRITE-MAINT-LOG THRU 2600-EXIT.
036100 2100-EXIT.
036200     EXIT.
036300*
036400***************************************************************
036500*    2200-APPLY-ADD                                            *
036600***************************************************************
036700 2200-APPLY-ADD.
036800     IF KEY-FOUND
036900         MOVE "KEY ALREADY ON FILE" TO RESULT-TEXT
037000         GO TO 2200-EXIT
037100     END-IF
037200     PERFORM 2500-VALIDATE-FIELDS THRU 2500-EXIT
037300     IF INVALID-RECORD
037400         GO TO 2200-EXIT
037500     END-IF
037600     PERFORM 2510-BUILD-LEDGER-RECORD THRU 2510-EXIT
037700     WRITE ADJUSTMENT-RECORD
037800         INVALID KEY
037900             MOVE "WRITE FAILED" TO RESULT-TEXT
038000             GO TO 2200-EXIT
038100     END-WRITE
038200     MOVE ADJUSTMENT-RECORD TO AFTER-IMAGE
038300     MOVE "APPLIED" TO RESULT-TEXT.
038400 2200-EXIT.
038500     EXIT.
038600*
038700***************************************************************
038800*    2300-APPLY-CHANGE                                         *
038900***************************************************************
039000 2300-APPLY-CHANGE.
039100     IF NOT KEY-FOUND
039200         MOVE "KEY NOT ON FILE" TO RESULT-TEXT
039300         GO TO 2300-EXIT
039400     END-IF
039500     PERFORM 2500-VALIDATE-FIELDS THRU 2500-EXIT
039600     IF INVALID-RECORD
039700         GO TO 2300-EXIT
039800     END-IF
039900     PERFORM 2510-BUILD-LEDGER-RECORD THRU 2510-EXIT
040000     REWRITE ADJUSTMENT-RECORD
040100         INVALID KEY
040200             MOVE "REWRITE FAILED" TO RESULT-TEXT
040300             GO TO 2300-EXIT
040400     END-REWRITE
040500     MOVE ADJUSTMENT-RECORD TO AFTER-IMAGE
040600     MOVE "APPLIED" TO RESULT-TEXT.
040700 2300-EXIT.
040800     EXIT.
040900*
041000***************************************************************
041100*    2400-APPLY-DELETE                                         *
041200*    A DELETE LIFTS A PENALTY OR AWARD ENTERED IN ERROR. ONE   *
041300*    THE LEAGUE REVERSES ON APPEAL SHOULD INSTEAD BE OFFSET BY *
041400*    A NEW ENTRY, SO THE RANKS ALREADY PUBLISHED STAY          *
041500*    EXPLAINABLE FROM THE LEDGER.                              *
041600***************************************************************
041700 2400-APPLY-DELETE.
041800     IF NOT KEY-FOUND
041900         MOVE "KEY NOT ON FILE" TO RESULT-TEXT
042000         GO TO 2400-EXIT
042100     END-IF
042200     DELETE LEDGER-FILE
042300         INVALID KEY
042400             MOVE "DELETE FAILED" TO RESULT-TEXT
042500             GO TO 2400-EXIT
042600     END-DELETE
042700     MOVE "APPLIED" TO RESULT-TEXT.
042800 2400-EXIT.
042900     EXIT.
043000*
043100***************************************************************
043200*    2500-VALIDATE-FIELDS                                      *
043300***************************************************************
043400 2500-VALIDATE-FIELDS.
043500     SET VALID-RECORD TO TRUE
043600     MOVE TA-OPPONENT-NAME TO OM-OPPONENT-NAME
043700     READ OPPONENT-MASTER-FILE
043800         INVALID KEY
043900             SET INVALID-RECORD TO TRUE
044000             MOVE "OPPONENT NOT ON MASTER" TO RESULT-TEXT
044100             GO TO 2500-EXIT
044200     END-READ
044300     IF TA-SCORE1-ADJUST NOT NUMERIC
044400             OR TA-SCORE2-ADJUST NOT NUMERIC
044500         SET INVALID-RECORD TO TRUE
044600         MOVE "BAD ADJUSTMENT" TO RESULT-TEXT
044700         GO TO 2500-EXIT
044800     END-IF
044900     IF TA-SCORE1-ADJUST = 0 AND TA-SCORE2-ADJUST = 0
045000         SET INVALID-RECORD TO TRUE
045100         MOVE "ZERO ADJUSTMENT" TO RESULT-TEXT
045200         GO TO 2500-EXIT
045300     END-IF
045400     MOVE TA-REASON-CODE TO AJ-REASON-CODE
045500     IF NOT AJ-REASON-VALID
045600         SET INVALID-RECORD TO TRUE
045700         MOVE "BAD REASON CODE" TO RESULT-TEXT
045800         GO TO 2500-EXIT
045900     END-IF
046000     IF TA-AUTH-REFERENCE = SPACES
046100         SET INVALID-RECORD TO TRUE
046200         MOVE "NO AUTHORIZING REF" TO RESULT-TEXT
046300     END-IF.
046400 2500-EXIT.
046500     EXIT.
046600*
046700***************************************************************
046800*    2510-BUILD-LEDGER-RECORD                                  *
046900*    A CHANGE RE-STAMPS THE ENTERED DATE AND BOTH OPERATORS -  *
047000*    THE ENTRY NOW STANDS ON THE LATEST APPROVAL. THE PRIOR    *
047100*    VERSION STAYS ON THE MAINTENANCE LOG AS THE BEFORE IMAGE. *
047200***************************************************************
047300 2510-BUILD-LEDGER-RECORD.
047400     MOVE SPACES TO ADJUSTMENT-RECORD
047500     MOVE TA-OPPONENT-NAME TO AJ-OPPONENT-NAME
047600     MOVE TA-EFFECTIVE-DATE TO AJ-EFFECTIVE-DATE
047700     MOVE TA-SEQUENCE TO AJ-SEQUENCE
047800     MOVE TA-SCORE1-ADJUST TO AJ-SCORE1-ADJUST
047900     MOVE TA-SCORE2-ADJUST TO AJ-SCORE2-ADJUST
048000     MOVE TA-REASON-CODE TO AJ-REASON-CODE
048100     MOVE TA-AUTH-REFERENCE TO AJ-AUTH-REFERENCE
048200     MOVE CURRENT-DATE-YYYYMMDD TO AJ-ENTERED-DATE
048300     MOVE MAKER-ID TO AJ-MAKER-ID
048400     MOVE CHECKER-ID TO AJ-CHECKER-ID.
048500 2510-EXIT.
048600     EXIT.
048700*
048800***************************************************************
048900*    2600-WRITE-MAINT-LOG                                      *
049000***************************************************************
049100 2600-WRITE-MAINT-LOG.
049200     MOVE SPACES TO MAINT-LOG-LINE
049300     MOVE CURRENT-DATE-YYYYMMDD TO ML-DATE
049400     MOVE TA-ACTION TO ML-ACTION
049500     MOVE TA-OPPONENT-NAME TO ML-OPPONENT-NAME
049600     MOVE BEFORE-IMAGE TO ML-BEFORE-IMAGE
049700     MOVE AFTER-IMAGE TO ML-AFTER-IMAGE
049800     MOVE RESULT-TEXT TO ML-RESULT
049900     MOVE MAKER-ID TO ML-MAKER-ID
050000     MOVE CHECKER-ID TO ML-CHECKER-ID
050100     WRITE MAINT-LOG-LINE.
050200 2600-EXIT.
050300     EXIT.
050400*
050500***************************************************************
050600*    3000-FINALIZE                                             *
050700***************************************************************
050800 3000-FINALIZE.
050900     CLOSE APPROVAL-QUEUE-FILE
051000     IF ENTRY-MODE
051100         CLOSE TRANS-FILE
051200         DISPLAY "Transactions >>> " TRANS-COUNT
051300         DISPLAY "Queued >>> " QUEUED-COUNT
051400         DISPLAY "Rejected >>> " REJECT-COUNT
051500         IF REJECT-COUNT > 0
051600             MOVE 4 TO RETURN-CODE
051700         END-IF
051800         GO TO 3000-EXIT
051900     END-IF
052000     CLOSE LEDGER-FILE
052100     CLOSE OPPONENT-MASTER-FILE
052200     CLOSE MAINT-LOG-FILE
052300*
052400     DISPLAY "Transactions >>> " TRANS-COUNT
052500     DISPLAY "Applied >>> " APPLIED-COUNT
052600     DISPLAY "Rejected >>> " REJECT-COUNT
052700     IF REJECT-COUNT > 0
052800         MOVE 4 TO RETURN-CODE
052900     END-IF.
053000 3000-EXIT.
053100     EXIT.
053200*
053300***************************************************************
053400*    4000-QUEUE-ONE-TRANS                                      *
053500*    ENTRY MODE: PARK THE TRANSACTION ON THE APPROVAL QUEUE    *
053600*    AGAINST THIS LEDGER UNDER THE ENTERING OPERATOR - SAME AS *
053700*    OPPONENT-MAINT. THE FIELDS ARE VALIDATED WHEN THE ITEM IS *
053800*    APPLIED, AGAINST THE LEDGER AS IT STANDS THEN.            *
053900***************************************************************
054000 4000-QUEUE-ONE-TRANS.
054100     ADD 1 TO TRANS-COUNT
054200     IF TA-OPERATOR-ID = SPACES
054300         DISPLAY "REJECTED " TA-ACTION " " TA-OPPONENT-NAME
054400             " - NO OPERATOR ID"
054500         ADD 1 TO REJECT-COUNT
054600         GO TO 4000-EXIT
054700     END-IF
054800     MOVE SPACES TO APPROVAL-QUEUE-RECORD
054900     MOVE CURRENT-DATE-YYYYMMDD TO PQ-ENTRY-DATE
055000     MOVE CURRENT-TIME-HHMMSSCC TO PQ-ENTRY-TIME
055100     MOVE TRANS-COUNT TO PQ-ENTRY-SEQUENCE
055200     SET PQ-FROM-ADJUSTMENT-MAINT TO TRUE
055300     MOVE LEDGER-FILE-NAME TO PQ-TARGET-FILE
055400     MOVE TA-OPERATOR-ID TO PQ-MAKER-ID
055500     SET PQ-PENDING TO TRUE
055600     MOVE 0 TO PQ-DECISION-DATE
055700     MOVE 0 TO PQ-APPLIED-DATE
055800     MOVE "PENDING APPROVAL" TO PQ-RESULT
055900     MOVE TRANS-LINE TO PQ-TRANS-IMAGE
056000     WRITE APPROVAL-QUEUE-RECORD
056100         INVALID KEY
056200             DISPLAY "REJECTED " TA-ACTION " " TA-OPPONENT-NAME
056300                 " - QUEUE WRITE FAILED, STATUS="
056400                 APPROVAL-QUEUE-STATUS
056500             ADD 1 TO REJECT-COUNT
056600             GO TO 4000-EXIT
056700     END-WRITE
056800     DISPLAY "QUEUED " PQ-ENTRY-DATE " " PQ-ENTRY-TIME " "
056900         PQ-ENTRY-SEQUENCE " " TA-ACTION " " TA-OPPONENT-NAME
057000     ADD 1 TO QUEUED-COUNT.
057100 4000-EXIT.
057200     EXIT.
057300*
057400***************************************************************
057500*    4100-APPLY-RELEASED                                       *
057600*    APPLY MODE: APPLY EVERY RELEASED ADJ-MAINT ITEM FOR THIS  *
057700*    LEDGER, IN ENTRY ORDER, THROUGH THE ORDINARY 2100 PATH    *
057800*    AND MARK IT APPLIED OR FAILED - SAME AS OPPONENT-MAINT.   *
057900***************************************************************
058000 4100-APPLY-RELEASED.
058100     MOVE LOW-VALUES TO PQ-QUEUE-KEY
058200     START APPROVAL-QUEUE-FILE KEY IS NOT LESS THAN PQ-QUEUE-KEY
058300         INVALID KEY
058400             GO TO 4100-EXIT
058500     END-START
058600     PERFORM UNTIL END-OF-FILE
058700         READ APPROVAL-QUEUE-FILE NEXT RECORD
058800             AT END
058900                 SET END-OF-FILE-SWITCH TO "Y"
059000             NOT AT END
059100                 IF PQ-RELEASED AND PQ-FROM-ADJUSTMENT-MAINT
059200                         AND PQ-TARGET-FILE = LEDGER-FILE-NAME
059300                     PERFORM 4200-APPLY-ONE-RELEASED
059400                         THRU 4200-EXIT
059500                 END-IF
059600         END-READ
059700     END-PERFORM.
059800 4100-EXIT.
059900     EXIT.
060000*
060100***************************************************************
060200*    4200-APPLY-ONE-RELEASED                                   *
060300***************************************************************
060400 4200-APPLY-ONE-RELEASED.
060500     MOVE PQ-TRANS-IMAGE TO TRANS-LINE
060600     MOVE PQ-MAKER-ID TO MAKER-ID
060700     MOVE PQ-CHECKER-ID TO CHECKER-ID
060800     IF CHECKER-ID = SPACES OR CHECKER-ID = MAKER-ID
060900         ADD 1 TO TRANS-COUNT
061000         ADD 1 TO REJECT-COUNT
061100         MOVE SPACES TO BEFORE-IMAGE
061200         MOVE SPACES TO AFTER-IMAGE
061300         MOVE "NO SECOND OPERATOR" TO RESULT-TEXT
061400         PERFORM 2600-WRITE-MAINT-LOG THRU 2600-EXIT
061500     ELSE
061600         PERFORM 2100-APPLY-ONE-TRANS THRU 2100-EXIT
061700     END-IF
061800     IF RESULT-TEXT = "APPLIED"
061900         SET PQ-APPLIED TO TRUE
062000     ELSE
062100         SET PQ-FAILED TO TRUE
062200     END-IF
062300     MOVE CURRENT-DATE-YYYYMMDD TO PQ-APPLIED-DATE
062400     MOVE RESULT-TEXT TO PQ-RESULT
062500     REWRITE APPROVAL-QUEUE-RECORD
062600         INVALID KEY
062700             DISPLAY "WARNING: APPROVAL-QUEUE REWRITE FAILED, "
062800                 "STATUS=" APPROVAL-QUEUE-STATUS
062900     END-REWRITE.
063000 4200-EXIT.
063100     EXIT.
063200*
063300***************************************************************
063400*    8900-READ-PROCESSING-DATE                                 *
063500*    THE RUN DATE IS THE SHOP PROCESSING DATE ON THE CONTROL   *
063600*    RECORD (SEE PROCDATEREC.CPY), NOT THE SYSTEM CLOCK - ONLY *
063700*    DATE-ROLL MOVES IT ON. NO CONTROL RECORD, OR NO VALID     *
063800*    DATE ON IT, IS FATAL.                                     *
063900***************************************************************
064000 8900-READ-PROCESSING-DATE.
064100     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-PROCESSING-DATE-FILE"
064200     IF ENV-VALUE NOT = SPACES
064300         MOVE ENV-VALUE TO PROCESSING-DATE-NAME
064400     END-IF
064500     OPEN INPUT PROCESSING-DATE-FILE
064600     IF PROCESSING-DATE-STATUS NOT = "00"
064700         DISPLAY "FATAL: OPEN INPUT PROCESSING-DATE-FILE, STATUS="
064800             PROCESSING-DATE-STATUS
064900         MOVE 16 TO RETURN-CODE
065000         STOP RUN
065100     END-IF
065200     READ PROCESSING-DATE-FILE
065300         AT END
065400             MOVE SPACES TO PROCESSING-DATE-RECORD
065500     END-READ
065600     CLOSE PROCESSING-DATE-FILE
065700     IF PD-PROCESSING-DATE NOT NUMERIC
065800             OR PD-PROCESSING-DATE = 0
065900         DISPLAY "FATAL: NO PROCESSING DATE ON "
066000             PROCESSING-DATE-NAME
066100         MOVE 16 TO RETURN-CODE
066200         STOP RUN
066300     END-IF
066400     MOVE PD-PROCESSING-DATE TO CURRENT-DATE-YYYYMMDD.
066500 8900-EXIT.
066600     EXIT.
