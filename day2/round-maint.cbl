002430*                    CHANGED ON THE SCORE CACHE (SEE           *
002440*                    CACHEREC.CPY) SO THE LEADERBOARD KNOWS    *
002450*                    TO RESCORE THIS OPPONENT.                 *
002452*    10-15-26  GDWR  DUAL CONTROL. EACH TRANSACTION NOW CARRIES *
002454*                    THE ENTERING OPERATOR'S ID AND IS QUEUED  *
002456*                    ON THE APPROVAL QUEUE (SEE APPRQREC.CPY)  *
002458*                    INSTEAD OF BEING APPLIED. APPLY MODE      *
002460*                    (DAY2-MAINT-MODE=APPLY) APPLIES ONLY THE  *
002462*                    ITEMS A SECOND OPERATOR RELEASED THROUGH  *
002464*                    APPROVAL-RUN, AND BOTH OPERATOR IDS ARE   *
002466*                    STAMPED ON THE CORRECTION LOG.            *
002468*    10-15-26  GDWR  TAMPER CHECK. BEFORE APPLYING, THE APPLY  *
002470*                    RUN NOW RECOMPUTES THE DATA-FILE'S       *
002472*                    CONTENT FINGERPRINT (SEE FPRINTREC.CPY)  *
002474*                    AND REFUSES TO LAY CORRECTIONS OVER A    *
002476*                    FILE THAT NO LONGER MATCHES ITS LAST     *
002478*                    SANCTIONED STAMP; A RUN THAT APPLIES     *
002480*                    ANYTHING STAMPS THE NEW FINGERPRINT.     *
002482*    10-15-26  GDWR  THE RUN DATE NOW COMES FROM THE SHOP       *
002484*                    PROCESSING-DATE CONTROL RECORD (SEE        *
002486*                    PROCDATEREC.CPY) INSTEAD OF THE SYSTEM     *
002488*                    CLOCK, SO A NIGHT THAT RUNS PAST MIDNIGHT  *
002490*                    KEEPS ONE DATE.                            *
002492*    10-15-26  GDWR  A STAMP NOW CARRIES FORWARD ANY DUPLICATE- *
002494*                    GUIDE HOLD LEFT BY GUIDE-LOAD (SEE         *
002496*                    FPRINTREC.CPY) INSTEAD OF CLEARING IT.     *
002500***************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
004360         RECORD KEY IS SC-DATA-FILE
004370         FILE STATUS IS SCORE-CACHE-STATUS.
004400*
004405     SELECT OPTIONAL APPROVAL-QUEUE-FILE ASSIGN TO
004410         APPROVAL-QUEUE-NAME
004415         ORGANIZATION IS INDEXED
004420         ACCESS MODE IS DYNAMIC
004425         RECORD KEY IS PQ-QUEUE-KEY
004430         FILE STATUS IS APPROVAL-QUEUE-STATUS.
004435*
004440     SELECT OPTIONAL FINGERPRINT-FILE ASSIGN TO
004445         FINGERPRINT-NAME
004450         ORGANIZATION IS INDEXED
004455         ACCESS MODE IS DYNAMIC
004460         RECORD KEY IS FP-DATA-FILE
004465         FILE STATUS IS FINGERPRINT-STATUS.
004470*
004475     SELECT PROCESSING-DATE-FILE ASSIGN TO
004480         PROCESSING-DATE-NAME
004485         ORGANIZATION IS LINE SEQUENTIAL
004490         FILE STATUS IS PROCESSING-DATE-STATUS.
004495*
004500 DATA DIVISION.
004600 FILE SECTION.
004700*
004800 FD  TRANS-FILE.
004810 01  TRANS-FILE-LINE             PIC X(140).
005700*
005800 FD  DATA-FILE.
005900     COPY ROUNDREC.
007100     05  CL-AFTER-IMAGE          PIC X(08).
007200     05  FILLER                  PIC X(01) VALUE SPACE.
007300     05  CL-RESULT               PIC X(24).
007302     05  FILLER                  PIC X(01) VALUE SPACE.
007304     05  CL-MAKER-ID             PIC X(08).
007306     05  FILLER                  PIC X(01) VALUE SPACE.
007308     05  CL-CHECKER-ID           PIC X(08).
007310*
007320 FD  SCORE-CACHE-FILE.
007330     COPY CACHEREC.
007337*
007344 FD  APPROVAL-QUEUE-FILE.
007351     COPY APPRQREC.
007358*
007365 FD  FINGERPRINT-FILE.
007372     COPY FPRINTREC.
007379*
007386 FD  PROCESSING-DATE-FILE.
007393     COPY PROCDATEREC.
007400*
007500 WORKING-STORAGE SECTION.
007600*
008000 77  CORRECTION-LOG-NAME         PIC X(80) VALUE SPACES.
008010 77  SCORE-CACHE-NAME            PIC X(80)
008020     VALUE "./scorecache.dat".
008030 77  APPROVAL-QUEUE-NAME         PIC X(80)
008040     VALUE "./apprqueue.dat".
008043 77  FINGERPRINT-NAME            PIC X(80)
008046     VALUE "./fprint.dat".
008050 77  MAINT-MODE                  PIC X(05) VALUE "ENTER".
008060     88  ENTRY-MODE                        VALUE "ENTER".
008070     88  APPLY-MODE                        VALUE "APPLY".
008100 77  RUN-ID                      PIC X(80) VALUE SPACES.
008110 77  PROCESSING-DATE-NAME        PIC X(80)
008120     VALUE "./procdate.dat".
008200 77  ENV-VALUE                   PIC X(80).
008300*
008400 77  TRANS-FILE-STATUS           PIC X(02) VALUE SPACES.
008500 77  DATA-FILE-STATUS            PIC X(02) VALUE SPACES.
008600 77  CORRECTION-LOG-STATUS       PIC X(02) VALUE SPACES.
008610 77  SCORE-CACHE-STATUS          PIC X(02) VALUE SPACES.
008620 77  APPROVAL-QUEUE-STATUS       PIC X(02) VALUE SPACES.
008630 77  FINGERPRINT-STATUS          PIC X(02) VALUE SPACES.
008640 77  PROCESSING-DATE-STATUS      PIC X(02) VALUE SPACES.
008700*
008800 77  END-OF-FILE-SWITCH          PIC X(01) VALUE "N".
008900     88  END-OF-FILE                       VALUE "Y".
009200 77  VALID-RECORD-SWITCH         PIC X(01) VALUE "Y".
009300     88  VALID-RECORD                      VALUE "Y".
009400     88  INVALID-RECORD                    VALUE "N".
009410 77  FINGERPRINT-FOUND-SWITCH    PIC X(01) VALUE "N".
009420     88  FINGERPRINT-FOUND                 VALUE "Y".
009430 77  FINGERPRINT-EOF-SWITCH      PIC X(01) VALUE "N".
009440     88  FINGERPRINT-EOF                   VALUE "Y".
009445 77  FINGERPRINT-HOLD            PIC X(09) VALUE SPACES.
009500*
009600 77  TRANS-COUNT                 PIC 9(05) COMP VALUE 0.
009700 77  APPLIED-COUNT               PIC 9(05) COMP VALUE 0.
009800 77  REJECT-COUNT                PIC 9(05) COMP VALUE 0.
009810 77  QUEUED-COUNT                PIC 9(05) COMP VALUE 0.
009900 77  RESULT-TEXT                 PIC X(24) VALUE SPACES.
010000 77  BEFORE-IMAGE                PIC X(08) VALUE SPACES.
010100 77  AFTER-IMAGE                 PIC X(08) VALUE SPACES.
010200 77  SCAN-IDX                    PIC 9(03) COMP VALUE 0.
010300*
010306 77  FINGERPRINT-ROUNDS          PIC 9(05) VALUE 0.
010312 77  FINGERPRINT-HASH            PIC 9(15) VALUE 0.
010318 01  FINGERPRINT-WORK.
010324     05  FW-IMAGE                PIC X(08).
010330     05  FW-IMAGE-BYTES REDEFINES FW-IMAGE.
010336         10  FW-IMAGE-BYTE       PIC X(01) OCCURS 8 TIMES.
010342     05  FW-BYTE-VALUE           PIC 9(04) COMP.
010348     05  FW-BYTE-PAIR REDEFINES FW-BYTE-VALUE.
010354         10  FILLER              PIC X(01).
010360         10  FW-BYTE-LOW         PIC X(01).
010366     05  FW-RECORD-VALUE         PIC 9(15).
010372     05  FW-HASH-WORK            PIC 9(18).
010378     05  FW-HASH-QUOTIENT        PIC 9(04).
010384     05  FW-SUB                  PIC 9(02) COMP.
010390*
010400 77  CURRENT-DATE-YYYYMMDD       PIC 9(08) VALUE 0.
010406 77  CURRENT-TIME-HHMMSSCC       PIC 9(08) VALUE 0.
010412 77  MAKER-ID                    PIC X(08) VALUE SPACES.
010418 77  CHECKER-ID                  PIC X(08) VALUE SPACES.
010424*
010430 01  TRANS-LINE.
010436     05  TR-ACTION               PIC X(06).
010442     05  FILLER                  PIC X(01).
010448     05  TR-ROUND-NUMBER         PIC 9(05).
010454     05  FILLER                  PIC X(01).
010460     05  TR-OPPONENT-CHOICE      PIC X(01).
010466     05  FILLER                  PIC X(01).
010472     05  TR-MY-CHOICE            PIC X(01).
010478     05  FILLER                  PIC X(01).
010484     05  TR-OPERATOR-ID          PIC X(08).
010490     05  FILLER                  PIC X(115).
010500*
010600 PROCEDURE DIVISION.
010700*
012000*    CORRECTION-LOG NAME FROM THE DATA-FILE NAME (SAME RUN-ID   *
012100*    SCHEME AS MAIN.CBL) AND OPEN ALL FILES. THE CORRECTION     *
012200*    LOG IS OPENED EXTEND SO THE FULL CORRECTION HISTORY OF A   *
012300*    DATA-FILE ACCUMULATES ACROSS MAINTENANCE RUNS. ENTRY MODE  *
012310*    ONLY NEEDS THE TRANSACTIONS AND THE APPROVAL QUEUE - THE   *
012320*    DATA-FILE IS NOT TOUCHED UNTIL THE APPLY RUN.              *
012400***************************************************************
012500 1000-INITIALIZE.
012600     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-TRANS-FILE"
013300         MOVE ENV-VALUE TO DATA-FILE-NAME
013400     END-IF
013500*
013600     PERFORM 8900-READ-PROCESSING-DATE THRU 8900-EXIT
013700     PERFORM 1010-BUILD-RUN-ID THRU 1010-EXIT
013800     STRING "./corrlog-" DELIMITED BY SIZE
013900             RUN-ID DELIMITED BY SPACE
014500         MOVE ENV-VALUE TO CORRECTION-LOG-NAME
014600     END-IF
014700*
014710     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-MAINT-MODE"
014720     IF ENV-VALUE NOT = SPACES
014730         MOVE ENV-VALUE TO MAINT-MODE
014740     END-IF
014750     IF NOT ENTRY-MODE AND NOT APPLY-MODE
014760         DISPLAY "FATAL: DAY2-MAINT-MODE MUST BE ENTER OR APPLY"
015200         MOVE 16 TO RETURN-CODE
015300         STOP RUN
015303     END-IF
015306*
015309     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-APPROVAL-QUEUE"
015312     IF ENV-VALUE NOT = SPACES
015315         MOVE ENV-VALUE TO APPROVAL-QUEUE-NAME
015318     END-IF
015321     ACCEPT CURRENT-TIME-HHMMSSCC FROM TIME
015324*
015327     OPEN I-O APPROVAL-QUEUE-FILE
015330     IF APPROVAL-QUEUE-STATUS NOT = "00"
015333             AND APPROVAL-QUEUE-STATUS NOT = "05"
015336         DISPLAY "FATAL: OPEN I-O APPROVAL-QUEUE FAILED, STATUS="
015339             APPROVAL-QUEUE-STATUS
015342         MOVE 16 TO RETURN-CODE
015345         STOP RUN
015348     END-IF
015351*
015354     IF ENTRY-MODE
015357         OPEN INPUT TRANS-FILE
015360         IF TRANS-FILE-STATUS NOT = "00"
015363             DISPLAY "FATAL: OPEN INPUT TRANS-FILE FAILED, "
015366                 "STATUS=" TRANS-FILE-STATUS
015369             MOVE 16 TO RETURN-CODE
015372             STOP RUN
015375         END-IF
015378         GO TO 1000-EXIT
015400     END-IF
015500     OPEN I-O DATA-FILE
015600     IF DATA-FILE-STATUS NOT = "00"
016500             CORRECTION-LOG-STATUS
016600         MOVE 16 TO RETURN-CODE
016700         STOP RUN
016800     END-IF
016810     PERFORM 1100-CHECK-FINGERPRINT THRU 1100-EXIT.
016900 1000-EXIT.
017000     EXIT.
017100*
018600     EXIT.
018700*
018800***************************************************************
018801*    1100-CHECK-FINGERPRINT                                    *
018802*    APPLY MODE: RECOMPUTE THE DATA-FILE'S FINGERPRINT AND     *
018803*    HOLD IT AGAINST THE LAST SANCTIONED STAMP BEFORE ANY      *
018804*    CORRECTION IS LAID ON TOP - OTHERWISE THIS RUN'S OWN      *
018805*    STAMP WOULD CERTIFY WHATEVER ALTERED THE FILE. A FILE     *
018806*    THAT DOES NOT MATCH IS FATAL; IT HAS TO BE RELOADED       *
018807*    THROUGH GUIDE-LOAD (OR THE CHANGE ACCOUNTED FOR) FIRST.   *
018808*    A FILE WITH NO STAMP YET IS LET THROUGH WITH A WARNING.   *
018809***************************************************************
018810 1100-CHECK-FINGERPRINT.
018811     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-FINGERPRINT-FILE"
018812     IF ENV-VALUE NOT = SPACES
018813         MOVE ENV-VALUE TO FINGERPRINT-NAME
018814     END-IF
018815     OPEN I-O FINGERPRINT-FILE
018816     IF FINGERPRINT-STATUS NOT = "00"
018817             AND FINGERPRINT-STATUS NOT = "05"
018818         DISPLAY "FATAL: OPEN I-O FINGERPRINT-FILE, STATUS="
018819             FINGERPRINT-STATUS
018820         MOVE 16 TO RETURN-CODE
018821         STOP RUN
018822     END-IF
018823     PERFORM 1200-COMPUTE-FINGERPRINT THRU 1200-EXIT
018824     MOVE DATA-FILE-NAME TO FP-DATA-FILE
018825     READ FINGERPRINT-FILE
018826         INVALID KEY
018827             DISPLAY "WARNING: NO FINGERPRINT ON FILE FOR "
018828                 DATA-FILE-NAME
018829             GO TO 1100-EXIT
018830     END-READ
018831     IF FP-ROUND-COUNT NOT = FINGERPRINT-ROUNDS
018832             OR FP-HASH NOT = FINGERPRINT-HASH
018833         DISPLAY "FATAL: DATA-FILE DOES NOT MATCH ITS LAST "
018834             "SANCTIONED FINGERPRINT"
018835         DISPLAY "FATAL: STAMPED BY " FP-WRITTEN-BY
018836             " ON " FP-WRITTEN-DATE
018837             ", LAST MATCHED " FP-LAST-MATCH-DATE
018838         MOVE 16 TO RETURN-CODE
018839         STOP RUN
018840     END-IF.
018841 1100-EXIT.
018842     EXIT.
018843*
018844***************************************************************
018845*    1200-COMPUTE-FINGERPRINT                                  *
018846*    WALK THE DATA-FILE IN ROUND-NUMBER ORDER AND BUILD ITS    *
018847*    ROUND COUNT AND HASH (SEE FPRINTREC.CPY).                 *
018848***************************************************************
018849 1200-COMPUTE-FINGERPRINT.
018850     MOVE 0 TO FINGERPRINT-ROUNDS
018851     MOVE 0 TO FINGERPRINT-HASH
018852     MOVE "N" TO FINGERPRINT-EOF-SWITCH
018853     MOVE 0 TO ROUND-NUMBER OF ROUND-RECORD
018854     START DATA-FILE KEY IS NOT LESS THAN
018855             ROUND-NUMBER OF ROUND-RECORD
018856         INVALID KEY
018857             GO TO 1200-EXIT
018858     END-START
018859     PERFORM UNTIL FINGERPRINT-EOF
018860         READ DATA-FILE NEXT RECORD
018861             AT END
018862                 SET FINGERPRINT-EOF TO TRUE
018863             NOT AT END
018864                 PERFORM 1210-HASH-ROUND THRU 1210-EXIT
018865         END-READ
018866     END-PERFORM.
018867 1200-EXIT.
018868     EXIT.
018869*
018870***************************************************************
018871*    1210-HASH-ROUND                                           *
018872*    FOLD ONE ROUND-RECORD IMAGE INTO THE FINGERPRINT. EACH    *
018873*    BYTE'S CODE IS PICKED UP THROUGH THE LOW BYTE OF A        *
018874*    BINARY HALFWORD.                                          *
018875***************************************************************
018876 1210-HASH-ROUND.
018877     MOVE ROUND-RECORD TO FW-IMAGE
018878     MOVE 0 TO FW-RECORD-VALUE
018879     PERFORM VARYING FW-SUB FROM 1 BY 1 UNTIL FW-SUB > 8
018880         MOVE 0 TO FW-BYTE-VALUE
018881         MOVE FW-IMAGE-BYTE(FW-SUB) TO FW-BYTE-LOW
018882         COMPUTE FW-RECORD-VALUE = FW-RECORD-VALUE * 31
018883             + FW-BYTE-VALUE
018884     END-PERFORM
018885     COMPUTE FW-HASH-WORK = FINGERPRINT-HASH * 31
018886         + FW-RECORD-VALUE
018887     DIVIDE FW-HASH-WORK BY 1000000000000000
018888         GIVING FW-HASH-QUOTIENT REMAINDER FINGERPRINT-HASH
018889     ADD 1 TO FINGERPRINT-ROUNDS.
018890 1210-EXIT.
018891     EXIT.
018892*
018893***************************************************************
018900*    2000-PROCESS-TRANSACTIONS                                 *
019000***************************************************************
019100 2000-PROCESS-TRANSACTIONS.
019110     IF APPLY-MODE
019120         PERFORM 4100-APPLY-RELEASED THRU 4100-EXIT
019130         GO TO 2000-EXIT
019140     END-IF
019200     PERFORM UNTIL END-OF-FILE
019300         READ TRANS-FILE INTO TRANS-LINE
019400             AT END
019500                 SET END-OF-FILE-SWITCH TO "Y"
019600             NOT AT END
019700                 PERFORM 4000-QUEUE-ONE-TRANS THRU 4000-EXIT
019800         END-READ
019900     END-PERFORM.
020000 2000-EXIT.
035200     MOVE BEFORE-IMAGE TO CL-BEFORE-IMAGE
035300     MOVE AFTER-IMAGE TO CL-AFTER-IMAGE
035400     MOVE RESULT-TEXT TO CL-RESULT
035410     MOVE MAKER-ID TO CL-MAKER-ID
035420     MOVE CHECKER-ID TO CL-CHECKER-ID
035500     WRITE CORRECTION-LOG-LINE.
035600 2600-EXIT.
035700     EXIT.
036000*    3000-FINALIZE                                             *
036100***************************************************************
036200 3000-FINALIZE.
036210     CLOSE APPROVAL-QUEUE-FILE
036220     IF ENTRY-MODE
036300         CLOSE TRANS-FILE
036308         DISPLAY "Transactions >>> " TRANS-COUNT
036316         DISPLAY "Queued >>> " QUEUED-COUNT
036324         DISPLAY "Rejected >>> " REJECT-COUNT
036332         IF REJECT-COUNT > 0
036340             MOVE 4 TO RETURN-CODE
036348         END-IF
036356         GO TO 3000-EXIT
036364     END-IF
036372     IF APPLIED-COUNT > 0
036380         PERFORM 3200-RECORD-FINGERPRINT THRU 3200-EXIT
036388     END-IF
036400     CLOSE DATA-FILE
036500     CLOSE CORRECTION-LOG-FILE
036505     CLOSE FINGERPRINT-FILE
036510*
036520     IF APPLIED-COUNT > 0
036530         PERFORM 3100-FLAG-SCORE-CACHE THRU 3100-EXIT
041900     CLOSE SCORE-CACHE-FILE.
042000 3100-EXIT.
042100     EXIT.
042110*
042120***************************************************************
042130*    3200-RECORD-FINGERPRINT                                   *
042140*    STAMP THE CORRECTED FILE'S FINGERPRINT AS ITS LAST        *
042150*    SANCTIONED CONTENT. A STAMP FAILURE IS A WARNING - THE    *
042160*    CORRECTIONS ALREADY STAND - BUT FPRINT-VERIFY WILL THEN   *
042170*    HOLD THIS DATA-FILE UNTIL IT IS RELOADED.                 *
042172*    ANY DUPLICATE-GUIDE HOLD IS CARRIED FORWARD; ONLY A       *
042174*    CLEAN RELOAD OR AN FPRINT-VERIFY RELEASE CLEARS IT.       *
042180***************************************************************
042190 3200-RECORD-FINGERPRINT.
042200     PERFORM 1200-COMPUTE-FINGERPRINT THRU 1200-EXIT
042210     ACCEPT CURRENT-TIME-HHMMSSCC FROM TIME
042220     MOVE "N" TO FINGERPRINT-FOUND-SWITCH
042230     MOVE DATA-FILE-NAME TO FP-DATA-FILE
042240     READ FINGERPRINT-FILE
042250         INVALID KEY
042260             CONTINUE
042270         NOT INVALID KEY
042280             SET FINGERPRINT-FOUND TO TRUE
042285             MOVE FP-HOLD TO FINGERPRINT-HOLD
042290     END-READ
042300     MOVE SPACES TO FINGERPRINT-RECORD
042310     MOVE DATA-FILE-NAME TO FP-DATA-FILE
042320     MOVE FINGERPRINT-ROUNDS TO FP-ROUND-COUNT
042330     MOVE FINGERPRINT-HASH TO FP-HASH
042340     MOVE "ROUND-MAINT" TO FP-WRITTEN-BY
042350     MOVE CURRENT-DATE-YYYYMMDD TO FP-WRITTEN-DATE
042360     MOVE CURRENT-TIME-HHMMSSCC TO FP-WRITTEN-TIME
042370     MOVE CURRENT-DATE-YYYYMMDD TO FP-LAST-MATCH-DATE
042380     MOVE 0 TO FP-LAST-CHECK-DATE
042385     MOVE 0 TO FP-HOLD-DATE
042390     IF FINGERPRINT-FOUND
042395         MOVE FINGERPRINT-HOLD TO FP-HOLD
042400         REWRITE FINGERPRINT-RECORD
042410             INVALID KEY
042420                 DISPLAY "WARNING: FINGERPRINT REWRITE FAILED, "
042430                     "STATUS=" FINGERPRINT-STATUS
042440         END-REWRITE
042450     ELSE
042460         WRITE FINGERPRINT-RECORD
042470             INVALID KEY
042480                 DISPLAY "WARNING: FINGERPRINT WRITE FAILED, "
042490                     "STATUS=" FINGERPRINT-STATUS
042500         END-WRITE
042510     END-IF.
042520 3200-EXIT.
042530     EXIT.
042540*
042550***************************************************************
042560*    4000-QUEUE-ONE-TRANS                                      *
042570*    ENTRY MODE: PARK THE TRANSACTION ON THE APPROVAL QUEUE    *
042580*    AGAINST THIS DATA-FILE UNDER THE ENTERING OPERATOR. A     *
042590*    TRANSACTION WITH NO OPERATOR ID CANNOT BE QUEUED - DUAL   *
042600*    CONTROL NEEDS TO KNOW WHO THE MAKER WAS. THE CONTENT IS   *
042610*    VALIDATED WHEN IT IS APPLIED, AGAINST THE FILE AS IT      *
042620*    STANDS THEN.                                              *
042630***************************************************************
042640 4000-QUEUE-ONE-TRANS.
042650     ADD 1 TO TRANS-COUNT
042660     IF TR-OPERATOR-ID = SPACES
042670         DISPLAY "REJECTED " TR-ACTION " " TR-ROUND-NUMBER
042680             " - NO OPERATOR ID"
042690         ADD 1 TO REJECT-COUNT
042700         GO TO 4000-EXIT
042710     END-IF
042720     MOVE SPACES TO APPROVAL-QUEUE-RECORD
042730     MOVE CURRENT-DATE-YYYYMMDD TO PQ-ENTRY-DATE
042740     MOVE CURRENT-TIME-HHMMSSCC TO PQ-ENTRY-TIME
042750     MOVE TRANS-COUNT TO PQ-ENTRY-SEQUENCE
042760     SET PQ-FROM-ROUND-MAINT TO TRUE
042770     MOVE DATA-FILE-NAME TO PQ-TARGET-FILE
042780     MOVE TR-OPERATOR-ID TO PQ-MAKER-ID
042790     SET PQ-PENDING TO TRUE
042800     MOVE 0 TO PQ-DECISION-DATE
042810     MOVE 0 TO PQ-APPLIED-DATE
042820     MOVE "PENDING APPROVAL" TO PQ-RESULT
042830     MOVE TRANS-LINE TO PQ-TRANS-IMAGE
042840     WRITE APPROVAL-QUEUE-RECORD
042850         INVALID KEY
042860             DISPLAY "REJECTED " TR-ACTION " " TR-ROUND-NUMBER
042870                 " - QUEUE WRITE FAILED, STATUS="
042880                 APPROVAL-QUEUE-STATUS
042890             ADD 1 TO REJECT-COUNT
042900             GO TO 4000-EXIT
042910     END-WRITE
042920     DISPLAY "QUEUED " PQ-ENTRY-DATE " " PQ-ENTRY-TIME " "
042930         PQ-ENTRY-SEQUENCE " " TR-ACTION " " TR-ROUND-NUMBER
042940     ADD 1 TO QUEUED-COUNT.
042950 4000-EXIT.
042960     EXIT.
042970*
042980***************************************************************
042990*    4100-APPLY-RELEASED                                       *
043000*    APPLY MODE: WALK THE APPROVAL QUEUE IN ENTRY ORDER AND    *
043010*    APPLY EVERY RELEASED ROUND-MAINT ITEM FOR THIS DATA-FILE  *
043020*    THROUGH THE ORDINARY 2100 PATH, THEN MARK IT APPLIED OR   *
043030*    FAILED WITH THE RESULT TEXT. PENDING AND DECLINED ITEMS   *
043040*    ARE LEFT ALONE. A MAKER WHO IS ALSO THE CHECKER NEVER     *
043050*    GETS THROUGH, EVEN IF THE QUEUE WAS EDITED BY HAND.       *
043060***************************************************************
043070 4100-APPLY-RELEASED.
043080     MOVE LOW-VALUES TO PQ-QUEUE-KEY
043090     START APPROVAL-QUEUE-FILE KEY IS NOT LESS THAN PQ-QUEUE-KEY
043100         INVALID KEY
043110             GO TO 4100-EXIT
043120     END-START
043130     PERFORM UNTIL END-OF-FILE
043140         READ APPROVAL-QUEUE-FILE NEXT RECORD
043150             AT END
043160                 SET END-OF-FILE-SWITCH TO "Y"
043170             NOT AT END
043180                 IF PQ-RELEASED AND PQ-FROM-ROUND-MAINT
043190                         AND PQ-TARGET-FILE = DATA-FILE-NAME
043200                     PERFORM 4200-APPLY-ONE-RELEASED
043210                         THRU 4200-EXIT
043220                 END-IF
043230         END-READ
043240     END-PERFORM.
043250 4100-EXIT.
043260     EXIT.
043270*
043280***************************************************************
043290*    4200-APPLY-ONE-RELEASED                                   *
043300***************************************************************
043310 4200-APPLY-ONE-RELEASED.
043320     MOVE PQ-TRANS-IMAGE TO TRANS-LINE
043330     MOVE PQ-MAKER-ID TO MAKER-ID
043340     MOVE PQ-CHECKER-ID TO CHECKER-ID
043350     IF CHECKER-ID = SPACES OR CHECKER-ID = MAKER-ID
043360         ADD 1 TO TRANS-COUNT
043370         ADD 1 TO REJECT-COUNT
043380         MOVE SPACES TO BEFORE-IMAGE
043390         MOVE SPACES TO AFTER-IMAGE
043400         MOVE "NO SECOND OPERATOR" TO RESULT-TEXT
043410         PERFORM 2600-WRITE-CORRECTION-LOG THRU 2600-EXIT
043420     ELSE
043430         PERFORM 2100-APPLY-ONE-TRANS THRU 2100-EXIT
043440     END-IF
043450     IF RESULT-TEXT = "APPLIED"
043460         SET PQ-APPLIED TO TRUE
043470     ELSE
043480         SET PQ-FAILED TO TRUE
043490     END-IF
043500     MOVE CURRENT-DATE-YYYYMMDD TO PQ-APPLIED-DATE
043510     MOVE RESULT-TEXT TO PQ-RESULT
043520     REWRITE APPROVAL-QUEUE-RECORD
043530         INVALID KEY
043540             DISPLAY "WARNING: APPROVAL-QUEUE REWRITE FAILED, "
043550                 "STATUS=" APPROVAL-QUEUE-STATUS
043560     END-REWRITE.
043570 4200-EXIT.
043580     EXIT.
043590*
043600***************************************************************
043610*    8900-READ-PROCESSING-DATE                                 *
043620*    THE RUN DATE IS THE SHOP PROCESSING DATE ON THE CONTROL   *
043630*    RECORD (SEE PROCDATEREC.CPY), NOT THE SYSTEM CLOCK - ONLY *
043640*    DATE-ROLL MOVES IT ON. NO CONTROL RECORD, OR NO VALID     *
043650*    DATE ON IT, IS FATAL.                                     *
043660***************************************************************
043670 8900-READ-PROCESSING-DATE.
043680     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-PROCESSING-DATE-FILE"
043690     IF ENV-VALUE NOT = SPACES
043700         MOVE ENV-VALUE TO PROCESSING-DATE-NAME
043710     END-IF
043720     OPEN INPUT PROCESSING-DATE-FILE
043730     IF PROCESSING-DATE-STATUS NOT = "00"
043740         DISPLAY "FATAL: OPEN INPUT PROCESSING-DATE-FILE, STATUS="
043750             PROCESSING-DATE-STATUS
043760         MOVE 16 TO RETURN-CODE
043770         STOP RUN
043780     END-IF
043790     READ PROCESSING-DATE-FILE
043800         AT END
043810             MOVE SPACES TO PROCESSING-DATE-RECORD
043820     END-READ
043830     CLOSE PROCESSING-DATE-FILE
043840     IF PD-PROCESSING-DATE NOT NUMERIC
043850             OR PD-PROCESSING-DATE = 0
043860         DISPLAY "FATAL: NO PROCESSING DATE ON "
043870             PROCESSING-DATE-NAME
043880         MOVE 16 TO RETURN-CODE
043890         STOP RUN
043900     END-IF
043910     MOVE PD-PROCESSING-DATE TO CURRENT-DATE-YYYYMMDD.
043920 8900-EXIT.
043930     EXIT.
