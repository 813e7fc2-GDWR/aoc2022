002600*    MODIFICATION HISTORY                                      *
002700*    -------------------                                       *
002800*    09-02-26  GDWR  ORIGINAL.                                  *
002804*    10-15-26  GDWR  DUAL CONTROL. EACH TRANSACTION NOW CARRIES *
002808*                    THE ENTERING OPERATOR'S ID AND IS QUEUED  *
002812*                    ON THE APPROVAL QUEUE (SEE APPRQREC.CPY)  *
002816*                    INSTEAD OF BEING APPLIED. APPLY MODE      *
002820*                    (DAY2-MAINT-MODE=APPLY) APPLIES ONLY THE  *
002824*                    ITEMS A SECOND OPERATOR RELEASED THROUGH  *
002828*                    APPROVAL-RUN, AND BOTH OPERATOR IDS ARE   *
002832*                    STAMPED ON THE CORRECTION LOG.            *
002836*    10-15-26  GDWR  TAMPER CHECK. BEFORE APPLYING, THE APPLY  *
002840*                    RUN NOW RECOMPUTES THE DATA-FILE'S       *
002844*                    CONTENT FINGERPRINT (SEE FPRINTREC.CPY)  *
002848*                    AND REFUSES TO LAY CORRECTIONS OVER A    *
002852*                    FILE THAT NO LONGER MATCHES ITS LAST     *
002856*                    SANCTIONED STAMP; A RUN THAT APPLIES     *
002860*                    ANYTHING STAMPS THE NEW FINGERPRINT.     *
002864*    10-15-26  GDWR  THE RUN DATE NOW COMES FROM THE SHOP       *
002868*                    PROCESSING-DATE CONTROL RECORD (SEE        *
002872*                    PROCDATEREC.CPY) INSTEAD OF THE SYSTEM     *
002876*                    CLOCK, SO A NIGHT THAT RUNS PAST MIDNIGHT  *
002880*                    KEEPS ONE DATE.                            *
002884*    10-15-26  GDWR  A STAMP NOW CARRIES FORWARD ANY DUPLICATE- *
002888*                    GUIDE HOLD LEFT BY GUIDE-LOAD (SEE         *
002892*                    FPRINTREC.CPY) INSTEAD OF CLEARING IT.     *
002900***************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
005360         RECORD KEY IS SC-DATA-FILE
005370         FILE STATUS IS SCORE-CACHE-STATUS.
005400*
005405     SELECT OPTIONAL APPROVAL-QUEUE-FILE ASSIGN TO
005410         APPROVAL-QUEUE-NAME
005415         ORGANIZATION IS INDEXED
005420         ACCESS MODE IS DYNAMIC
005425         RECORD KEY IS PQ-QUEUE-KEY
005430         FILE STATUS IS APPROVAL-QUEUE-STATUS.
005435*
005440     SELECT OPTIONAL FINGERPRINT-FILE ASSIGN TO
005445         FINGERPRINT-NAME
005450         ORGANIZATION IS INDEXED
005455         ACCESS MODE IS DYNAMIC
005460         RECORD KEY IS FP-DATA-FILE
005465         FILE STATUS IS FINGERPRINT-STATUS.
005470*
005475     SELECT PROCESSING-DATE-FILE ASSIGN TO
005480         PROCESSING-DATE-NAME
005485         ORGANIZATION IS LINE SEQUENTIAL
005490         FILE STATUS IS PROCESSING-DATE-STATUS.
005495*
005500 DATA DIVISION.
005600 FILE SECTION.
005700*
005800 FD  TRANS-FILE.
005810 01  TRANS-FILE-LINE             PIC X(140).
006700*
006800 FD  SUSPENSE-FILE.
006900     COPY SUSPREC.
008400     05  CL-AFTER-IMAGE          PIC X(08).
008500     05  FILLER                  PIC X(01) VALUE SPACE.
008600     05  CL-RESULT               PIC X(24).
008602     05  FILLER                  PIC X(01) VALUE SPACE.
008604     05  CL-MAKER-ID             PIC X(08).
008606     05  FILLER                  PIC X(01) VALUE SPACE.
008608     05  CL-CHECKER-ID           PIC X(08).
008610*
008620 FD  SCORE-CACHE-FILE.
008630     COPY CACHEREC.
008637*
008644 FD  APPROVAL-QUEUE-FILE.
008651     COPY APPRQREC.
008658*
008665 FD  FINGERPRINT-FILE.
008672     COPY FPRINTREC.
008679*
008686 FD  PROCESSING-DATE-FILE.
008693     COPY PROCDATEREC.
008700*
008800 WORKING-STORAGE SECTION.
008900*
009500 77  CORRECTION-LOG-NAME         PIC X(80) VALUE SPACES.
009510 77  SCORE-CACHE-NAME            PIC X(80)
009520     VALUE "./scorecache.dat".
009530 77  APPROVAL-QUEUE-NAME         PIC X(80)
009540     VALUE "./apprqueue.dat".
009543 77  FINGERPRINT-NAME            PIC X(80)
009546     VALUE "./fprint.dat".
009550 77  MAINT-MODE                  PIC X(05) VALUE "ENTER".
009560     88  ENTRY-MODE                        VALUE "ENTER".
009570     88  APPLY-MODE                        VALUE "APPLY".
009600 77  RUN-ID                      PIC X(80) VALUE SPACES.
009610 77  PROCESSING-DATE-NAME        PIC X(80)
009620     VALUE "./procdate.dat".
009700 77  ENV-VALUE                   PIC X(80).
009800*
009900 77  TRANS-FILE-STATUS           PIC X(02) VALUE SPACES.
010100 77  DATA-FILE-STATUS            PIC X(02) VALUE SPACES.
010200 77  CORRECTION-LOG-STATUS       PIC X(02) VALUE SPACES.
010210 77  SCORE-CACHE-STATUS          PIC X(02) VALUE SPACES.
010220 77  APPROVAL-QUEUE-STATUS       PIC X(02) VALUE SPACES.
010230 77  FINGERPRINT-STATUS          PIC X(02) VALUE SPACES.
010240 77  PROCESSING-DATE-STATUS      PIC X(02) VALUE SPACES.
010300*
010400 77  END-OF-FILE-SWITCH          PIC X(01) VALUE "N".
010500     88  END-OF-FILE                       VALUE "Y".
011000 77  VALID-RECORD-SWITCH         PIC X(01) VALUE "Y".
011100     88  VALID-RECORD                      VALUE "Y".
011200     88  INVALID-RECORD                    VALUE "N".
011210 77  FINGERPRINT-FOUND-SWITCH    PIC X(01) VALUE "N".
011220     88  FINGERPRINT-FOUND                 VALUE "Y".
011230 77  FINGERPRINT-EOF-SWITCH      PIC X(01) VALUE "N".
011240     88  FINGERPRINT-EOF                   VALUE "Y".
011245 77  FINGERPRINT-HOLD            PIC X(09) VALUE SPACES.
011300*
011400 77  TRANS-COUNT                 PIC 9(05) COMP VALUE 0.
011500 77  APPLIED-COUNT               PIC 9(05) COMP VALUE 0.
011600 77  REJECT-COUNT                PIC 9(05) COMP VALUE 0.
011610 77  QUEUED-COUNT                PIC 9(05) COMP VALUE 0.
011700 77  RESULT-TEXT                 PIC X(24) VALUE SPACES.
011800 77  BEFORE-IMAGE                PIC X(08) VALUE SPACES.
011900 77  AFTER-IMAGE                 PIC X(08) VALUE SPACES.
012000 77  SCAN-IDX                    PIC 9(03) COMP VALUE 0.
012100*
012106 77  FINGERPRINT-ROUNDS          PIC 9(05) VALUE 0.
012112 77  FINGERPRINT-HASH            PIC 9(15) VALUE 0.
012118 01  FINGERPRINT-WORK.
012124     05  FW-IMAGE                PIC X(08).
012130     05  FW-IMAGE-BYTES REDEFINES FW-IMAGE.
012136         10  FW-IMAGE-BYTE       PIC X(01) OCCURS 8 TIMES.
012142     05  FW-BYTE-VALUE           PIC 9(04) COMP.
012148     05  FW-BYTE-PAIR REDEFINES FW-BYTE-VALUE.
012154         10  FILLER              PIC X(01).
012160         10  FW-BYTE-LOW         PIC X(01).
012166     05  FW-RECORD-VALUE         PIC 9(15).
012172     05  FW-HASH-WORK            PIC 9(18).
012178     05  FW-HASH-QUOTIENT        PIC 9(04).
012184     05  FW-SUB                  PIC 9(02) COMP.
012190*
012200 77  CURRENT-DATE-YYYYMMDD       PIC 9(08) VALUE 0.
012206 77  CURRENT-TIME-HHMMSSCC       PIC 9(08) VALUE 0.
012212 77  MAKER-ID                    PIC X(08) VALUE SPACES.
012218 77  CHECKER-ID                  PIC X(08) VALUE SPACES.
012224*
012230 01  TRANS-LINE.
012236     05  SP-ACTION               PIC X(06).
012242     05  FILLER                  PIC X(01).
012248     05  SP-ROUND-NUMBER         PIC 9(05).
012254     05  FILLER                  PIC X(01).
012260     05  SP-OPPONENT-CHOICE      PIC X(01).
012266     05  FILLER                  PIC X(01).
012272     05  SP-MY-CHOICE            PIC X(01).
012278     05  FILLER                  PIC X(01).
012284     05  SP-OPERATOR-ID          PIC X(08).
012290     05  FILLER                  PIC X(115).
012300*
012400 PROCEDURE DIVISION.
012500*
013800*    CORRECTION-LOG NAME FROM THE DATA-FILE NAME (SAME RUN-ID   *
013900*    SCHEME AS MAIN.CBL AND ROUND-MAINT) AND OPEN ALL FILES.    *
014000*    THE LOG IS OPENED EXTEND SO REPAIRS LAND ON THE SAME       *
014100*    ACCUMULATING LOG ROUND-MAINT WRITES. ENTRY MODE ONLY       *
014110*    NEEDS THE TRANSACTIONS AND THE APPROVAL QUEUE - SUSPENSE   *
014120*    AND DATA-FILE ARE NOT TOUCHED UNTIL THE APPLY RUN.         *
014200***************************************************************
014300 1000-INITIALIZE.
014400     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-SUSPENSE-TRANS"
015600         MOVE ENV-VALUE TO DATA-FILE-NAME
015700     END-IF
015800*
015900     PERFORM 8900-READ-PROCESSING-DATE THRU 8900-EXIT
016000     PERFORM 1010-BUILD-RUN-ID THRU 1010-EXIT
016100     STRING "./corrlog-" DELIMITED BY SIZE
016200             RUN-ID DELIMITED BY SPACE
016800         MOVE ENV-VALUE TO CORRECTION-LOG-NAME
016900     END-IF
017000*
017010     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-MAINT-MODE"
017020     IF ENV-VALUE NOT = SPACES
017030         MOVE ENV-VALUE TO MAINT-MODE
017040     END-IF
017050     IF NOT ENTRY-MODE AND NOT APPLY-MODE
017060         DISPLAY "FATAL: DAY2-MAINT-MODE MUST BE ENTER OR APPLY"
017500         MOVE 16 TO RETURN-CODE
017600         STOP RUN
017603     END-IF
017606*
017609     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-APPROVAL-QUEUE"
017612     IF ENV-VALUE NOT = SPACES
017615         MOVE ENV-VALUE TO APPROVAL-QUEUE-NAME
017618     END-IF
017621     ACCEPT CURRENT-TIME-HHMMSSCC FROM TIME
017624*
017627     OPEN I-O APPROVAL-QUEUE-FILE
017630     IF APPROVAL-QUEUE-STATUS NOT = "00"
017633             AND APPROVAL-QUEUE-STATUS NOT = "05"
017636         DISPLAY "FATAL: OPEN I-O APPROVAL-QUEUE FAILED, STATUS="
017639             APPROVAL-QUEUE-STATUS
017642         MOVE 16 TO RETURN-CODE
017645         STOP RUN
017648     END-IF
017651*
017654     IF ENTRY-MODE
017657         OPEN INPUT TRANS-FILE
017660         IF TRANS-FILE-STATUS NOT = "00"
017663             DISPLAY "FATAL: OPEN INPUT TRANS-FILE FAILED, "
017666                 "STATUS=" TRANS-FILE-STATUS
017669             MOVE 16 TO RETURN-CODE
017672             STOP RUN
017675         END-IF
017678         GO TO 1000-EXIT
017700     END-IF
017800     OPEN I-O SUSPENSE-FILE
017900     IF SUSPENSE-STATUS NOT = "00"
019500             CORRECTION-LOG-STATUS
019600         MOVE 16 TO RETURN-CODE
019700         STOP RUN
019800     END-IF
019810     PERFORM 1100-CHECK-FINGERPRINT THRU 1100-EXIT.
019900 1000-EXIT.
020000     EXIT.
020100*
021600     EXIT.
021700*
021800***************************************************************
021801*    1100-CHECK-FINGERPRINT                                    *
021802*    APPLY MODE: RECOMPUTE THE DATA-FILE'S FINGERPRINT AND     *
021803*    HOLD IT AGAINST THE LAST SANCTIONED STAMP BEFORE ANY      *
021804*    CORRECTION IS LAID ON TOP - OTHERWISE THIS RUN'S OWN      *
021805*    STAMP WOULD CERTIFY WHATEVER ALTERED THE FILE. A FILE     *
021806*    THAT DOES NOT MATCH IS FATAL; IT HAS TO BE RELOADED       *
021807*    THROUGH GUIDE-LOAD (OR THE CHANGE ACCOUNTED FOR) FIRST.   *
021808*    A FILE WITH NO STAMP YET IS LET THROUGH WITH A WARNING.   *
021809***************************************************************
021810 1100-CHECK-FINGERPRINT.
021811     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-FINGERPRINT-FILE"
021812     IF ENV-VALUE NOT = SPACES
021813         MOVE ENV-VALUE TO FINGERPRINT-NAME
021814     END-IF
021815     OPEN I-O FINGERPRINT-FILE
021816     IF FINGERPRINT-STATUS NOT = "00"
021817             AND FINGERPRINT-STATUS NOT = "05"
021818         DISPLAY "FATAL: OPEN I-O FINGERPRINT-FILE, STATUS="
021819             FINGERPRINT-STATUS
021820         MOVE 16 TO RETURN-CODE
021821         STOP RUN
021822     END-IF
021823     PERFORM 1200-COMPUTE-FINGERPRINT THRU 1200-EXIT
021824     MOVE DATA-FILE-NAME TO FP-DATA-FILE
021825     READ FINGERPRINT-FILE
021826         INVALID KEY
021827             DISPLAY "WARNING: NO FINGERPRINT ON FILE FOR "
021828                 DATA-FILE-NAME
021829             GO TO 1100-EXIT
021830     END-READ
021831     IF FP-ROUND-COUNT NOT = FINGERPRINT-ROUNDS
021832             OR FP-HASH NOT = FINGERPRINT-HASH
021833         DISPLAY "FATAL: DATA-FILE DOES NOT MATCH ITS LAST "
021834             "SANCTIONED FINGERPRINT"
021835         DISPLAY "FATAL: STAMPED BY " FP-WRITTEN-BY
021836             " ON " FP-WRITTEN-DATE
021837             ", LAST MATCHED " FP-LAST-MATCH-DATE
021838         MOVE 16 TO RETURN-CODE
021839         STOP RUN
021840     END-IF.
021841 1100-EXIT.
021842     EXIT.
021843*
021844***************************************************************
021845*    1200-COMPUTE-FINGERPRINT                                  *
021846*    WALK THE DATA-FILE IN ROUND-NUMBER ORDER AND BUILD ITS    *
021847*    ROUND COUNT AND HASH (SEE FPRINTREC.CPY).                 *
021848***************************************************************
021849 1200-COMPUTE-FINGERPRINT.
021850     MOVE 0 TO FINGERPRINT-ROUNDS
021851     MOVE 0 TO FINGERPRINT-HASH
021852     MOVE "N" TO FINGERPRINT-EOF-SWITCH
021853     MOVE 0 TO ROUND-NUMBER OF ROUND-RECORD
021854     START DATA-FILE KEY IS NOT LESS THAN
021855             ROUND-NUMBER OF ROUND-RECORD
021856         INVALID KEY
021857             GO TO 1200-EXIT
021858     END-START
021859     PERFORM UNTIL FINGERPRINT-EOF
021860         READ DATA-FILE NEXT RECORD
021861             AT END
021862                 SET FINGERPRINT-EOF TO TRUE
021863             NOT AT END
021864                 PERFORM 1210-HASH-ROUND THRU 1210-EXIT
021865         END-READ
021866     END-PERFORM.
021867 1200-EXIT.
021868     EXIT.
021869*
021870***************************************************************
021871*    1210-HASH-ROUND                                           *
021872*    FOLD ONE ROUND-RECORD IMAGE INTO THE FINGERPRINT. EACH    *
021873*    BYTE'S CODE IS PICKED UP THROUGH THE LOW BYTE OF A        *
021874*    BINARY HALFWORD.                                          *
021875***************************************************************
021876 1210-HASH-ROUND.
021877     MOVE ROUND-RECORD TO FW-IMAGE
021878     MOVE 0 TO FW-RECORD-VALUE
021879     PERFORM VARYING FW-SUB FROM 1 BY 1 UNTIL FW-SUB > 8
021880         MOVE 0 TO FW-BYTE-VALUE
021881         MOVE FW-IMAGE-BYTE(FW-SUB) TO FW-BYTE-LOW
021882         COMPUTE FW-RECORD-VALUE = FW-RECORD-VALUE * 31
021883             + FW-BYTE-VALUE
021884     END-PERFORM
021885     COMPUTE FW-HASH-WORK = FINGERPRINT-HASH * 31
021886         + FW-RECORD-VALUE
021887     DIVIDE FW-HASH-WORK BY 1000000000000000
021888         GIVING FW-HASH-QUOTIENT REMAINDER FINGERPRINT-HASH
021889     ADD 1 TO FINGERPRINT-ROUNDS.
021890 1210-EXIT.
021891     EXIT.
021892*
021893***************************************************************
021900*    2000-PROCESS-TRANSACTIONS                                 *
022000***************************************************************
022100 2000-PROCESS-TRANSACTIONS.
022110     IF APPLY-MODE
022120         PERFORM 4100-APPLY-RELEASED THRU 4100-EXIT
022130         GO TO 2000-EXIT
022140     END-IF
022200     PERFORM UNTIL END-OF-FILE
022300         READ TRANS-FILE INTO TRANS-LINE
022400             AT END
022500                 SET END-OF-FILE-SWITCH TO "Y"
022600             NOT AT END
022700                 PERFORM 4000-QUEUE-ONE-TRANS THRU 4000-EXIT
022800         END-READ
022900     END-PERFORM.
023000 2000-EXIT.
040000     MOVE BEFORE-IMAGE TO CL-BEFORE-IMAGE
040100     MOVE AFTER-IMAGE TO CL-AFTER-IMAGE
040200     MOVE RESULT-TEXT TO CL-RESULT
040210     MOVE MAKER-ID TO CL-MAKER-ID
040220     MOVE CHECKER-ID TO CL-CHECKER-ID
040300     WRITE CORRECTION-LOG-LINE.
040400 2600-EXIT.
040500     EXIT.
040800*    3000-FINALIZE                                             *
040900***************************************************************
041000 3000-FINALIZE.
041010     CLOSE APPROVAL-QUEUE-FILE
041020     IF ENTRY-MODE
041100         CLOSE TRANS-FILE
041110         DISPLAY "Transactions >>> " TRANS-COUNT
041120         DISPLAY "Queued >>> " QUEUED-COUNT
041130         DISPLAY "Rejected >>> " REJECT-COUNT
041140         IF REJECT-COUNT > 0
041150             MOVE 4 TO RETURN-CODE
041160         END-IF
041170         GO TO 3000-EXIT
041180     END-IF
041200     CLOSE SUSPENSE-FILE
041210     IF APPLIED-COUNT > 0
041220         PERFORM 3200-RECORD-FINGERPRINT THRU 3200-EXIT
041230     END-IF
041300     CLOSE DATA-FILE
041400     CLOSE CORRECTION-LOG-FILE
041405     CLOSE FINGERPRINT-FILE
041410*
041420     IF APPLIED-COUNT > 0
041430         PERFORM 3100-FLAG-SCORE-CACHE THRU 3100-EXIT
046800     CLOSE SCORE-CACHE-FILE.
046900 3100-EXIT.
047000     EXIT.
047010*
047020***************************************************************
047030*    3200-RECORD-FINGERPRINT                                   *
047040*    STAMP THE CORRECTED FILE'S FINGERPRINT AS ITS LAST        *
047050*    SANCTIONED CONTENT. A STAMP FAILURE IS A WARNING - THE    *
047060*    CORRECTIONS ALREADY STAND - BUT FPRINT-VERIFY WILL THEN   *
047070*    HOLD THIS DATA-FILE UNTIL IT IS RELOADED.                 *
047072*    ANY DUPLICATE-GUIDE HOLD IS CARRIED FORWARD; ONLY A       *
047074*    CLEAN RELOAD OR AN FPRINT-VERIFY RELEASE CLEARS IT.       *
047080***************************************************************
047090 3200-RECORD-FINGERPRINT.
047100     PERFORM 1200-COMPUTE-FINGERPRINT THRU 1200-EXIT
047110     ACCEPT CURRENT-TIME-HHMMSSCC FROM TIME
047120     MOVE "N" TO FINGERPRINT-FOUND-SWITCH
047130     MOVE DATA-FILE-NAME TO FP-DATA-FILE
047140     READ FINGERPRINT-FILE
047150         INVALID KEY
047160             CONTINUE
047170         NOT INVALID KEY
047180             SET FINGERPRINT-FOUND TO TRUE
047185             MOVE FP-HOLD TO FINGERPRINT-HOLD
047190     END-READ
047200     MOVE SPACES TO FINGERPRINT-RECORD
047210     MOVE DATA-FILE-NAME TO FP-DATA-FILE
047220     MOVE FINGERPRINT-ROUNDS TO FP-ROUND-COUNT
047230     MOVE FINGERPRINT-HASH TO FP-HASH
047240     MOVE "SUSPENSE-REPAIR" TO FP-WRITTEN-BY
047250     MOVE CURRENT-DATE-YYYYMMDD TO FP-WRITTEN-DATE
047260     MOVE CURRENT-TIME-HHMMSSCC TO FP-WRITTEN-TIME
047270     MOVE CURRENT-DATE-YYYYMMDD TO FP-LAST-MATCH-DATE
047280     MOVE 0 TO FP-LAST-CHECK-DATE
047285     MOVE 0 TO FP-HOLD-DATE
047290     IF FINGERPRINT-FOUND
047295         MOVE FINGERPRINT-HOLD TO FP-HOLD
047300         REWRITE FINGERPRINT-RECORD
047310             INVALID KEY
047320                 DISPLAY "WARNING: FINGERPRINT REWRITE FAILED, "
047330                     "STATUS=" FINGERPRINT-STATUS
047340         END-REWRITE
047350     ELSE
047360         WRITE FINGERPRINT-RECORD
047370             INVALID KEY
047380                 DISPLAY "WARNING: FINGERPRINT WRITE FAILED, "
047390                     "STATUS=" FINGERPRINT-STATUS
047400         END-WRITE
047410     END-IF.
047420 3200-EXIT.
047430     EXIT.
047440*
047450***************************************************************
047460*    4000-QUEUE-ONE-TRANS                                      *
047470*    ENTRY MODE: PARK THE TRANSACTION ON THE APPROVAL QUEUE    *
047480*    AGAINST THIS DATA-FILE UNDER THE ENTERING OPERATOR - SAME *
047490*    AS ROUND-MAINT. THE ITEM IS CHECKED AGAINST THE SUSPENSE  *
047500*    FILE WHEN IT IS APPLIED, NOT NOW.                         *
047510***************************************************************
047520 4000-QUEUE-ONE-TRANS.
047530     ADD 1 TO TRANS-COUNT
047540     IF SP-OPERATOR-ID = SPACES
047550         DISPLAY "REJECTED " SP-ACTION " " SP-ROUND-NUMBER
047560             " - NO OPERATOR ID"
047570         ADD 1 TO REJECT-COUNT
047580         GO TO 4000-EXIT
047590     END-IF
047600     MOVE SPACES TO APPROVAL-QUEUE-RECORD
047610     MOVE CURRENT-DATE-YYYYMMDD TO PQ-ENTRY-DATE
047620     MOVE CURRENT-TIME-HHMMSSCC TO PQ-ENTRY-TIME
047630     MOVE TRANS-COUNT TO PQ-ENTRY-SEQUENCE
047640     SET PQ-FROM-SUSPENSE-REPAIR TO TRUE
047650     MOVE DATA-FILE-NAME TO PQ-TARGET-FILE
047660     MOVE SP-OPERATOR-ID TO PQ-MAKER-ID
047670     SET PQ-PENDING TO TRUE
047680     MOVE 0 TO PQ-DECISION-DATE
047690     MOVE 0 TO PQ-APPLIED-DATE
047700     MOVE "PENDING APPROVAL" TO PQ-RESULT
047710     MOVE TRANS-LINE TO PQ-TRANS-IMAGE
047720     WRITE APPROVAL-QUEUE-RECORD
047730         INVALID KEY
047740             DISPLAY "REJECTED " SP-ACTION " " SP-ROUND-NUMBER
047750                 " - QUEUE WRITE FAILED, STATUS="
047760                 APPROVAL-QUEUE-STATUS
047770             ADD 1 TO REJECT-COUNT
047780             GO TO 4000-EXIT
047790     END-WRITE
047800     DISPLAY "QUEUED " PQ-ENTRY-DATE " " PQ-ENTRY-TIME " "
047810         PQ-ENTRY-SEQUENCE " " SP-ACTION " " SP-ROUND-NUMBER
047820     ADD 1 TO QUEUED-COUNT.
047830 4000-EXIT.
047840     EXIT.
047850*
047860***************************************************************
047870*    4100-APPLY-RELEASED                                       *
047880*    APPLY MODE: APPLY EVERY RELEASED SUSPENSE-REPAIR ITEM FOR *
047890*    THIS DATA-FILE, IN ENTRY ORDER, THROUGH THE ORDINARY 2100 *
047900*    PATH AND MARK IT APPLIED OR FAILED - SAME AS ROUND-MAINT. *
047910***************************************************************
047920 4100-APPLY-RELEASED.
047930     MOVE LOW-VALUES TO PQ-QUEUE-KEY
047940     START APPROVAL-QUEUE-FILE KEY IS NOT LESS THAN PQ-QUEUE-KEY
047950         INVALID KEY
047960             GO TO 4100-EXIT
047970     END-START
047980     PERFORM UNTIL END-OF-FILE
047990         READ APPROVAL-QUEUE-FILE NEXT RECORD
048000             AT END
048010                 SET END-OF-FILE-SWITCH TO "Y"
048020             NOT AT END
048030                 IF PQ-RELEASED AND PQ-FROM-SUSPENSE-REPAIR
048040                         AND PQ-TARGET-FILE = DATA-FILE-NAME
048050                     PERFORM 4200-APPLY-ONE-RELEASED
048060                         THRU 4200-EXIT
048070                 END-IF
048080         END-READ
048090     END-PERFORM.
048100 4100-EXIT.
048110     EXIT.
048120*
048130***************************************************************
048140*    4200-APPLY-ONE-RELEASED                                   *
048150***************************************************************
048160 4200-APPLY-ONE-RELEASED.
048170     MOVE PQ-TRANS-IMAGE TO TRANS-LINE
048180     MOVE PQ-MAKER-ID TO MAKER-ID
048190     MOVE PQ-CHECKER-ID TO CHECKER-ID
048200     IF CHECKER-ID = SPACES OR CHECKER-ID = MAKER-ID
048210         ADD 1 TO TRANS-COUNT
048220         ADD 1 TO REJECT-COUNT
048230         MOVE SPACES TO BEFORE-IMAGE
048240         MOVE SPACES TO AFTER-IMAGE
048250         MOVE "NO SECOND OPERATOR" TO RESULT-TEXT
048260         PERFORM 2600-WRITE-CORRECTION-LOG THRU 2600-EXIT
048270     ELSE
048280         PERFORM 2100-APPLY-ONE-TRANS THRU 2100-EXIT
048290     END-IF
048300     IF RESULT-TEXT = "APPLIED"
048310         SET PQ-APPLIED TO TRUE
048320     ELSE
048330         SET PQ-FAILED TO TRUE
048340     END-IF
048350     MOVE CURRENT-DATE-YYYYMMDD TO PQ-APPLIED-DATE
048360     MOVE RESULT-TEXT TO PQ-RESULT
048370     REWRITE APPROVAL-QUEUE-RECORD
048380         INVALID KEY
048390             DISPLAY "WARNING: APPROVAL-QUEUE REWRITE FAILED, "
048400                 "STATUS=" APPROVAL-QUEUE-STATUS
048410     END-REWRITE.
048420 4200-EXIT.
048430     EXIT.
048440*
048450***************************************************************
048460*    8900-READ-PROCESSING-DATE                                 *
048470*    THE RUN DATE IS THE SHOP PROCESSING DATE ON THE CONTROL   *
048480*    RECORD (SEE PROCDATEREC.CPY), NOT THE SYSTEM CLOCK - ONLY *
048490*    DATE-ROLL MOVES IT ON. NO CONTROL RECORD, OR NO VALID     *
048500*    DATE ON IT, IS FATAL.                                     *
048510***************************************************************
048520 8900-READ-PROCESSING-DATE.
048530     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-PROCESSING-DATE-FILE"
048540     IF ENV-VALUE NOT = SPACES
048550         MOVE ENV-VALUE TO PROCESSING-DATE-NAME
048560     END-IF
048570     OPEN INPUT PROCESSING-DATE-FILE
048580     IF PROCESSING-DATE-STATUS NOT = "00"
048590         DISPLAY "FATAL: OPEN INPUT PROCESSING-DATE-FILE, STATUS="
048600             PROCESSING-DATE-STATUS
048610         MOVE 16 TO RETURN-CODE
048620         STOP RUN
048630     END-IF
048640     READ PROCESSING-DATE-FILE
048650         AT END
048660             MOVE SPACES TO PROCESSING-DATE-RECORD
048670     END-READ
048680     CLOSE PROCESSING-DATE-FILE
048690     IF PD-PROCESSING-DATE NOT NUMERIC
048700             OR PD-PROCESSING-DATE = 0
048710         DISPLAY "FATAL: NO PROCESSING DATE ON "
048720             PROCESSING-DATE-NAME
048730         MOVE 16 TO RETURN-CODE
048740         STOP RUN
048750     END-IF
048760     MOVE PD-PROCESSING-DATE TO CURRENT-DATE-YYYYMMDD.
048770 8900-EXIT.
048780     EXIT.
