002370*                    AS CHANGED ON THE SCORE CACHE (SEE         *
002380*                    CACHEREC.CPY) SO THE LEADERBOARD KNOWS TO  *
002390*                    RESCORE THIS OPPONENT.                     *
002394*    10-15-26  GDWR  EVERY LOAD IS NOW POSTED TO THE GUIDE      *
002398*                    SUBMISSION CALENDAR (SEE GUIDECALREC.CPY)  *
002402*                    AGAINST THE OPPONENT WHOSE MASTER ENTRY    *
002406*                    NAMES THIS DATA-FILE, SO THE GUIDE-        *
002410*                    EXCEPTION REPORT CAN TELL A LATE, MISSING  *
002414*                    OR SHORT GUIDE FROM ONE THAT ARRIVED.      *
002418*    10-15-26  GDWR  EVERY LOAD NOW STAMPS THE DATA-FILE'S      *
002422*                    CONTENT FINGERPRINT (SEE FPRINTREC.CPY) -  *
002426*                    ROUND COUNT AND HASH OF THE ROUNDS AS      *
002430*                    WRITTEN - SO FPRINT-VERIFY CAN PROVE THE   *
002434*                    FILE IS UNCHANGED WHEN IT IS SCORED.       *
002438*    10-15-26  GDWR  EVERY LOAD IS NOW COMPARED ROUND BY ROUND  *
002442*                    AGAINST EVERY OTHER OPPONENT'S DATA-FILE   *
002446*                    ON THE MASTER AND AGAINST THIS DATA-FILE'S *
002450*                    PREVIOUS LOAD. A PAIR MATCHING AT OR ABOVE *
002454*                    DAY2-DUPLICATE-THRESHOLD PERCENT (DEFAULT  *
002458*                    80) GOES TO THE DUPLICATE GUIDE REPORT AND *
002462*                    ENDS THE LOAD WITH RETURN-CODE 8.          *
002466*    10-15-26  GDWR  THE RUN DATE NOW COMES FROM THE SHOP       *
002470*                    PROCESSING-DATE CONTROL RECORD (SEE        *
002474*                    PROCDATEREC.CPY) INSTEAD OF THE SYSTEM     *
002478*                    CLOCK, SO A NIGHT THAT RUNS PAST MIDNIGHT  *
002482*                    KEEPS ONE DATE.                            *
002483*    10-15-26  GDWR  A LOAD THAT FINDS A DUPLICATE GUIDE NOW    *
002484*                    STAMPS THE DATA-FILE HELD; FPRINT-VERIFY   *
002485*                    STOPS IT UNTIL RELOADED OR RELEASED.       *
002486***************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
004590         RECORD KEY IS SC-DATA-FILE
004592         FILE STATUS IS SCORE-CACHE-STATUS.
004600*
004603     SELECT OPTIONAL CALENDAR-FILE ASSIGN TO
004606         CALENDAR-FILE-NAME
004609         ORGANIZATION IS INDEXED
004612         ACCESS MODE IS DYNAMIC
004615         RECORD KEY IS GC-OPPONENT-NAME
004618         FILE STATUS IS CALENDAR-FILE-STATUS.
004621*
004624     SELECT OPPONENT-MASTER-FILE ASSIGN TO
004627         OPPONENT-MASTER-NAME
004630         ORGANIZATION IS INDEXED
004633         ACCESS MODE IS DYNAMIC
004636         RECORD KEY IS OM-OPPONENT-NAME
004639         FILE STATUS IS OPPONENT-MASTER-STATUS.
004642*
004645     SELECT OPTIONAL FINGERPRINT-FILE ASSIGN TO
004648         FINGERPRINT-NAME
004651         ORGANIZATION IS INDEXED
004654         ACCESS MODE IS DYNAMIC
004657         RECORD KEY IS FP-DATA-FILE
004660         FILE STATUS IS FINGERPRINT-STATUS.
004663*
004666     SELECT DUPLICATE-REPORT-FILE ASSIGN TO
004669         DUPLICATE-REPORT-NAME
004672         ORGANIZATION IS LINE SEQUENTIAL
004675         FILE STATUS IS DUPLICATE-REPORT-STATUS.
004678*
004681     SELECT PROCESSING-DATE-FILE ASSIGN TO
004684         PROCESSING-DATE-NAME
004687         ORGANIZATION IS LINE SEQUENTIAL
004690         FILE STATUS IS PROCESSING-DATE-STATUS.
004693*
004700 DATA DIVISION.
004800 FILE SECTION.
004900*
006140 FD  SCORE-CACHE-FILE.
006150     COPY CACHEREC.
006160*
006170 FD  CALENDAR-FILE.
006175     COPY GUIDECALREC.
006180*
006185 FD  OPPONENT-MASTER-FILE.
006190     COPY OPPMSTR.
006195*
006196 FD  FINGERPRINT-FILE.
006197     COPY FPRINTREC.
006198*
006200 FD  LOAD-REJECT-FILE.
006300 01  LOAD-REJECT-LINE.
006400     05  LJ-LINE-NUMBER          PIC 9(05).
006800     05  LJ-MY-CHOICE            PIC X(01).
006900     05  FILLER                  PIC X(01) VALUE SPACE.
007000     05  LJ-REASON               PIC X(24).
007004*
007008 FD  DUPLICATE-REPORT-FILE.
007012 01  DUPLICATE-REPORT-LINE.
007016     05  DG-OPPONENT-NAME        PIC X(20).
007020     05  FILLER                  PIC X(01).
007024     05  DG-DIVISION             PIC X(10).
007028     05  FILLER                  PIC X(01).
007032     05  DG-OTHER-NAME           PIC X(20).
007036     05  FILLER                  PIC X(01).
007040     05  DG-OTHER-DIVISION       PIC X(10).
007044     05  FILLER                  PIC X(01).
007048     05  DG-SOURCE               PIC X(09).
007052     05  FILLER                  PIC X(01).
007056     05  DG-MATCH-PERCENT        PIC ZZ9.9.
007060     05  FILLER                  PIC X(01).
007064     05  DG-MATCHED-ROUNDS       PIC 9(05).
007068     05  FILLER                  PIC X(01).
007072     05  DG-COMPARED-ROUNDS      PIC 9(05).
007076     05  FILLER                  PIC X(01).
007080     05  DG-LONGEST-RUN          PIC 9(05).
007084 01  DUPLICATE-HEADER-LINE       PIC X(100).
007088*
007092 FD  PROCESSING-DATE-FILE.
007096     COPY PROCDATEREC.
007100*
007200 WORKING-STORAGE SECTION.
007300*
007720     VALUE "./batctl.dat".
007730 77  SCORE-CACHE-NAME            PIC X(80)
007740     VALUE "./scorecache.dat".
007750 77  CALENDAR-FILE-NAME          PIC X(80)
007760     VALUE "./guidecal.dat".
007770 77  OPPONENT-MASTER-NAME        PIC X(80)
007780     VALUE "./oppmaster.dat".
007786 77  FINGERPRINT-NAME            PIC X(80)
007792     VALUE "./fprint.dat".
007794 77  DUPLICATE-REPORT-NAME       PIC X(80) VALUE SPACES.
007796 77  LOADED-FILE-NAME            PIC X(80) VALUE SPACES.
007800 77  RUN-ID                      PIC X(80) VALUE SPACES.
007810 77  PROCESSING-DATE-NAME        PIC X(80)
007820     VALUE "./procdate.dat".
007900 77  ENV-VALUE                   PIC X(80).
008000*
008100 77  GUIDE-FILE-STATUS           PIC X(02) VALUE SPACES.
008400 77  LOAD-REJECT-STATUS          PIC X(02) VALUE SPACES.
008410 77  BATCH-CONTROL-STATUS        PIC X(02) VALUE SPACES.
008420 77  SCORE-CACHE-STATUS          PIC X(02) VALUE SPACES.
008430 77  CALENDAR-FILE-STATUS        PIC X(02) VALUE SPACES.
008440 77  OPPONENT-MASTER-STATUS      PIC X(02) VALUE SPACES.
008450 77  FINGERPRINT-STATUS          PIC X(02) VALUE SPACES.
008460 77  DUPLICATE-REPORT-STATUS     PIC X(02) VALUE SPACES.
008470 77  PROCESSING-DATE-STATUS      PIC X(02) VALUE SPACES.
008500*
008600 77  END-OF-FILE-SWITCH          PIC X(01) VALUE "N".
008700     88  END-OF-FILE                       VALUE "Y".
008800 77  VALID-RECORD-SWITCH         PIC X(01) VALUE "Y".
008900     88  VALID-RECORD                      VALUE "Y".
009000     88  INVALID-RECORD                    VALUE "N".
009010 77  MASTER-FOUND-SWITCH         PIC X(01) VALUE "N".
009020     88  MASTER-FOUND                      VALUE "Y".
009030 77  MASTER-EOF-SWITCH           PIC X(01) VALUE "N".
009040     88  MASTER-EOF                        VALUE "Y".
009050 77  FINGERPRINT-FOUND-SWITCH    PIC X(01) VALUE "N".
009060     88  FINGERPRINT-FOUND                 VALUE "Y".
009065 77  PREVIOUS-LOAD-SWITCH        PIC X(01) VALUE "N".
009070     88  PREVIOUS-LOAD-FOUND               VALUE "Y".
009075 77  COMPARE-EOF-SWITCH          PIC X(01) VALUE "N".
009080     88  COMPARE-EOF                       VALUE "Y".
009085 77  MASTER-OPEN-SWITCH          PIC X(01) VALUE "N".
009090     88  MASTER-OPEN                       VALUE "Y".
009100*
009200 77  READ-COUNT                  PIC 9(05) COMP VALUE 0.
009300 77  LOAD-COUNT                  PIC 9(05) COMP VALUE 0.
009500 77  REASON-TEXT                 PIC X(24) VALUE SPACES.
009600 77  SCAN-IDX                    PIC 9(03) COMP VALUE 0.
009700*
009705 77  DUPLICATE-THRESHOLD         PIC 9(03) VALUE 80.
009710 77  NEW-ROUNDS                  PIC 9(05) COMP VALUE 0.
009715 77  COMPARE-ROUNDS              PIC 9(05) COMP VALUE 0.
009720 77  COMPARE-HIGH                PIC 9(05) COMP VALUE 0.
009725 77  COMPARE-LIMIT               PIC 9(05) COMP VALUE 0.
009730 77  COMPARE-BASE                PIC 9(05) COMP VALUE 0.
009735 77  COMPARE-IDX                 PIC 9(05) COMP VALUE 0.
009740 77  MATCH-COUNT                 PIC 9(05) COMP VALUE 0.
009745 77  CURRENT-RUN                 PIC 9(05) COMP VALUE 0.
009750 77  LONGEST-RUN                 PIC 9(05) COMP VALUE 0.
009755 77  MATCH-PERCENT               PIC 9(03)V9 VALUE 0.
009760 77  PAIRS-CHECKED               PIC 9(05) COMP VALUE 0.
009765 77  DUPLICATE-COUNT             PIC 9(05) COMP VALUE 0.
009770 77  SELF-NAME                   PIC X(20) VALUE SPACES.
009775 77  SELF-DIVISION               PIC X(10) VALUE SPACES.
009780 77  OTHER-NAME                  PIC X(20) VALUE SPACES.
009785 77  OTHER-DIVISION              PIC X(10) VALUE SPACES.
009790 77  OTHER-SOURCE                PIC X(09) VALUE SPACES.
009795*
009800 77  CURRENT-DATE-YYYYMMDD       PIC 9(08) VALUE 0.
009900 77  COUNT-DISPLAY               PIC 9(05) VALUE 0.
009905 77  CURRENT-TIME-HHMMSSCC       PIC 9(08) VALUE 0.
009910*
009915 77  FINGERPRINT-ROUNDS          PIC 9(05) VALUE 0.
009920 77  FINGERPRINT-HASH            PIC 9(15) VALUE 0.
009925 01  FINGERPRINT-WORK.
009930     05  FW-IMAGE                PIC X(08).
009935     05  FW-IMAGE-BYTES REDEFINES FW-IMAGE.
009940         10  FW-IMAGE-BYTE       PIC X(01) OCCURS 8 TIMES.
009945     05  FW-BYTE-VALUE           PIC 9(04) COMP.
009950     05  FW-BYTE-PAIR REDEFINES FW-BYTE-VALUE.
009955         10  FILLER              PIC X(01).
009960         10  FW-BYTE-LOW         PIC X(01).
009965     05  FW-RECORD-VALUE         PIC 9(15).
009970     05  FW-HASH-WORK            PIC 9(18).
009975     05  FW-HASH-QUOTIENT        PIC 9(04).
009980     05  FW-SUB                  PIC 9(02) COMP.
009982*
009984 01  NEW-GUIDE-TABLE             VALUE SPACES.
009986     05  NG-ENTRY                OCCURS 9999 TIMES.
009988         10  NG-OPPONENT-CHOICE  PIC X(01).
009990         10  NG-MY-CHOICE        PIC X(01).
009992 01  COMPARE-GUIDE-TABLE         VALUE SPACES.
009994     05  CG-ENTRY                OCCURS 9999 TIMES.
009996         10  CG-OPPONENT-CHOICE  PIC X(01).
009998         10  CG-MY-CHOICE        PIC X(01).
010000*
010100 PROCEDURE DIVISION.
010200*
012600         MOVE ENV-VALUE TO DATA-FILE-NAME
012700     END-IF
012800*
012900     PERFORM 8900-READ-PROCESSING-DATE THRU 8900-EXIT
013000     PERFORM 1010-BUILD-RUN-ID THRU 1010-EXIT
013100     STRING "./loadrpt-" DELIMITED BY SIZE
013200             RUN-ID DELIMITED BY SPACE
014700         MOVE ENV-VALUE TO LOAD-REJECT-FILE-NAME
014800     END-IF
014900*
014904     STRING "./dupguide-" DELIMITED BY SIZE
014908             RUN-ID DELIMITED BY SPACE
014912             ".txt" DELIMITED BY SIZE
014916         INTO DUPLICATE-REPORT-NAME
014920     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-DUPLICATE-REPORT"
014924     IF ENV-VALUE NOT = SPACES
014928         MOVE ENV-VALUE TO DUPLICATE-REPORT-NAME
014932     END-IF
014936*
014940     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-DUPLICATE-THRESHOLD"
014944     IF ENV-VALUE NOT = SPACES
014948         MOVE ENV-VALUE TO DUPLICATE-THRESHOLD
014952         IF DUPLICATE-THRESHOLD = 0 OR DUPLICATE-THRESHOLD > 100
014956             DISPLAY "FATAL: DAY2-DUPLICATE-THRESHOLD MUST BE A "
014960                 "PERCENT FROM 1 TO 100"
014964             MOVE 16 TO RETURN-CODE
014968             STOP RUN
014972         END-IF
014976     END-IF
014980*
015000     OPEN INPUT GUIDE-FILE
015100     IF GUIDE-FILE-STATUS NOT = "00"
015200         DISPLAY "FATAL: OPEN INPUT GUIDE-FILE FAILED, STATUS="
015400         MOVE 16 TO RETURN-CODE
015500         STOP RUN
015600     END-IF
015610     PERFORM 1100-CAPTURE-PREVIOUS-LOAD THRU 1100-EXIT
015700     OPEN OUTPUT DATA-FILE
015800     IF DATA-FILE-STATUS NOT = "00"
015900         DISPLAY "FATAL: OPEN OUTPUT DATA-FILE FAILED, STATUS="
017200     IF LOAD-REJECT-STATUS NOT = "00"
017300         DISPLAY "FATAL: OPEN OUTPUT LOAD-REJECT-FILE, STATUS="
017400             LOAD-REJECT-STATUS
017410         MOVE 16 TO RETURN-CODE
017420         STOP RUN
017430     END-IF
017440     OPEN OUTPUT DUPLICATE-REPORT-FILE
017450     IF DUPLICATE-REPORT-STATUS NOT = "00"
017460         DISPLAY "FATAL: OPEN OUTPUT DUPLICATE-REPORT, STATUS="
017470             DUPLICATE-REPORT-STATUS
017500         MOVE 16 TO RETURN-CODE
017600         STOP RUN
017700     END-IF.
019300         END-IF
019400     END-PERFORM.
019500 1010-EXIT.
019504     EXIT.
019508*
019512***************************************************************
019516*    1100-CAPTURE-PREVIOUS-LOAD                                *
019520*    THE LOAD REPLACES THE WHOLE DATA-FILE, SO BEFORE IT IS     *
019524*    OPENED OUTPUT HOLD WHATEVER IS THERE NOW IN THE COMPARE    *
019528*    TABLE FOR 3500-CHECK-DUPLICATES. NO DATA-FILE YET (OR ONE  *
019532*    THAT WILL NOT OPEN) SIMPLY MEANS NO PREVIOUS LOAD.         *
019536***************************************************************
019540 1100-CAPTURE-PREVIOUS-LOAD.
019544     MOVE "N" TO PREVIOUS-LOAD-SWITCH
019548     OPEN INPUT DATA-FILE
019552     IF DATA-FILE-STATUS NOT = "00"
019556         GO TO 1100-EXIT
019560     END-IF
019564     PERFORM 8000-LOAD-COMPARE-TABLE THRU 8000-EXIT
019568     CLOSE DATA-FILE
019572     IF COMPARE-ROUNDS > 0
019576         SET PREVIOUS-LOAD-FOUND TO TRUE
019580     END-IF.
019584 1100-EXIT.
019600     EXIT.
019700*
019800***************************************************************
023700                 MOVE 16 TO RETURN-CODE
023800                 STOP RUN
023900         END-WRITE
023910         PERFORM 2150-HASH-ROUND THRU 2150-EXIT
023920         IF LOAD-COUNT NOT > 9999
023930             MOVE GL-OPPONENT-CHOICE
023940                 TO NG-OPPONENT-CHOICE(LOAD-COUNT)
023950             MOVE GL-MY-CHOICE TO NG-MY-CHOICE(LOAD-COUNT)
023960             MOVE LOAD-COUNT TO NEW-ROUNDS
023970         END-IF
024000     ELSE
024100         ADD 1 TO REJECT-COUNT
024200         PERFORM 2300-WRITE-REJECT-LINE THRU 2300-EXIT
024300     END-IF.
024400 2100-EXIT.
024403     EXIT.
024406*
024409***************************************************************
024412*    2150-HASH-ROUND                                           *
024415*    FOLD THE ROUND JUST WRITTEN INTO THE DATA-FILE'S CONTENT  *
024418*    FINGERPRINT (SEE FPRINTREC.CPY). ROUNDS ARE WRITTEN IN    *
024421*    ROUND-NUMBER ORDER, SO THIS IS THE SAME HASH FPRINT-      *
024424*    VERIFY GETS WALKING THE FILE IN KEY ORDER. EACH BYTE'S    *
024427*    CODE IS PICKED UP THROUGH THE LOW BYTE OF A BINARY        *
024430*    HALFWORD.                                                 *
024433***************************************************************
024436 2150-HASH-ROUND.
024439     MOVE ROUND-RECORD TO FW-IMAGE
024442     MOVE 0 TO FW-RECORD-VALUE
024445     PERFORM VARYING FW-SUB FROM 1 BY 1 UNTIL FW-SUB > 8
024448         MOVE 0 TO FW-BYTE-VALUE
024451         MOVE FW-IMAGE-BYTE(FW-SUB) TO FW-BYTE-LOW
024454         COMPUTE FW-RECORD-VALUE = FW-RECORD-VALUE * 31
024457             + FW-BYTE-VALUE
024460     END-PERFORM
024463     COMPUTE FW-HASH-WORK = FINGERPRINT-HASH * 31
024466         + FW-RECORD-VALUE
024469     DIVIDE FW-HASH-WORK BY 1000000000000000
024472         GIVING FW-HASH-QUOTIENT REMAINDER FINGERPRINT-HASH
024475     ADD 1 TO FINGERPRINT-ROUNDS.
024478 2150-EXIT.
024500     EXIT.
024600*
024700***************************************************************
033210*
033220     PERFORM 3100-STAMP-BATCH-CONTROL THRU 3100-EXIT
033230     PERFORM 3200-FLAG-SCORE-CACHE THRU 3200-EXIT
033240     PERFORM 3300-POST-CALENDAR THRU 3300-EXIT
033250     PERFORM 3500-CHECK-DUPLICATES THRU 3500-EXIT
033260     PERFORM 3400-RECORD-FINGERPRINT THRU 3400-EXIT
033300*
033400     DISPLAY "Lines read >>> " READ-COUNT
033500     DISPLAY "Rounds loaded >>> " LOAD-COUNT
033600     DISPLAY "Rejected >>> " REJECT-COUNT
033610     DISPLAY "Guides compared >>> " PAIRS-CHECKED
033620     DISPLAY "Duplicates >>> " DUPLICATE-COUNT
033700     IF REJECT-COUNT > 0
033800         MOVE 4 TO RETURN-CODE
033810     END-IF
033820     IF DUPLICATE-COUNT > 0
033830         MOVE 8 TO RETURN-CODE
033840         DISPLAY "DATA-FILE STAMPED HELD UNTIL RELOADED OR "
033850             "RELEASED"
033900     END-IF.
034000 3000-EXIT.
034100     EXIT.
042600     CLOSE SCORE-CACHE-FILE.
042700 3200-EXIT.
042800     EXIT.
042900*
043000***************************************************************
043100*    3300-POST-CALENDAR                                        *
043200*    FIND THE OPPONENT WHOSE MASTER ENTRY NAMES THIS DATA-FILE *
043300*    (THE MASTER IS KEYED BY NAME, SO THIS IS A BROWSE) AND    *
043400*    POST THE LOAD TO ITS CALENDAR ENTRY: THE FIRST LOAD OF A  *
043500*    CYCLE SETS THE FIRST LOAD DATE THE LATENESS CHECK USES,   *
043600*    EVERY LOAD REFRESHES THE LATEST DATE AND ROUND COUNT. AN  *
043700*    OPPONENT WITH NO CALENDAR ENTRY GETS ONE WITH DUE DATE 0  *
043800*    (NOT SCHEDULED) SO THE LOAD IS STILL ON RECORD. ANY       *
043900*    FAILURE IS A WARNING - THE LOAD ITSELF ALREADY STANDS.    *
044000***************************************************************
044100 3300-POST-CALENDAR.
044200     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-GUIDE-CALENDAR"
044300     IF ENV-VALUE NOT = SPACES
044400         MOVE ENV-VALUE TO CALENDAR-FILE-NAME
044500     END-IF
044600     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-OPPONENT-MASTER"
044700     IF ENV-VALUE NOT = SPACES
044800         MOVE ENV-VALUE TO OPPONENT-MASTER-NAME
044900     END-IF
045000*
045100     OPEN INPUT OPPONENT-MASTER-FILE
045200     IF OPPONENT-MASTER-STATUS NOT = "00"
045300         DISPLAY "WARNING: OPPONENT-MASTER OPEN FAILED, STATUS="
045400             OPPONENT-MASTER-STATUS
045500         GO TO 3300-EXIT
045600     END-IF
045700     MOVE "N" TO MASTER-FOUND-SWITCH
045800     MOVE "N" TO MASTER-EOF-SWITCH
045900     PERFORM UNTIL MASTER-EOF OR MASTER-FOUND
046000         READ OPPONENT-MASTER-FILE NEXT RECORD
046100             AT END
046200                 SET MASTER-EOF TO TRUE
046300             NOT AT END
046400                 IF OM-DATA-FILE = DATA-FILE-NAME
046500                     SET MASTER-FOUND TO TRUE
046600                 END-IF
046700         END-READ
046800     END-PERFORM
046900     CLOSE OPPONENT-MASTER-FILE
047000     IF NOT MASTER-FOUND
047100         DISPLAY "WARNING: NO OPPONENT ON MASTER FOR "
047200             DATA-FILE-NAME
047300         DISPLAY "WARNING: LOAD NOT POSTED TO GUIDE CALENDAR"
047400         GO TO 3300-EXIT
047500     END-IF
047600*
047700     OPEN I-O CALENDAR-FILE
047800     IF CALENDAR-FILE-STATUS NOT = "00"
047900             AND CALENDAR-FILE-STATUS NOT = "05"
048000         DISPLAY "WARNING: GUIDE-CALENDAR OPEN FAILED, STATUS="
048100             CALENDAR-FILE-STATUS
048200         GO TO 3300-EXIT
048300     END-IF
048400     MOVE OM-OPPONENT-NAME TO GC-OPPONENT-NAME
048500     READ CALENDAR-FILE
048600         INVALID KEY
048700             MOVE SPACES TO GUIDE-CALENDAR-RECORD
048800             MOVE OM-OPPONENT-NAME TO GC-OPPONENT-NAME
048900             MOVE 0 TO GC-DUE-DATE
049000             MOVE CURRENT-DATE-YYYYMMDD TO GC-FIRST-LOAD-DATE
049100             MOVE CURRENT-DATE-YYYYMMDD TO GC-LAST-LOAD-DATE
049200             MOVE LOAD-COUNT TO GC-LOADED-COUNT
049300             MOVE 1 TO GC-LOAD-TIMES
049400             MOVE DATA-FILE-NAME TO GC-DATA-FILE
049500             WRITE GUIDE-CALENDAR-RECORD
049600                 INVALID KEY
049700                     DISPLAY "WARNING: GUIDE-CALENDAR WRITE "
049800                         "FAILED, STATUS=" CALENDAR-FILE-STATUS
049900             END-WRITE
050000         NOT INVALID KEY
050100             IF GC-FIRST-LOAD-DATE = 0
050200                 MOVE CURRENT-DATE-YYYYMMDD
050300                     TO GC-FIRST-LOAD-DATE
050400             END-IF
050500             MOVE CURRENT-DATE-YYYYMMDD TO GC-LAST-LOAD-DATE
050600             MOVE LOAD-COUNT TO GC-LOADED-COUNT
050700             IF GC-LOAD-TIMES < 999
050800                 ADD 1 TO GC-LOAD-TIMES
050900             END-IF
051000             MOVE DATA-FILE-NAME TO GC-DATA-FILE
051100             REWRITE GUIDE-CALENDAR-RECORD
051200                 INVALID KEY
051300                     DISPLAY "WARNING: GUIDE-CALENDAR REWRITE "
051400                         "FAILED, STATUS=" CALENDAR-FILE-STATUS
051500             END-REWRITE
051600     END-READ
051700     CLOSE CALENDAR-FILE.
051800 3300-EXIT.
051900     EXIT.
051910*
051920***************************************************************
051930*    3400-RECORD-FINGERPRINT                                   *
051940*    STAMP THE FINGERPRINT OF THE FILE JUST LOADED AS THIS     *
051950*    DATA-FILE'S LAST SANCTIONED CONTENT. A LOAD REPLACES THE  *
051960*    WHOLE FILE, SO WHATEVER WAS ON RECORD BEFORE IS SIMPLY    *
051970*    OVERWRITTEN. A STAMP FAILURE IS A WARNING - THE LOAD      *
051980*    ITSELF ALREADY STANDS - BUT FPRINT-VERIFY WILL THEN HOLD  *
051990*    THIS DATA-FILE UNTIL IT IS LOADED AGAIN.                  *
051992*    IT RUNS AFTER 3500-CHECK-DUPLICATES: A LOAD THAT FOUND A  *
051994*    DUPLICATE GUIDE IS STAMPED HELD, AND FPRINT-VERIFY STOPS  *
051996*    IT UNTIL A CLEAN RELOAD OR A RELEASE (SEE FPRINTREC.CPY). *
052000***************************************************************
052010 3400-RECORD-FINGERPRINT.
052020     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-FINGERPRINT-FILE"
052030     IF ENV-VALUE NOT = SPACES
052040         MOVE ENV-VALUE TO FINGERPRINT-NAME
052050     END-IF
052060     ACCEPT CURRENT-TIME-HHMMSSCC FROM TIME
052070     OPEN I-O FINGERPRINT-FILE
052080     IF FINGERPRINT-STATUS NOT = "00"
052090             AND FINGERPRINT-STATUS NOT = "05"
052100         DISPLAY "WARNING: FINGERPRINT OPEN FAILED, STATUS="
052110             FINGERPRINT-STATUS
052120         GO TO 3400-EXIT
052130     END-IF
052140     MOVE "N" TO FINGERPRINT-FOUND-SWITCH
052150     MOVE DATA-FILE-NAME TO FP-DATA-FILE
052160     READ FINGERPRINT-FILE
052170         INVALID KEY
052180             CONTINUE
052190         NOT INVALID KEY
052200             SET FINGERPRINT-FOUND TO TRUE
052210     END-READ
052220     MOVE SPACES TO FINGERPRINT-RECORD
052230     MOVE DATA-FILE-NAME TO FP-DATA-FILE
052240     MOVE FINGERPRINT-ROUNDS TO FP-ROUND-COUNT
052250     MOVE FINGERPRINT-HASH TO FP-HASH
052260     MOVE "GUIDE-LOAD" TO FP-WRITTEN-BY
052270     MOVE CURRENT-DATE-YYYYMMDD TO FP-WRITTEN-DATE
052280     MOVE CURRENT-TIME-HHMMSSCC TO FP-WRITTEN-TIME
052290     MOVE CURRENT-DATE-YYYYMMDD TO FP-LAST-MATCH-DATE
052295     MOVE 0 TO FP-HOLD-DATE
052300     MOVE 0 TO FP-LAST-CHECK-DATE
052302     IF DUPLICATE-COUNT > 0
052304         SET FP-HELD TO TRUE
052306         MOVE CURRENT-DATE-YYYYMMDD TO FP-HOLD-DATE
052308     END-IF
052310     IF FINGERPRINT-FOUND
052320         REWRITE FINGERPRINT-RECORD
052330             INVALID KEY
052340                 DISPLAY "WARNING: FINGERPRINT REWRITE FAILED, "
052350                     "STATUS=" FINGERPRINT-STATUS
052360         END-REWRITE
052370     ELSE
052380         WRITE FINGERPRINT-RECORD
052390             INVALID KEY
052400                 DISPLAY "WARNING: FINGERPRINT WRITE FAILED, "
052410                     "STATUS=" FINGERPRINT-STATUS
052420         END-WRITE
052430     END-IF
052440     CLOSE FINGERPRINT-FILE.
052450 3400-EXIT.
052460     EXIT.
052470*
052480***************************************************************
052490*    3500-CHECK-DUPLICATES                                     *
052500*    COMPARE THE GUIDE JUST LOADED, ROUND BY ROUND, AGAINST    *
052510*    THIS DATA-FILE'S PREVIOUS LOAD AND AGAINST THE DATA-FILE  *
052520*    OF EVERY OTHER OPPONENT ON THE MASTER - RETIRED ONES      *
052530*    INCLUDED, SINCE AN OLD GUIDE IS AS EASY TO COPY AS A LIVE *
052540*    ONE. EACH PAIR AT OR ABOVE THE THRESHOLD PERCENT GOES TO  *
052550*    THE DUPLICATE GUIDE REPORT. DATA-FILE-NAME IS BORROWED TO *
052560*    OPEN EACH OTHER FILE AND PUT BACK AFTERWARDS. A MASTER    *
052570*    THAT WILL NOT OPEN ONLY LOSES THE CROSS-OPPONENT CHECK.   *
052580***************************************************************
052590 3500-CHECK-DUPLICATES.
052600     MOVE DATA-FILE-NAME TO LOADED-FILE-NAME
052610     MOVE "NOT ON MASTER" TO SELF-NAME
052620     MOVE SPACES TO SELF-DIVISION
052630     IF LOAD-COUNT > 9999
052640         DISPLAY "WARNING: ONLY THE FIRST 9999 ROUNDS ARE "
052650             "CHECKED FOR DUPLICATES"
052660     END-IF
052670     PERFORM 3510-WRITE-HEADINGS THRU 3510-EXIT
052680*
052690     MOVE "N" TO MASTER-OPEN-SWITCH
052700     OPEN INPUT OPPONENT-MASTER-FILE
052710     IF OPPONENT-MASTER-STATUS = "00"
052720         SET MASTER-OPEN TO TRUE
052730         PERFORM 3520-FIND-SELF THRU 3520-EXIT
052740     ELSE
052750         DISPLAY "WARNING: OPPONENT-MASTER OPEN FAILED, STATUS="
052760             OPPONENT-MASTER-STATUS
052770         DISPLAY "WARNING: NO CROSS-OPPONENT DUPLICATE CHECK"
052780     END-IF
052790*
052800     IF PREVIOUS-LOAD-FOUND
052810         MOVE SELF-NAME TO OTHER-NAME
052820         MOVE SELF-DIVISION TO OTHER-DIVISION
052830         MOVE "PREV LOAD" TO OTHER-SOURCE
052840         PERFORM 8100-COMPARE-TABLES THRU 8100-EXIT
052850         PERFORM 3540-REPORT-PAIR THRU 3540-EXIT
052860     END-IF
052870*
052880     IF MASTER-OPEN
052890         MOVE LOW-VALUES TO OM-OPPONENT-NAME
052900         MOVE "N" TO MASTER-EOF-SWITCH
052910         START OPPONENT-MASTER-FILE
052920                 KEY IS NOT LESS THAN OM-OPPONENT-NAME
052930             INVALID KEY
052940                 SET MASTER-EOF TO TRUE
052950         END-START
052960         PERFORM UNTIL MASTER-EOF
052970             READ OPPONENT-MASTER-FILE NEXT RECORD
052980                 AT END
052990                     SET MASTER-EOF TO TRUE
053000                 NOT AT END
053010                     PERFORM 3530-CHECK-ONE-OPPONENT
053020                         THRU 3530-EXIT
053030             END-READ
053040         END-PERFORM
053050         CLOSE OPPONENT-MASTER-FILE
053060     END-IF
053070     MOVE LOADED-FILE-NAME TO DATA-FILE-NAME
053080     CLOSE DUPLICATE-REPORT-FILE.
053090 3500-EXIT.
053100     EXIT.
053110*
053120***************************************************************
053130*    3510-WRITE-HEADINGS                                       *
053140***************************************************************
053150 3510-WRITE-HEADINGS.
053160     MOVE SPACES TO DUPLICATE-HEADER-LINE
053170     STRING "DUPLICATE GUIDE REPORT " DELIMITED BY SIZE
053180             CURRENT-DATE-YYYYMMDD DELIMITED BY SIZE
053190             " DATA FILE " DELIMITED BY SIZE
053200             LOADED-FILE-NAME DELIMITED BY SPACE
053210             " THRESHOLD " DELIMITED BY SIZE
053220             DUPLICATE-THRESHOLD DELIMITED BY SIZE
053230             "%" DELIMITED BY SIZE
053240         INTO DUPLICATE-HEADER-LINE
053250     WRITE DUPLICATE-HEADER-LINE
053260     MOVE SPACES TO DUPLICATE-HEADER-LINE
053270     MOVE "OPPONENT" TO DUPLICATE-HEADER-LINE(1:8)
053280     MOVE "DIVISION" TO DUPLICATE-HEADER-LINE(22:8)
053290     MOVE "MATCHES" TO DUPLICATE-HEADER-LINE(33:7)
053300     MOVE "DIVISION" TO DUPLICATE-HEADER-LINE(54:8)
053310     MOVE "SOURCE" TO DUPLICATE-HEADER-LINE(65:6)
053320     MOVE "PCT" TO DUPLICATE-HEADER-LINE(77:3)
053330     MOVE "MATCH" TO DUPLICATE-HEADER-LINE(81:5)
053340     MOVE "TOTAL" TO DUPLICATE-HEADER-LINE(87:5)
053350     MOVE "RUN" TO DUPLICATE-HEADER-LINE(93:3)
053360     WRITE DUPLICATE-HEADER-LINE.
053370 3510-EXIT.
053380     EXIT.
053390*
053400***************************************************************
053410*    3520-FIND-SELF                                            *
053420*    NAME THE OPPONENT WHOSE MASTER ENTRY NAMES THE DATA-FILE  *
053430*    JUST LOADED, FOR THE REPORT. LEFT AS "NOT ON MASTER" IF   *
053440*    NONE DOES.                                                *
053450***************************************************************
053460 3520-FIND-SELF.
053470     MOVE "N" TO MASTER-FOUND-SWITCH
053480     MOVE "N" TO MASTER-EOF-SWITCH
053490     PERFORM UNTIL MASTER-EOF OR MASTER-FOUND
053500         READ OPPONENT-MASTER-FILE NEXT RECORD
053510             AT END
053520                 SET MASTER-EOF TO TRUE
053530             NOT AT END
053540                 IF OM-DATA-FILE = LOADED-FILE-NAME
053550                     SET MASTER-FOUND TO TRUE
053560                     MOVE OM-OPPONENT-NAME TO SELF-NAME
053570                     MOVE OM-DIVISION TO SELF-DIVISION
053580                 END-IF
053590         END-READ
053600     END-PERFORM.
053610 3520-EXIT.
053620     EXIT.
053630*
053640***************************************************************
053650*    3530-CHECK-ONE-OPPONENT                                   *
053660*    LOAD ANOTHER OPPONENT'S DATA-FILE INTO THE COMPARE TABLE  *
053670*    AND MEASURE IT AGAINST THE NEW GUIDE. A DATA-FILE THAT    *
053680*    WILL NOT OPEN IS SKIPPED WITH A WARNING.                  *
053690***************************************************************
053700 3530-CHECK-ONE-OPPONENT.
053710     IF OM-DATA-FILE = LOADED-FILE-NAME OR OM-DATA-FILE = SPACES
053720         GO TO 3530-EXIT
053730     END-IF
053740     MOVE OM-DATA-FILE TO DATA-FILE-NAME
053750     OPEN INPUT DATA-FILE
053760     IF DATA-FILE-STATUS NOT = "00"
053770         DISPLAY "WARNING: NO DUPLICATE CHECK AGAINST "
053780             OM-OPPONENT-NAME " STATUS=" DATA-FILE-STATUS
053790         GO TO 3530-EXIT
053800     END-IF
053810     PERFORM 8000-LOAD-COMPARE-TABLE THRU 8000-EXIT
053820     CLOSE DATA-FILE
053830     MOVE OM-OPPONENT-NAME TO OTHER-NAME
053840     MOVE OM-DIVISION TO OTHER-DIVISION
053850     MOVE "OPPONENT" TO OTHER-SOURCE
053860     PERFORM 8100-COMPARE-TABLES THRU 8100-EXIT
053870     PERFORM 3540-REPORT-PAIR THRU 3540-EXIT.
053880 3530-EXIT.
053890     EXIT.
053900*
053910***************************************************************
053920*    3540-REPORT-PAIR                                          *
053930*    A PAIR AT OR ABOVE THE THRESHOLD IS A SUSPECTED DUPLICATE *
053940*    - ONTO THE REPORT AND THE JOB LOG WITH IT.                *
053950***************************************************************
053960 3540-REPORT-PAIR.
053970     ADD 1 TO PAIRS-CHECKED
053980     IF MATCH-PERCENT < DUPLICATE-THRESHOLD
053990         GO TO 3540-EXIT
054000     END-IF
054010     ADD 1 TO DUPLICATE-COUNT
054020     MOVE SPACES TO DUPLICATE-REPORT-LINE
054030     MOVE SELF-NAME TO DG-OPPONENT-NAME
054040     MOVE SELF-DIVISION TO DG-DIVISION
054050     MOVE OTHER-NAME TO DG-OTHER-NAME
054060     MOVE OTHER-DIVISION TO DG-OTHER-DIVISION
054070     MOVE OTHER-SOURCE TO DG-SOURCE
054080     MOVE MATCH-PERCENT TO DG-MATCH-PERCENT
054090     MOVE MATCH-COUNT TO DG-MATCHED-ROUNDS
054100     MOVE COMPARE-BASE TO DG-COMPARED-ROUNDS
054110     MOVE LONGEST-RUN TO DG-LONGEST-RUN
054120     WRITE DUPLICATE-REPORT-LINE
054130     DISPLAY "WARNING: DUPLICATE GUIDE " SELF-NAME " MATCHES "
054140         OTHER-NAME " (" OTHER-SOURCE ") " DG-MATCH-PERCENT "%".
054150 3540-EXIT.
054160     EXIT.
054170*
054180***************************************************************
054190*    8000-LOAD-COMPARE-TABLE                                   *
054200*    READ THE OPEN DATA-FILE IN KEY ORDER INTO THE COMPARE     *
054210*    TABLE, EACH ROUND AT ITS OWN ROUND-NUMBER, SO A GAP IN    *
054220*    ONE FILE DOES NOT SHIFT THE REST OF IT OUT OF STEP.       *
054230*    ROUNDS BEYOND 9999 ARE NOT COMPARED.                      *
054240***************************************************************
054250 8000-LOAD-COMPARE-TABLE.
054260     MOVE SPACES TO COMPARE-GUIDE-TABLE
054270     MOVE 0 TO COMPARE-ROUNDS
054280     MOVE 0 TO COMPARE-HIGH
054290     MOVE "N" TO COMPARE-EOF-SWITCH
054300     PERFORM UNTIL COMPARE-EOF
054310         READ DATA-FILE NEXT RECORD
054320             AT END
054330                 SET COMPARE-EOF TO TRUE
054340             NOT AT END
054350                 IF ROUND-NUMBER OF ROUND-RECORD > 0
054360                         AND ROUND-NUMBER OF ROUND-RECORD
054370                             NOT > 9999
054380                     MOVE ROUND-NUMBER OF ROUND-RECORD
054390                         TO COMPARE-IDX
054400                     MOVE OPPONENT-CHOICE OF ROUND-RECORD
054410                         TO CG-OPPONENT-CHOICE(COMPARE-IDX)
054420                     MOVE MY-CHOICE OF ROUND-RECORD
054430                         TO CG-MY-CHOICE(COMPARE-IDX)
054440                     ADD 1 TO COMPARE-ROUNDS
054450                     IF COMPARE-IDX > COMPARE-HIGH
054460                         MOVE COMPARE-IDX TO COMPARE-HIGH
054470                     END-IF
054480                 END-IF
054490         END-READ
054500     END-PERFORM.
054510 8000-EXIT.
054520     EXIT.
054530*
054540***************************************************************
054550*    8100-COMPARE-TABLES                                       *
054560*    A ROUND MATCHES WHEN BOTH GUIDES HOLD THE SAME PAIR OF    *
054570*    CHOICES AT THE SAME ROUND-NUMBER. THE PERCENT IS TAKEN    *
054580*    OVER THE LONGER OF THE TWO GUIDES, SO A SHORT GUIDE       *
054590*    LIFTED WHOLE FROM A LONG ONE IS NOT A 100% MATCH. THE     *
054600*    LONGEST RUN IS THE MOST CONSECUTIVE MATCHING ROUNDS.      *
054610***************************************************************
054620 8100-COMPARE-TABLES.
054630     MOVE 0 TO MATCH-COUNT
054640     MOVE 0 TO CURRENT-RUN
054650     MOVE 0 TO LONGEST-RUN
054660     MOVE NEW-ROUNDS TO COMPARE-LIMIT
054670     IF COMPARE-HIGH > COMPARE-LIMIT
054680         MOVE COMPARE-HIGH TO COMPARE-LIMIT
054690     END-IF
054700     MOVE NEW-ROUNDS TO COMPARE-BASE
054710     IF COMPARE-ROUNDS > COMPARE-BASE
054720         MOVE COMPARE-ROUNDS TO COMPARE-BASE
054730     END-IF
054740     PERFORM VARYING COMPARE-IDX FROM 1 BY 1
054750             UNTIL COMPARE-IDX > COMPARE-LIMIT
054760         IF NG-ENTRY(COMPARE-IDX) NOT = SPACES
054770                 AND NG-ENTRY(COMPARE-IDX) = CG-ENTRY(COMPARE-IDX)
054780             ADD 1 TO MATCH-COUNT
054790             ADD 1 TO CURRENT-RUN
054800             IF CURRENT-RUN > LONGEST-RUN
054810                 MOVE CURRENT-RUN TO LONGEST-RUN
054820             END-IF
054830         ELSE
054840             MOVE 0 TO CURRENT-RUN
054850         END-IF
054860     END-PERFORM
054870     IF COMPARE-BASE = 0
054880         MOVE 0 TO MATCH-PERCENT
054890     ELSE
054900         COMPUTE MATCH-PERCENT ROUNDED =
054910             MATCH-COUNT * 100 / COMPARE-BASE
054920     END-IF.
054930 8100-EXIT.
054940     EXIT.
054950*
054960***************************************************************
054970*    8900-READ-PROCESSING-DATE                                 *
054980*    THE RUN DATE IS THE SHOP PROCESSING DATE ON THE CONTROL   *
054990*    RECORD (SEE PROCDATEREC.CPY), NOT THE SYSTEM CLOCK - ONLY *
055000*    DATE-ROLL MOVES IT ON. NO CONTROL RECORD, OR NO VALID     *
055010*    DATE ON IT, IS FATAL.                                     *
055020***************************************************************
055030 8900-READ-PROCESSING-DATE.
055040     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-PROCESSING-DATE-FILE"
055050     IF ENV-VALUE NOT = SPACES
055060         MOVE ENV-VALUE TO PROCESSING-DATE-NAME
055070     END-IF
055080     OPEN INPUT PROCESSING-DATE-FILE
055090     IF PROCESSING-DATE-STATUS NOT = "00"
055100         DISPLAY "FATAL: OPEN INPUT PROCESSING-DATE-FILE, STATUS="
055110             PROCESSING-DATE-STATUS
055120         MOVE 16 TO RETURN-CODE
055130         STOP RUN
055140     END-IF
055150     READ PROCESSING-DATE-FILE
055160         AT END
055170             MOVE SPACES TO PROCESSING-DATE-RECORD
055180     END-READ
055190     CLOSE PROCESSING-DATE-FILE
055200     IF PD-PROCESSING-DATE NOT NUMERIC
055210             OR PD-PROCESSING-DATE = 0
055220         DISPLAY "FATAL: NO PROCESSING DATE ON "
055230             PROCESSING-DATE-NAME
055240         MOVE 16 TO RETURN-CODE
055250         STOP RUN
055260     END-IF
055270     MOVE PD-PROCESSING-DATE TO CURRENT-DATE-YYYYMMDD.
055280 8900-EXIT.
055290     EXIT.
