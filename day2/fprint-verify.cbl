000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     Aoc2022Day2FprintVerify.
000300 AUTHOR.         GDWR.
000400 INSTALLATION.   AOC2022 SCORING SHOP.
000500 DATE-WRITTEN.   10-15-26.
000600 DATE-COMPILED.  10-15-26.
000700*
000800***************************************************************
000900*    DATA-FILE TAMPER CHECK.                                   *
001000*    RECOMPUTES AN OPPONENT'S DATA-FILE CONTENT FINGERPRINT -  *
001100*    ROUND COUNT PLUS THE ROLLING HASH OVER EVERY ROUND-RECORD *
001200*    IMAGE (SEE FPRINTREC.CPY) - AND HOLDS IT AGAINST THE LAST *
001300*    STAMP A SANCTIONED WRITER LEFT (GUIDE-LOAD, OR ROUND-     *
001400*    MAINT / SUSPENSE-REPAIR IN APPLY MODE). SEQ-CHECK ONLY    *
001500*    SEES KEY GAPS AND THE SCORE-CACHE FLAG ONLY SEES OUR OWN  *
001600*    PROGRAMS; THIS CATCHES A STRAY FILE-RELOAD OR A HAND      *
001700*    EDIT. RUNS IN THE JOB STREAM AHEAD OF MAIN:               *
001800*        MATCH    - LAST-MATCH DATE ADVANCED, RETURN-CODE 0    *
001900*        MISMATCH - EXCEPTION LINE, RETURN-CODE 12, SO THE     *
002000*                   CHAIN STOPS BEFORE THIS OPPONENT IS SCORED *
002100*        NO STAMP - EXCEPTION LINE, RETURN-CODE 12             *
002110*        HELD     - EXCEPTION LINE, RETURN-CODE 12, WHILE THE  *
002120*                   GUIDE-LOAD DUPLICATE-GUIDE HOLD STANDS     *
002200*    EVERY OUTCOME IS RECORDED ON THE FINGERPRINT RECORD'S     *
002300*    LAST-CHECK FIELDS. THE EXCEPTION LINE SHOWS BOTH COUNTS   *
002400*    AND HASHES, WHICH PROGRAM STAMPED THE FILE AND WHEN, AND  *
002500*    THE LAST DATE IT WAS KNOWN TO MATCH.                      *
002600*                                                               *
002700*    DAY2-FPRINT-ENROL=Y ADOPTS THE FILE AS IT STANDS WHEN IT  *
002800*    HAS NO STAMP AT ALL (A DATA-FILE LOADED BEFORE STAMPING   *
002900*    EXISTED) - LOGGED AS ENROLLED ON THE EXCEPTION REPORT,    *
003000*    RETURN-CODE 0, SO THE JOB STREAM'S FIRST NIGHT CAN RUN    *
003100*    WITH IT SET. IT NEVER OVERRIDES A MISMATCH OR A HOLD; A   *
003110*    MISMATCHED FILE HAS TO BE RELOADED THROUGH GUIDE-LOAD.    *
003120*                                                               *
003130*    DAY2-FPRINT-RELEASE=Y CLEARS A DUPLICATE-GUIDE HOLD ONCE  *
003140*    THE DESK HAS CLEARED THE DUPLICATE - ONLY WHILE THE FILE  *
003150*    STILL MATCHES ITS STAMP. THE HOLD IS KEPT AS RELEASED,    *
003160*    DATED, AND LOGGED; THE CHECK THEN GOES ON AS A MATCH.     *
003200*                                                               *
003300*    MODIFICATION HISTORY                                      *
003400*    -------------------                                       *
003500*    10-15-26  GDWR  ORIGINAL.                                  *
003510*    10-15-26  GDWR  THE RUN DATE NOW COMES FROM THE SHOP       *
003520*                    PROCESSING-DATE CONTROL RECORD (SEE        *
003530*                    PROCDATEREC.CPY) INSTEAD OF THE SYSTEM     *
003540*                    CLOCK, SO A NIGHT THAT RUNS PAST MIDNIGHT  *
003550*                    KEEPS ONE DATE.                            *
003555*    10-15-26  GDWR  A DUPLICATE-GUIDE HOLD LEFT BY GUIDE-LOAD  *
003560*                    NOW STOPS THE FILE (HELD, RETURN-CODE 12)  *
003565*                    UNTIL A CLEAN RELOAD OR A RELEASE UNDER    *
003570*                    DAY2-FPRINT-RELEASE=Y. ENROLMENT NOW ENDS  *
003575*                    WITH RETURN-CODE 0.                        *
003600***************************************************************
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000*
004100     SELECT DATA-FILE ASSIGN TO DATA-FILE-NAME
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS ROUND-NUMBER OF ROUND-RECORD
004500         FILE STATUS IS DATA-FILE-STATUS.
004600*
004700     SELECT OPTIONAL FINGERPRINT-FILE ASSIGN TO
004800         FINGERPRINT-NAME
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS FP-DATA-FILE
005200         FILE STATUS IS FINGERPRINT-STATUS.
005300*
005400     SELECT EXCEPTION-FILE ASSIGN TO EXCEPTION-FILE-NAME
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS EXCEPTION-FILE-STATUS.
005700*
005710     SELECT PROCESSING-DATE-FILE ASSIGN TO
005720         PROCESSING-DATE-NAME
005730         ORGANIZATION IS LINE SEQUENTIAL
005740         FILE STATUS IS PROCESSING-DATE-STATUS.
005750*
005800 DATA DIVISION.
005900 FILE SECTION.
006000*
006100 FD  DATA-FILE.
006200     COPY ROUNDREC.
006300*
006400 FD  FINGERPRINT-FILE.
006500     COPY FPRINTREC.
006600*
006700 FD  EXCEPTION-FILE.
006800 01  EXCEPTION-LINE.
006900     05  FX-RESULT               PIC X(10).
007000     05  FILLER                  PIC X(01) VALUE SPACE.
007100     05  FX-STAMP-ROUNDS         PIC 9(05).
007200     05  FILLER                  PIC X(01) VALUE SPACE.
007300     05  FX-FILE-ROUNDS          PIC 9(05).
007400     05  FILLER                  PIC X(01) VALUE SPACE.
007500     05  FX-STAMP-HASH           PIC 9(15).
007600     05  FILLER                  PIC X(01) VALUE SPACE.
007700     05  FX-FILE-HASH            PIC 9(15).
007800     05  FILLER                  PIC X(01) VALUE SPACE.
007900     05  FX-WRITTEN-BY           PIC X(16).
008000     05  FILLER                  PIC X(01) VALUE SPACE.
008100     05  FX-WRITTEN-DATE         PIC 9(08).
008200     05  FILLER                  PIC X(01) VALUE SPACE.
008300     05  FX-LAST-MATCH-DATE      PIC 9(08).
008400 01  EXCEPTION-HEADER-LINE       PIC X(100).
008500*
008510 FD  PROCESSING-DATE-FILE.
008520     COPY PROCDATEREC.
008530*
008600 WORKING-STORAGE SECTION.
008700*
008800 77  DATA-FILE-NAME              PIC X(80) VALUE "./data".
008900 77  FINGERPRINT-NAME            PIC X(80)
009000     VALUE "./fprint.dat".
009100 77  EXCEPTION-FILE-NAME         PIC X(80) VALUE SPACES.
009200 77  RUN-ID                      PIC X(80) VALUE SPACES.
009210 77  PROCESSING-DATE-NAME        PIC X(80)
009220     VALUE "./procdate.dat".
009300 77  ENV-VALUE                   PIC X(80).
009400*
009500 77  DATA-FILE-STATUS            PIC X(02) VALUE SPACES.
009600 77  FINGERPRINT-STATUS          PIC X(02) VALUE SPACES.
009700 77  EXCEPTION-FILE-STATUS       PIC X(02) VALUE SPACES.
009710 77  PROCESSING-DATE-STATUS      PIC X(02) VALUE SPACES.
009800*
009900 77  END-OF-FILE-SWITCH          PIC X(01) VALUE "N".
010000     88  END-OF-FILE                       VALUE "Y".
010100 77  ENROL-SWITCH                PIC X(01) VALUE "N".
010200     88  ENROL-ALLOWED                     VALUE "Y".
010210 77  RELEASE-SWITCH              PIC X(01) VALUE "N".
010220     88  RELEASE-ALLOWED                   VALUE "Y".
010300*
010400 77  CHECK-RESULT                PIC X(10) VALUE SPACES.
010500 77  SCAN-IDX                    PIC 9(03) COMP VALUE 0.
010600 77  CURRENT-DATE-YYYYMMDD       PIC 9(08) VALUE 0.
010700 77  CURRENT-TIME-HHMMSSCC       PIC 9(08) VALUE 0.
010800*
010900 77  FINGERPRINT-ROUNDS          PIC 9(05) VALUE 0.
011000 77  FINGERPRINT-HASH            PIC 9(15) VALUE 0.
011100 01  FINGERPRINT-WORK.
011200     05  FW-IMAGE                PIC X(08).
011300     05  FW-IMAGE-BYTES REDEFINES FW-IMAGE.
011400         10  FW-IMAGE-BYTE       PIC X(01) OCCURS 8 TIMES.
011500     05  FW-BYTE-VALUE           PIC 9(04) COMP.
011600     05  FW-BYTE-PAIR REDEFINES FW-BYTE-VALUE.
011700         10  FILLER              PIC X(01).
011800         10  FW-BYTE-LOW         PIC X(01).
011900     05  FW-RECORD-VALUE         PIC 9(15).
012000     05  FW-HASH-WORK            PIC 9(18).
012100     05  FW-HASH-QUOTIENT        PIC 9(04).
012200     05  FW-SUB                  PIC 9(02) COMP.
012300*
012400 PROCEDURE DIVISION.
012500*
012600***************************************************************
012700*    0000-MAINLINE                                             *
012800***************************************************************
012900 0000-MAINLINE.
013000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013100     PERFORM 2000-COMPUTE-FINGERPRINT THRU 2000-EXIT
013200     PERFORM 3000-CHECK-FINGERPRINT THRU 3000-EXIT
013300     PERFORM 4000-FINALIZE THRU 4000-EXIT
013400     STOP RUN.
013500*
013600***************************************************************
013700*    1000-INITIALIZE                                           *
013800*    PULL RUN PARAMETERS FROM THE ENVIRONMENT, DERIVE THE       *
013900*    EXCEPTIONS-FILE NAME FROM THE DATA-FILE NAME (SAME         *
014000*    RUN-ID SCHEME AS MAIN.CBL), OPEN THE FILES AND HEAD THE    *
014100*    REPORT.                                                    *
014200***************************************************************
014300 1000-INITIALIZE.
014400     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-DATA-FILE"
014500     IF ENV-VALUE NOT = SPACES
014600         MOVE ENV-VALUE TO DATA-FILE-NAME
014700     END-IF
014800*
014900     PERFORM 1010-BUILD-RUN-ID THRU 1010-EXIT
015000     STRING "./fpexc-" DELIMITED BY SIZE
015100             RUN-ID DELIMITED BY SPACE
015200             ".txt" DELIMITED BY SIZE
015300         INTO EXCEPTION-FILE-NAME
015400*
015500     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-FPRINT-EXCEPTIONS"
015600     IF ENV-VALUE NOT = SPACES
015700         MOVE ENV-VALUE TO EXCEPTION-FILE-NAME
015800     END-IF
015900*
016000     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-FINGERPRINT-FILE"
016100     IF ENV-VALUE NOT = SPACES
016200         MOVE ENV-VALUE TO FINGERPRINT-NAME
016300     END-IF
016400*
016500     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-FPRINT-ENROL"
016600     IF ENV-VALUE = "Y"
016700         SET ENROL-ALLOWED TO TRUE
016800     END-IF
016810*
016820     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-FPRINT-RELEASE"
016830     IF ENV-VALUE = "Y"
016840         SET RELEASE-ALLOWED TO TRUE
016850     END-IF
016900*
016910     PERFORM 8900-READ-PROCESSING-DATE THRU 8900-EXIT
017100     ACCEPT CURRENT-TIME-HHMMSSCC FROM TIME
017200*
017300     OPEN INPUT DATA-FILE
017400     IF DATA-FILE-STATUS NOT = "00"
017500         DISPLAY "FATAL: OPEN INPUT DATA-FILE FAILED, STATUS="
017600             DATA-FILE-STATUS
017700         MOVE 16 TO RETURN-CODE
017800         STOP RUN
017900     END-IF
018000     OPEN I-O FINGERPRINT-FILE
018100     IF FINGERPRINT-STATUS NOT = "00"
018200             AND FINGERPRINT-STATUS NOT = "05"
018300         DISPLAY "FATAL: OPEN I-O FINGERPRINT-FILE, STATUS="
018400             FINGERPRINT-STATUS
018500         MOVE 16 TO RETURN-CODE
018600         STOP RUN
018700     END-IF
018800     OPEN OUTPUT EXCEPTION-FILE
018900     IF EXCEPTION-FILE-STATUS NOT = "00"
019000         DISPLAY "FATAL: OPEN OUTPUT EXCEPTION-FILE, STATUS="
019100             EXCEPTION-FILE-STATUS
019200         MOVE 16 TO RETURN-CODE
019300         STOP RUN
019400     END-IF
019500*
019600     MOVE SPACES TO EXCEPTION-HEADER-LINE
019700     STRING "DATA-FILE FINGERPRINT CHECK OF " DELIMITED BY SIZE
019800             CURRENT-DATE-YYYYMMDD DELIMITED BY SIZE
019900             " FOR " DELIMITED BY SIZE
020000             DATA-FILE-NAME DELIMITED BY SPACE
020100         INTO EXCEPTION-HEADER-LINE
020200     WRITE EXCEPTION-HEADER-LINE
020300     MOVE SPACES TO EXCEPTION-HEADER-LINE
020400     MOVE "RESULT     STAMP  FILE STAMP HASH      "
020500         TO EXCEPTION-HEADER-LINE(1:39)
020600     MOVE "FILE HASH       STAMPED BY       ON       "
020700         TO EXCEPTION-HEADER-LINE(40:42)
020800     MOVE "LAST MATCH"
020900         TO EXCEPTION-HEADER-LINE(82:10)
021000     WRITE EXCEPTION-HEADER-LINE.
021100 1000-EXIT.
021200     EXIT.
021300*
021400***************************************************************
021500*    1010-BUILD-RUN-ID                                         *
021600*    SAME SCHEME AS MAIN.CBL: THE WHOLE DATA-FILE NAME WITH     *
021700*    EVERY "/" TURNED INTO "_".                                 *
021800***************************************************************
021900 1010-BUILD-RUN-ID.
022000     MOVE DATA-FILE-NAME TO RUN-ID
022100     PERFORM VARYING SCAN-IDX FROM 1 BY 1 UNTIL SCAN-IDX > 80
022200         IF RUN-ID(SCAN-IDX:1) = "/"
022300             MOVE "_" TO RUN-ID(SCAN-IDX:1)
022400         END-IF
022500     END-PERFORM.
022600 1010-EXIT.
022700     EXIT.
022800*
022900***************************************************************
023000*    2000-COMPUTE-FINGERPRINT                                  *
023100*    READ THE FILE IN ROUND-NUMBER ORDER, FOLDING EVERY ROUND   *
023200*    INTO THE COUNT AND HASH.                                   *
023300***************************************************************
023400 2000-COMPUTE-FINGERPRINT.
023500     PERFORM UNTIL END-OF-FILE
023600         READ DATA-FILE NEXT RECORD
023700             AT END
023800                 SET END-OF-FILE TO TRUE
023900             NOT AT END
024000                 PERFORM 2100-HASH-ROUND THRU 2100-EXIT
024100         END-READ
024200     END-PERFORM.
024300 2000-EXIT.
024400     EXIT.
024500*
024600***************************************************************
024700*    2100-HASH-ROUND                                           *
024800*    FOLD ONE ROUND-RECORD IMAGE INTO THE FINGERPRINT - SAME   *
024900*    ARITHMETIC EVERY SANCTIONED WRITER USES. EACH BYTE'S CODE *
025000*    IS PICKED UP THROUGH THE LOW BYTE OF A BINARY HALFWORD.   *
025100***************************************************************
025200 2100-HASH-ROUND.
025300     MOVE ROUND-RECORD TO FW-IMAGE
025400     MOVE 0 TO FW-RECORD-VALUE
025500     PERFORM VARYING FW-SUB FROM 1 BY 1 UNTIL FW-SUB > 8
025600         MOVE 0 TO FW-BYTE-VALUE
025700         MOVE FW-IMAGE-BYTE(FW-SUB) TO FW-BYTE-LOW
025800         COMPUTE FW-RECORD-VALUE = FW-RECORD-VALUE * 31
025900             + FW-BYTE-VALUE
026000     END-PERFORM
026100     COMPUTE FW-HASH-WORK = FINGERPRINT-HASH * 31
026200         + FW-RECORD-VALUE
026300     DIVIDE FW-HASH-WORK BY 1000000000000000
026400         GIVING FW-HASH-QUOTIENT REMAINDER FINGERPRINT-HASH
026500     ADD 1 TO FINGERPRINT-ROUNDS.
026600 2100-EXIT.
026700     EXIT.
026800*
026900***************************************************************
027000*    3000-CHECK-FINGERPRINT                                    *
027100*    LOOK UP THE LAST SANCTIONED STAMP AND DISPATCH ON THE      *
027200*    OUTCOME.                                                   *
027300***************************************************************
027400 3000-CHECK-FINGERPRINT.
027500     MOVE DATA-FILE-NAME TO FP-DATA-FILE
027600     READ FINGERPRINT-FILE
027700         INVALID KEY
027800             PERFORM 3100-NO-STAMP THRU 3100-EXIT
027900             GO TO 3000-EXIT
028000     END-READ
028100     IF FP-ROUND-COUNT = FINGERPRINT-ROUNDS
028200             AND FP-HASH = FINGERPRINT-HASH
028210         IF FP-HELD AND RELEASE-ALLOWED
028220             PERFORM 3500-RELEASE-HOLD THRU 3500-EXIT
028230         END-IF
028240         IF FP-HELD
028250             PERFORM 3400-RECORD-HELD THRU 3400-EXIT
028260         ELSE
028300             PERFORM 3200-RECORD-MATCH THRU 3200-EXIT
028310         END-IF
028400     ELSE
028500         PERFORM 3300-RECORD-MISMATCH THRU 3300-EXIT
028600     END-IF.
028700 3000-EXIT.
028800     EXIT.
028900*
029000***************************************************************
029100*    3100-NO-STAMP                                             *
029200*    NO SANCTIONED WRITER HAS EVER STAMPED THIS DATA-FILE.     *
029300*    UNDER DAY2-FPRINT-ENROL=Y THE FILE AS IT STANDS BECOMES   *
029400*    THE STAMP; OTHERWISE IT IS HELD LIKE A MISMATCH.          *
029500***************************************************************
029600 3100-NO-STAMP.
029700     MOVE SPACES TO FINGERPRINT-RECORD
029800     MOVE DATA-FILE-NAME TO FP-DATA-FILE
029900     MOVE 0 TO FP-ROUND-COUNT
030000     MOVE 0 TO FP-HASH
030100     MOVE 0 TO FP-WRITTEN-DATE
030200     MOVE 0 TO FP-WRITTEN-TIME
030300     MOVE 0 TO FP-LAST-MATCH-DATE
030400     MOVE 0 TO FP-LAST-CHECK-DATE
030410     MOVE 0 TO FP-HOLD-DATE
030500     IF NOT ENROL-ALLOWED
030600         MOVE "NO STAMP" TO CHECK-RESULT
030700         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
030800         DISPLAY "DATA-FILE HAS NO SANCTIONED FINGERPRINT"
030900         MOVE 12 TO RETURN-CODE
031000         GO TO 3100-EXIT
031100     END-IF
031200*
031300     MOVE FINGERPRINT-ROUNDS TO FP-ROUND-COUNT
031400     MOVE FINGERPRINT-HASH TO FP-HASH
031500     MOVE "FPRINT-VERIFY" TO FP-WRITTEN-BY
031600     MOVE CURRENT-DATE-YYYYMMDD TO FP-WRITTEN-DATE
031700     MOVE CURRENT-TIME-HHMMSSCC TO FP-WRITTEN-TIME
031800     MOVE CURRENT-DATE-YYYYMMDD TO FP-LAST-MATCH-DATE
031900     MOVE CURRENT-DATE-YYYYMMDD TO FP-LAST-CHECK-DATE
032000     SET FP-LAST-MATCHED TO TRUE
032100     WRITE FINGERPRINT-RECORD
032200         INVALID KEY
032300             DISPLAY "FATAL: FINGERPRINT WRITE FAILED, STATUS="
032400                 FINGERPRINT-STATUS
032500             MOVE 16 TO RETURN-CODE
032600             STOP RUN
032700     END-WRITE
032800     MOVE "ENROLLED" TO CHECK-RESULT
032900     PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
033000     DISPLAY "DATA-FILE ENROLLED AS IT STANDS".
033200 3100-EXIT.
033300     EXIT.
033400*
033500***************************************************************
033600*    3200-RECORD-MATCH                                         *
033700*    THE FILE IS EXACTLY WHAT ITS LAST SANCTIONED WRITER LEFT. *
033800***************************************************************
033900 3200-RECORD-MATCH.
034000     MOVE "MATCH" TO CHECK-RESULT
034100     MOVE CURRENT-DATE-YYYYMMDD TO FP-LAST-MATCH-DATE
034200     MOVE CURRENT-DATE-YYYYMMDD TO FP-LAST-CHECK-DATE
034300     SET FP-LAST-MATCHED TO TRUE
034400     REWRITE FINGERPRINT-RECORD
034500         INVALID KEY
034600             DISPLAY "WARNING: FINGERPRINT REWRITE FAILED, "
034700                 "STATUS=" FINGERPRINT-STATUS
034800     END-REWRITE
034900     DISPLAY "DATA-FILE MATCHES FINGERPRINT STAMPED BY "
035000         FP-WRITTEN-BY " ON " FP-WRITTEN-DATE.
035100 3200-EXIT.
035200     EXIT.
035300*
035400***************************************************************
035500*    3300-RECORD-MISMATCH                                      *
035600*    SOMETHING OTHER THAN A SANCTIONED WRITER HAS CHANGED THE  *
035700*    FILE. THE LAST-MATCH DATE IS LEFT WHERE IT WAS - THAT IS  *
035800*    THE DATE THE DESK CAN STILL CERTIFY.                      *
035900***************************************************************
036000 3300-RECORD-MISMATCH.
036100     MOVE "MISMATCH" TO CHECK-RESULT
036200     MOVE CURRENT-DATE-YYYYMMDD TO FP-LAST-CHECK-DATE
036300     SET FP-LAST-MISMATCHED TO TRUE
036400     REWRITE FINGERPRINT-RECORD
036500         INVALID KEY
036600             DISPLAY "WARNING: FINGERPRINT REWRITE FAILED, "
036700                 "STATUS=" FINGERPRINT-STATUS
036800     END-REWRITE
036900     PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
037000     DISPLAY "DATA-FILE DOES NOT MATCH FINGERPRINT STAMPED BY "
037100         FP-WRITTEN-BY " ON " FP-WRITTEN-DATE
037200     DISPLAY "LAST MATCHED " FP-LAST-MATCH-DATE
037300     MOVE 12 TO RETURN-CODE.
037400 3300-EXIT.
037500     EXIT.
037600*
037602***************************************************************
037604*    3400-RECORD-HELD                                          *
037606*    THE FILE IS WHAT GUIDE-LOAD LEFT, BUT THAT LOAD FOUND THE *
037608*    GUIDE DUPLICATES ANOTHER AND STAMPED IT HELD. IT STAYS    *
037610*    STOPPED UNTIL A CLEAN RELOAD CLEARS THE HOLD OR THE DESK  *
037612*    RELEASES IT (DAY2-FPRINT-RELEASE=Y). THE LAST-MATCH DATE  *
037614*    IS NOT ADVANCED.                                          *
037616***************************************************************
037618 3400-RECORD-HELD.
037620     MOVE "HELD" TO CHECK-RESULT
037622     MOVE CURRENT-DATE-YYYYMMDD TO FP-LAST-CHECK-DATE
037624     SET FP-LAST-HELD TO TRUE
037626     REWRITE FINGERPRINT-RECORD
037628         INVALID KEY
037630             DISPLAY "WARNING: FINGERPRINT REWRITE FAILED, "
037632                 "STATUS=" FINGERPRINT-STATUS
037634     END-REWRITE
037636     PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
037638     DISPLAY "DATA-FILE HELD AS A DUPLICATE GUIDE SINCE "
037640         FP-HOLD-DATE
037642     DISPLAY "RELOAD THROUGH GUIDE-LOAD OR RELEASE WITH "
037644         "DAY2-FPRINT-RELEASE=Y"
037646     MOVE 12 TO RETURN-CODE.
037648 3400-EXIT.
037650     EXIT.
037652*
037654***************************************************************
037656*    3500-RELEASE-HOLD                                         *
037658*    THE DESK HAS CLEARED THE DUPLICATE. THE HOLD IS KEPT AS   *
037660*    RELEASED, DATED, AND LOGGED; 3200-RECORD-MATCH THEN       *
037662*    REWRITES THE RECORD.                                      *
037664***************************************************************
037666 3500-RELEASE-HOLD.
037668     SET FP-HOLD-RELEASED TO TRUE
037670     MOVE CURRENT-DATE-YYYYMMDD TO FP-HOLD-DATE
037672     MOVE "RELEASED" TO CHECK-RESULT
037674     PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
037676     DISPLAY "DUPLICATE-GUIDE HOLD RELEASED".
037678 3500-EXIT.
037680     EXIT.
037682*
037700***************************************************************
037800*    3900-WRITE-EXCEPTION                                      *
037900***************************************************************
038000 3900-WRITE-EXCEPTION.
038100     MOVE SPACES TO EXCEPTION-LINE
038200     MOVE CHECK-RESULT TO FX-RESULT
038300     MOVE FP-ROUND-COUNT TO FX-STAMP-ROUNDS
038400     MOVE FINGERPRINT-ROUNDS TO FX-FILE-ROUNDS
038500     MOVE FP-HASH TO FX-STAMP-HASH
038600     MOVE FINGERPRINT-HASH TO FX-FILE-HASH
038700     MOVE FP-WRITTEN-BY TO FX-WRITTEN-BY
038800     MOVE FP-WRITTEN-DATE TO FX-WRITTEN-DATE
038900     MOVE FP-LAST-MATCH-DATE TO FX-LAST-MATCH-DATE
039000     WRITE EXCEPTION-LINE.
039100 3900-EXIT.
039200     EXIT.
039300*
039400***************************************************************
039500*    4000-FINALIZE                                             *
039600***************************************************************
039700 4000-FINALIZE.
039800     CLOSE DATA-FILE
039900     CLOSE FINGERPRINT-FILE
040000     CLOSE EXCEPTION-FILE
040100*
040200     DISPLAY "Rounds on file >>> " FINGERPRINT-ROUNDS
040300     DISPLAY "Content hash >>> " FINGERPRINT-HASH
040400     DISPLAY "Fingerprint check >>> " CHECK-RESULT.
040500 4000-EXIT.
040600     EXIT.
040610*
040620***************************************************************
040630*    8900-READ-PROCESSING-DATE                                 *
040640*    THE RUN DATE IS THE SHOP PROCESSING DATE ON THE CONTROL   *
040650*    RECORD (SEE PROCDATEREC.CPY), NOT THE SYSTEM CLOCK - ONLY *
040660*    DATE-ROLL MOVES IT ON. NO CONTROL RECORD, OR NO VALID     *
040670*    DATE ON IT, IS FATAL.                                     *
040680***************************************************************
040690 8900-READ-PROCESSING-DATE.
040700     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-PROCESSING-DATE-FILE"
040710     IF ENV-VALUE NOT = SPACES
040720         MOVE ENV-VALUE TO PROCESSING-DATE-NAME
040730     END-IF
040740     OPEN INPUT PROCESSING-DATE-FILE
040750     IF PROCESSING-DATE-STATUS NOT = "00"
040760         DISPLAY "FATAL: OPEN INPUT PROCESSING-DATE-FILE, STATUS="
040770             PROCESSING-DATE-STATUS
040780         MOVE 16 TO RETURN-CODE
040790         STOP RUN
040800     END-IF
040810     READ PROCESSING-DATE-FILE
040820         AT END
040830             MOVE SPACES TO PROCESSING-DATE-RECORD
040840     END-READ
040850     CLOSE PROCESSING-DATE-FILE
040860     IF PD-PROCESSING-DATE NOT NUMERIC
040870             OR PD-PROCESSING-DATE = 0
040880         DISPLAY "FATAL: NO PROCESSING DATE ON "
040890             PROCESSING-DATE-NAME
040900         MOVE 16 TO RETURN-CODE
040910         STOP RUN
040920     END-IF
040930     MOVE PD-PROCESSING-DATE TO CURRENT-DATE-YYYYMMDD.
040940 8900-EXIT.
040950     EXIT.
