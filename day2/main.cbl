002985*                    SHARED BATCH CONTROL FILE (SEE                *
002986*                    BATCTLREC.CPY) SO THE BATCH-BALANCE           *
002987*                    PROGRAM CAN RECONCILE THE WHOLE CHAIN.        *
002988*    10-15-26  GDWR  THE RUN DATE NOW COMES FROM THE SHOP       *
002989*                    PROCESSING-DATE CONTROL RECORD (SEE        *
002990*                    PROCDATEREC.CPY) INSTEAD OF THE SYSTEM     *
002991*                    CLOCK, SO A NIGHT THAT RUNS PAST MIDNIGHT  *
002992*                    KEEPS ONE DATE. DAY2-SCORING-DATE STILL    *
002993*                    OVERRIDES IT.                              *
002999***************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
005600     SELECT RESULTS-FILE ASSIGN TO RESULTS-FILE-NAME
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS RESULTS-FILE-STATUS.
005810*
005820     SELECT PROCESSING-DATE-FILE ASSIGN TO
005830         PROCESSING-DATE-NAME
005835         ORGANIZATION IS LINE SEQUENTIAL
005840         FILE STATUS IS PROCESSING-DATE-STATUS.
005850*
005860     SELECT TEMP-OUTPUT-FILE ASSIGN TO TEMP-FILE-NAME
005870         ORGANIZATION IS LINE SEQUENTIAL
011640 FD  BATCH-CONTROL-FILE.
011650     COPY BATCTLREC.
011660*
011670 FD  PROCESSING-DATE-FILE.
011680     COPY PROCDATEREC.
011690*
011700 WORKING-STORAGE SECTION.
011800*
011900 77  DATA-FILE-NAME              PIC X(80) VALUE "./data".
012478     VALUE "./rulelib.dat".
012479 77  BATCH-CONTROL-NAME PIC X(80) VALUE "./batctl.dat".
012480 77  RUN-ID                      PIC X(80) VALUE SPACES.
012486 77  PROCESSING-DATE-NAME        PIC X(80)
012492     VALUE "./procdate.dat".
012500 77  ENV-VALUE                   PIC X(80).
012600*
012700 77  DATA-FILE-STATUS            PIC X(02) VALUE SPACES.
013270 77  RUN-LOG-STATUS              PIC X(02) VALUE SPACES.
013280 77  RULE-LIBRARY-STATUS         PIC X(02) VALUE SPACES.
013290 77  BATCH-CONTROL-STATUS        PIC X(02) VALUE SPACES.
013295 77  PROCESSING-DATE-STATUS      PIC X(02) VALUE SPACES.
013300*
013400 77  END-OF-FILE-SWITCH          PIC X(01) VALUE "N".
013500     88  END-OF-FILE                       VALUE "Y".
018900         MOVE ENV-VALUE TO DATA-FILE-NAME
019000     END-IF
019010*
019020     PERFORM 8900-READ-PROCESSING-DATE THRU 8900-EXIT
019030     PERFORM 1010-BUILD-RUN-ID THRU 1010-EXIT
019040     PERFORM 1020-BUILD-DEFAULT-FILE-NAMES THRU 1020-EXIT
019100*
074800     CLOSE BATCH-CONTROL-FILE.
074900 3300-EXIT.
075000     EXIT.
075010*
075020***************************************************************
075030*    8900-READ-PROCESSING-DATE                                 *
075040*    THE RUN DATE IS THE SHOP PROCESSING DATE ON THE CONTROL   *
075050*    RECORD (SEE PROCDATEREC.CPY), NOT THE SYSTEM CLOCK - ONLY *
075060*    DATE-ROLL MOVES IT ON. NO CONTROL RECORD, OR NO VALID     *
075070*    DATE ON IT, IS FATAL.                                     *
075080***************************************************************
075090 8900-READ-PROCESSING-DATE.
075100     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-PROCESSING-DATE-FILE"
075110     IF ENV-VALUE NOT = SPACES
075120         MOVE ENV-VALUE TO PROCESSING-DATE-NAME
075130     END-IF
075140     OPEN INPUT PROCESSING-DATE-FILE
075150     IF PROCESSING-DATE-STATUS NOT = "00"
075160         DISPLAY "FATAL: OPEN INPUT PROCESSING-DATE-FILE, STATUS="
075170             PROCESSING-DATE-STATUS
075180         MOVE 16 TO RETURN-CODE
075190         STOP RUN
075200     END-IF
075210     READ PROCESSING-DATE-FILE
075220         AT END
075230             MOVE SPACES TO PROCESSING-DATE-RECORD
075240     END-READ
075250     CLOSE PROCESSING-DATE-FILE
075260     IF PD-PROCESSING-DATE NOT NUMERIC
075270             OR PD-PROCESSING-DATE = 0
075280         DISPLAY "FATAL: NO PROCESSING DATE ON "
075290             PROCESSING-DATE-NAME
075300         MOVE 16 TO RETURN-CODE
075310         STOP RUN
075320     END-IF
075330     MOVE PD-PROCESSING-DATE TO CURRENT-DATE-YYYYMMDD.
075340 8900-EXIT.
075350     EXIT.
