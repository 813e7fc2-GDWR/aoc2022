002500*    MODIFICATION HISTORY                                      *
002600*    -------------------                                       *
002700*    09-02-26  GDWR  ORIGINAL.                                  *
002710*    10-15-26  GDWR  THE RUN DATE NOW COMES FROM THE SHOP       *
002720*                    PROCESSING-DATE CONTROL RECORD (SEE        *
002730*                    PROCDATEREC.CPY) INSTEAD OF THE SYSTEM     *
002740*                    CLOCK, SO A NIGHT THAT RUNS PAST MIDNIGHT  *
002750*                    KEEPS ONE DATE.                            *
002800***************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
004100     SELECT OPTIONAL MAINT-LOG-FILE ASSIGN TO MAINT-LOG-NAME
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS MAINT-LOG-STATUS.
004310*
004320     SELECT PROCESSING-DATE-FILE ASSIGN TO
004330         PROCESSING-DATE-NAME
004340         ORGANIZATION IS LINE SEQUENTIAL
004350         FILE STATUS IS PROCESSING-DATE-STATUS.
004400*
004500 DATA DIVISION.
004600 FILE SECTION.
006700     05  FILLER                  PIC X(01) VALUE SPACE.
006800     05  ML-RESULT               PIC X(24).
006900*
006910 FD  PROCESSING-DATE-FILE.
006920     COPY PROCDATEREC.
006930*
007000 WORKING-STORAGE SECTION.
007100*
007200 77  LIBRARY-FILE-NAME           PIC X(80)
007400 77  RULESET-FILE-NAME           PIC X(80) VALUE SPACES.
007500 77  MAINT-LOG-NAME              PIC X(80)
007600     VALUE "./rulelib.log".
007610 77  PROCESSING-DATE-NAME        PIC X(80)
007620     VALUE "./procdate.dat".
007700 77  ENV-VALUE                   PIC X(80).
007800*
007900 77  LIBRARY-FILE-STATUS         PIC X(02) VALUE SPACES.
008000 77  RULESET-FILE-STATUS         PIC X(02) VALUE SPACES.
008100 77  MAINT-LOG-STATUS            PIC X(02) VALUE SPACES.
008110 77  PROCESSING-DATE-STATUS      PIC X(02) VALUE SPACES.
008200*
008300 77  LIBRARY-EOF-SWITCH          PIC X(01) VALUE "N".
008400     88  LIBRARY-EOF                       VALUE "Y".
015500         STOP RUN
015600     END-IF
015700*
015800     PERFORM 8900-READ-PROCESSING-DATE THRU 8900-EXIT.
015900 1000-EXIT.
016000     EXIT.
016100*
033200     END-IF.
033300 5000-EXIT.
033400     EXIT.
033410*
033420***************************************************************
033430*    8900-READ-PROCESSING-DATE                                 *
033440*    THE RUN DATE IS THE SHOP PROCESSING DATE ON THE CONTROL   *
033450*    RECORD (SEE PROCDATEREC.CPY), NOT THE SYSTEM CLOCK - ONLY *
033460*    DATE-ROLL MOVES IT ON. NO CONTROL RECORD, OR NO VALID     *
033470*    DATE ON IT, IS FATAL.                                     *
033480***************************************************************
033490 8900-READ-PROCESSING-DATE.
033500     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-PROCESSING-DATE-FILE"
033510     IF ENV-VALUE NOT = SPACES
033520         MOVE ENV-VALUE TO PROCESSING-DATE-NAME
033530     END-IF
033540     OPEN INPUT PROCESSING-DATE-FILE
033550     IF PROCESSING-DATE-STATUS NOT = "00"
033560         DISPLAY "FATAL: OPEN INPUT PROCESSING-DATE-FILE, STATUS="
033570             PROCESSING-DATE-STATUS
033580         MOVE 16 TO RETURN-CODE
033590         STOP RUN
033600     END-IF
033610     READ PROCESSING-DATE-FILE
033620         AT END
033630             MOVE SPACES TO PROCESSING-DATE-RECORD
033640     END-READ
033650     CLOSE PROCESSING-DATE-FILE
033660     IF PD-PROCESSING-DATE NOT NUMERIC
033670             OR PD-PROCESSING-DATE = 0
033680         DISPLAY "FATAL: NO PROCESSING DATE ON "
033690             PROCESSING-DATE-NAME
033700         MOVE 16 TO RETURN-CODE
033710         STOP RUN
033720     END-IF
033730     MOVE PD-PROCESSING-DATE TO CURRENT-DATE-YYYYMMDD.
033740 8900-EXIT.
033750     EXIT.
