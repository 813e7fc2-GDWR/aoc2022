002600*    MODIFICATION HISTORY                                      *
002700*    -------------------                                       *
002800*    09-02-26  GDWR  ORIGINAL.                                  *
002810*    10-15-26  GDWR  THE RUN DATE NOW COMES FROM THE SHOP       *
002820*                    PROCESSING-DATE CONTROL RECORD (SEE        *
002830*                    PROCDATEREC.CPY) INSTEAD OF THE SYSTEM     *
002840*                    CLOCK, SO A NIGHT THAT RUNS PAST MIDNIGHT  *
002850*                    KEEPS ONE DATE.                            *
002900***************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
004800         RECORD KEY IS SL-STEP-KEY
004900         FILE STATUS IS STEP-LOG-STATUS.
005000*
005010     SELECT PROCESSING-DATE-FILE ASSIGN TO
005020         PROCESSING-DATE-NAME
005030         ORGANIZATION IS LINE SEQUENTIAL
005040         FILE STATUS IS PROCESSING-DATE-STATUS.
005050*
005100 DATA DIVISION.
005200 FILE SECTION.
005300*
006500 FD  STEP-LOG-FILE.
006600     COPY STEPLOGREC.
006700*
006710 FD  PROCESSING-DATE-FILE.
006720     COPY PROCDATEREC.
006730*
006800 WORKING-STORAGE SECTION.
006900*
007000 77  STREAM-FILE-NAME            PIC X(80)
007300     VALUE "./oppmaster.dat".
007400 77  STEP-LOG-NAME               PIC X(80)
007500     VALUE "./steplog.dat".
007510 77  PROCESSING-DATE-NAME        PIC X(80)
007520     VALUE "./procdate.dat".
007600 77  ENV-VALUE                   PIC X(80).
007700*
007800 77  STREAM-FILE-STATUS          PIC X(02) VALUE SPACES.
007900 77  OPPONENT-MASTER-STATUS      PIC X(02) VALUE SPACES.
008000 77  STEP-LOG-STATUS             PIC X(02) VALUE SPACES.
008010 77  PROCESSING-DATE-STATUS      PIC X(02) VALUE SPACES.
008100*
008200 77  STREAM-EOF-SWITCH           PIC X(01) VALUE "N".
008300     88  STREAM-EOF                        VALUE "Y".
014200         MOVE ENV-VALUE TO STEP-LOG-NAME
014300     END-IF
014400*
014500     PERFORM 8900-READ-PROCESSING-DATE THRU 8900-EXIT
014600*
014700     PERFORM 1100-LOAD-STEP-TABLE THRU 1100-EXIT
014800*
039900     END-IF.
040000 3000-EXIT.
040100     EXIT.
040110*
040120***************************************************************
040130*    8900-READ-PROCESSING-DATE                                 *
040140*    THE RUN DATE IS THE SHOP PROCESSING DATE ON THE CONTROL   *
040150*    RECORD (SEE PROCDATEREC.CPY), NOT THE SYSTEM CLOCK - ONLY *
040160*    DATE-ROLL MOVES IT ON. NO CONTROL RECORD, OR NO VALID     *
040170*    DATE ON IT, IS FATAL.                                     *
040180***************************************************************
040190 8900-READ-PROCESSING-DATE.
040200     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-PROCESSING-DATE-FILE"
040210     IF ENV-VALUE NOT = SPACES
040220         MOVE ENV-VALUE TO PROCESSING-DATE-NAME
040230     END-IF
040240     OPEN INPUT PROCESSING-DATE-FILE
040250     IF PROCESSING-DATE-STATUS NOT = "00"
040260         DISPLAY "FATAL: OPEN INPUT PROCESSING-DATE-FILE, STATUS="
040270             PROCESSING-DATE-STATUS
040280         MOVE 16 TO RETURN-CODE
040290         STOP RUN
040300     END-IF
040310     READ PROCESSING-DATE-FILE
040320         AT END
040330             MOVE SPACES TO PROCESSING-DATE-RECORD
040340     END-READ
040350     CLOSE PROCESSING-DATE-FILE
040360     IF PD-PROCESSING-DATE NOT NUMERIC
040370             OR PD-PROCESSING-DATE = 0
040380         DISPLAY "FATAL: NO PROCESSING DATE ON "
040390             PROCESSING-DATE-NAME
040400         MOVE 16 TO RETURN-CODE
040410         STOP RUN
040420     END-IF
040430     MOVE PD-PROCESSING-DATE TO CURRENT-DATE-YYYYMMDD.
040440 8900-EXIT.
040450     EXIT.
