002600*    MODIFICATION HISTORY                                      *
002700*    -------------------                                       *
002800*    09-02-26  GDWR  ORIGINAL.                                  *
002810*    10-15-26  GDWR  THE RUN DATE NOW COMES FROM THE SHOP       *
002820*                    PROCESSING-DATE CONTROL RECORD (SEE        *
002830*                    PROCDATEREC.CPY) INSTEAD OF THE SYSTEM     *
002840*                    CLOCK, SO A NIGHT THAT RUNS PAST MIDNIGHT  *
002850*                    KEEPS ONE DATE. DAY2-BALANCE-DATE STILL    *
002860*                    OVERRIDES IT.                              *
002900***************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS BALANCE-REPORT-STATUS.
005000*
005010     SELECT PROCESSING-DATE-FILE ASSIGN TO
005020         PROCESSING-DATE-NAME
005030         ORGANIZATION IS LINE SEQUENTIAL
005040         FILE STATUS IS PROCESSING-DATE-STATUS.
005050*
005100 DATA DIVISION.
005200 FILE SECTION.
005300*
006800     05  BL-RIGHT-VALUE          PIC 9(07).
006900 01  BALANCE-HEADER-LINE         PIC X(70).
007000*
007010 FD  PROCESSING-DATE-FILE.
007020     COPY PROCDATEREC.
007030*
007100 WORKING-STORAGE SECTION.
007200*
007300 77  OPPONENT-MASTER-NAME        PIC X(80)
007500 77  BATCH-CONTROL-NAME PIC X(80) VALUE "./batctl.dat".
007600 77  BALANCE-REPORT-NAME         PIC X(80)
007700     VALUE "./balance.txt".
007710 77  PROCESSING-DATE-NAME        PIC X(80)
007720     VALUE "./procdate.dat".
007800 77  ENV-VALUE                   PIC X(80).
007900*
008000 77  OPPONENT-MASTER-STATUS      PIC X(02) VALUE SPACES.
008100 77  BATCH-CONTROL-STATUS        PIC X(02) VALUE SPACES.
008200 77  BALANCE-REPORT-STATUS       PIC X(02) VALUE SPACES.
008210 77  PROCESSING-DATE-STATUS      PIC X(02) VALUE SPACES.
008300*
008400 77  OPPONENT-EOF-SWITCH         PIC X(01) VALUE "N".
008500     88  OPPONENT-EOF                      VALUE "Y".
014500         MOVE ENV-VALUE TO BALANCE-REPORT-NAME
014600     END-IF
014700*
014800     PERFORM 8900-READ-PROCESSING-DATE THRU 8900-EXIT
014900     MOVE CURRENT-DATE-YYYYMMDD TO BALANCE-DATE
015000     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-BALANCE-DATE"
015100     IF ENV-VALUE NOT = SPACES
037100     END-IF.
037200 3000-EXIT.
037300     EXIT.
037310*
037320***************************************************************
037330*    8900-READ-PROCESSING-DATE                                 *
037340*    THE RUN DATE IS THE SHOP PROCESSING DATE ON THE CONTROL   *
037350*    RECORD (SEE PROCDATEREC.CPY), NOT THE SYSTEM CLOCK - ONLY *
037360*    DATE-ROLL MOVES IT ON. NO CONTROL RECORD, OR NO VALID     *
037370*    DATE ON IT, IS FATAL.                                     *
037380***************************************************************
037390 8900-READ-PROCESSING-DATE.
037400     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-PROCESSING-DATE-FILE"
037410     IF ENV-VALUE NOT = SPACES
037420         MOVE ENV-VALUE TO PROCESSING-DATE-NAME
037430     END-IF
037440     OPEN INPUT PROCESSING-DATE-FILE
037450     IF PROCESSING-DATE-STATUS NOT = "00"
037460         DISPLAY "FATAL: OPEN INPUT PROCESSING-DATE-FILE, STATUS="
037470             PROCESSING-DATE-STATUS
037480         MOVE 16 TO RETURN-CODE
037490         STOP RUN
037500     END-IF
037510     READ PROCESSING-DATE-FILE
037520         AT END
037530             MOVE SPACES TO PROCESSING-DATE-RECORD
037540     END-READ
037550     CLOSE PROCESSING-DATE-FILE
037560     IF PD-PROCESSING-DATE NOT NUMERIC
037570             OR PD-PROCESSING-DATE = 0
037580         DISPLAY "FATAL: NO PROCESSING DATE ON "
037590             PROCESSING-DATE-NAME
037600         MOVE 16 TO RETURN-CODE
037610         STOP RUN
037620     END-IF
037630     MOVE PD-PROCESSING-DATE TO CURRENT-DATE-YYYYMMDD.
037640 8900-EXIT.
037650     EXIT.
