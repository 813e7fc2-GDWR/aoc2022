002440*                    BATCH CONTROL FILE (SEE BATCTLREC.CPY),    *
002450*                    KEYED BY RUN DATE AND THE CONTROL LINE'S   *
002460*                    DATA-FILE IDENTITY, FOR BATCH-BALANCE.     *
002466*    10-15-26  GDWR  THE RUN DATE NOW COMES FROM THE SHOP       *
002472*                    PROCESSING-DATE CONTROL RECORD (SEE        *
002478*                    PROCDATEREC.CPY) INSTEAD OF THE SYSTEM     *
002484*                    CLOCK, SO A NIGHT THAT RUNS PAST MIDNIGHT  *
002490*                    KEEPS ONE DATE.                            *
002500***************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
004250         ACCESS MODE IS DYNAMIC
004260         RECORD KEY IS BC-CONTROL-KEY
004270         FILE STATUS IS BATCH-CONTROL-STATUS.
004275*
004280     SELECT PROCESSING-DATE-FILE ASSIGN TO
004285         PROCESSING-DATE-NAME
004290         ORGANIZATION IS LINE SEQUENTIAL
004295         FILE STATUS IS PROCESSING-DATE-STATUS.
004300*
004400 DATA DIVISION.
004500 FILE SECTION.
007220 FD  BATCH-CONTROL-FILE.
007230     COPY BATCTLREC.
007300*
007310 FD  PROCESSING-DATE-FILE.
007320     COPY PROCDATEREC.
007330*
007400 WORKING-STORAGE SECTION.
007500*
007600 77  CONTROL-FILE-NAME           PIC X(80)
007900 77  ARCHIVE-FILE-NAME           PIC X(80)
008000     VALUE "./auditarch.dat".
008010 77  BATCH-CONTROL-NAME PIC X(80) VALUE "./batctl.dat".
008020 77  PROCESSING-DATE-NAME        PIC X(80)
008030     VALUE "./procdate.dat".
008100 77  ENV-VALUE                   PIC X(80).
008200 77  PURGE-SWITCH                PIC X(01) VALUE "N".
008300     88  PURGE-WANTED                      VALUE "Y".
008600 77  AUDIT-LOG-STATUS            PIC X(02) VALUE SPACES.
008700 77  ARCHIVE-FILE-STATUS         PIC X(02) VALUE SPACES.
008710 77  BATCH-CONTROL-STATUS        PIC X(02) VALUE SPACES.
008720 77  PROCESSING-DATE-STATUS      PIC X(02) VALUE SPACES.
008800*
008900 77  CONTROL-EOF-SWITCH          PIC X(01) VALUE "N".
009000     88  CONTROL-EOF                       VALUE "Y".
014700         STOP RUN
014800     END-IF
014810*
014820     PERFORM 8900-READ-PROCESSING-DATE THRU 8900-EXIT
014830     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-BATCH-CONTROL"
014840     IF ENV-VALUE NOT = SPACES
014850         MOVE ENV-VALUE TO BATCH-CONTROL-NAME
029900     END-WRITE.
030000 2150-EXIT.
030100     EXIT.
030110*
030120***************************************************************
030130*    8900-READ-PROCESSING-DATE                                 *
030140*    THE RUN DATE IS THE SHOP PROCESSING DATE ON THE CONTROL   *
030150*    RECORD (SEE PROCDATEREC.CPY), NOT THE SYSTEM CLOCK - ONLY *
030160*    DATE-ROLL MOVES IT ON. NO CONTROL RECORD, OR NO VALID     *
030170*    DATE ON IT, IS FATAL.                                     *
030180***************************************************************
030190 8900-READ-PROCESSING-DATE.
030200     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-PROCESSING-DATE-FILE"
030210     IF ENV-VALUE NOT = SPACES
030220         MOVE ENV-VALUE TO PROCESSING-DATE-NAME
030230     END-IF
030240     OPEN INPUT PROCESSING-DATE-FILE
030250     IF PROCESSING-DATE-STATUS NOT = "00"
030260         DISPLAY "FATAL: OPEN INPUT PROCESSING-DATE-FILE, STATUS="
030270             PROCESSING-DATE-STATUS
030280         MOVE 16 TO RETURN-CODE
030290         STOP RUN
030300     END-IF
030310     READ PROCESSING-DATE-FILE
030320         AT END
030330             MOVE SPACES TO PROCESSING-DATE-RECORD
030340     END-READ
030350     CLOSE PROCESSING-DATE-FILE
030360     IF PD-PROCESSING-DATE NOT NUMERIC
030370             OR PD-PROCESSING-DATE = 0
030380         DISPLAY "FATAL: NO PROCESSING DATE ON "
030390             PROCESSING-DATE-NAME
030400         MOVE 16 TO RETURN-CODE
030410         STOP RUN
030420     END-IF
030430     MOVE PD-PROCESSING-DATE TO CURRENT-DATE-YYYYMMDD.
030440 8900-EXIT.
030450     EXIT.
