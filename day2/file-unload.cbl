002400*    MODIFICATION HISTORY                                      *
002500*    -------------------                                       *
002600*    09-02-26  GDWR  ORIGINAL.                                  *
002610*    10-15-26  GDWR  THE RUN DATE NOW COMES FROM THE SHOP       *
002620*                    PROCESSING-DATE CONTROL RECORD (SEE        *
002630*                    PROCDATEREC.CPY) INSTEAD OF THE SYSTEM     *
002640*                    CLOCK, SO A NIGHT THAT RUNS PAST MIDNIGHT  *
002650*                    KEEPS ONE DATE.                            *
002700***************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS BACKUP-STATUS.
006500*
006510     SELECT PROCESSING-DATE-FILE ASSIGN TO
006520         PROCESSING-DATE-NAME
006530         ORGANIZATION IS LINE SEQUENTIAL
006540         FILE STATUS IS PROCESSING-DATE-STATUS.
006550*
006600 DATA DIVISION.
006700 FILE SECTION.
006800*
008400 FD  BACKUP-FILE.
008500     COPY BACKUPREC.
008600*
008610 FD  PROCESSING-DATE-FILE.
008620     COPY PROCDATEREC.
008630*
008700 WORKING-STORAGE SECTION.
008800*
008900 77  SOURCE-FILE-NAME            PIC X(80) VALUE SPACES.
009500     88  TYPE-ARCHIVE                      VALUE "ARCHIVE".
009600     88  TYPE-MASTER                       VALUE "MASTER".
009700     88  TYPE-HISTORY                      VALUE "HISTORY".
009710 77  PROCESSING-DATE-NAME        PIC X(80)
009720     VALUE "./procdate.dat".
009800 77  ENV-VALUE                   PIC X(80).
009900*
010000 77  SOURCE-STATUS               PIC X(02) VALUE SPACES.
010100 77  BACKUP-STATUS               PIC X(02) VALUE SPACES.
010110 77  PROCESSING-DATE-STATUS      PIC X(02) VALUE SPACES.
010200*
010300 77  END-OF-FILE-SWITCH          PIC X(01) VALUE "N".
010400     88  END-OF-FILE                       VALUE "Y".
015700     IF ENV-VALUE NOT = SPACES
015800         MOVE ENV-VALUE TO BACKUP-FILE-NAME
015900     END-IF
016000     PERFORM 8900-READ-PROCESSING-DATE THRU 8900-EXIT
016100*
016200     OPEN OUTPUT BACKUP-FILE
016300     IF BACKUP-STATUS NOT = "00"
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
