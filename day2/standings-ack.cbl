002000*    MODIFICATION HISTORY                                      *
002100*    -------------------                                       *
002200*    09-02-26  GDWR  ORIGINAL.                                  *
002210*    10-15-26  GDWR  THE RUN DATE NOW COMES FROM THE SHOP       *
002220*                    PROCESSING-DATE CONTROL RECORD (SEE        *
002230*                    PROCDATEREC.CPY) INSTEAD OF THE SYSTEM     *
002240*                    CLOCK, SO A NIGHT THAT RUNS PAST MIDNIGHT  *
002250*                    KEEPS ONE DATE.                            *
002300***************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
003300         RESUBMIT-REPORT-NAME
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS RESUBMIT-REPORT-STATUS.
003510*
003520     SELECT PROCESSING-DATE-FILE ASSIGN TO
003530         PROCESSING-DATE-NAME
003540         ORGANIZATION IS LINE SEQUENTIAL
003550         FILE STATUS IS PROCESSING-DATE-STATUS.
003600*
003700 DATA DIVISION.
003800 FILE SECTION.
005600     05  RS-REASON               PIC X(24).
005700 01  RESUBMIT-HEADER-LINE        PIC X(60).
005800*
005810 FD  PROCESSING-DATE-FILE.
005820     COPY PROCDATEREC.
005830*
005900 WORKING-STORAGE SECTION.
006000*
006100 77  ACK-FILE-NAME               PIC X(80)
006200     VALUE "./standack.dat".
006300 77  RESUBMIT-REPORT-NAME        PIC X(80)
006400     VALUE "./resubmit.txt".
006410 77  PROCESSING-DATE-NAME        PIC X(80)
006420     VALUE "./procdate.dat".
006500 77  ENV-VALUE                   PIC X(80).
006600*
006700 77  ACK-FILE-STATUS             PIC X(02) VALUE SPACES.
006800 77  RESUBMIT-REPORT-STATUS      PIC X(02) VALUE SPACES.
006810 77  PROCESSING-DATE-STATUS      PIC X(02) VALUE SPACES.
006900*
007000 77  END-OF-FILE-SWITCH          PIC X(01) VALUE "N".
007100     88  END-OF-FILE                       VALUE "Y".
010200         MOVE ENV-VALUE TO RESUBMIT-REPORT-NAME
010300     END-IF
010400*
010500     PERFORM 8900-READ-PROCESSING-DATE THRU 8900-EXIT
010600*
010700     OPEN INPUT ACK-FILE
010800     IF ACK-FILE-STATUS NOT = "00"
019700     END-IF.
019800 3000-EXIT.
019900     EXIT.
019910*
019920***************************************************************
019930*    8900-READ-PROCESSING-DATE                                 *
019940*    THE RUN DATE IS THE SHOP PROCESSING DATE ON THE CONTROL   *
019950*    RECORD (SEE PROCDATEREC.CPY), NOT THE SYSTEM CLOCK - ONLY *
019960*    DATE-ROLL MOVES IT ON. NO CONTROL RECORD, OR NO VALID     *
019970*    DATE ON IT, IS FATAL.                                     *
019980***************************************************************
019990 8900-READ-PROCESSING-DATE.
020000     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-PROCESSING-DATE-FILE"
020010     IF ENV-VALUE NOT = SPACES
020020         MOVE ENV-VALUE TO PROCESSING-DATE-NAME
020030     END-IF
020040     OPEN INPUT PROCESSING-DATE-FILE
020050     IF PROCESSING-DATE-STATUS NOT = "00"
020060         DISPLAY "FATAL: OPEN INPUT PROCESSING-DATE-FILE, STATUS="
020070             PROCESSING-DATE-STATUS
020080         MOVE 16 TO RETURN-CODE
020090         STOP RUN
020100     END-IF
020110     READ PROCESSING-DATE-FILE
020120         AT END
020130             MOVE SPACES TO PROCESSING-DATE-RECORD
020140     END-READ
020150     CLOSE PROCESSING-DATE-FILE
020160     IF PD-PROCESSING-DATE NOT NUMERIC
020170             OR PD-PROCESSING-DATE = 0
020180         DISPLAY "FATAL: NO PROCESSING DATE ON "
020190             PROCESSING-DATE-NAME
020200         MOVE 16 TO RETURN-CODE
020210         STOP RUN
020220     END-IF
020230     MOVE PD-PROCESSING-DATE TO CURRENT-DATE-YYYYMMDD.
020240 8900-EXIT.
020250     EXIT.
