002200*    MODIFICATION HISTORY                                      *
002300*    -------------------                                       *
002400*    09-02-26  GDWR  ORIGINAL.                                  *
002410*    10-15-26  GDWR  THE RUN DATE NOW COMES FROM THE SHOP       *
002420*                    PROCESSING-DATE CONTROL RECORD (SEE        *
002430*                    PROCDATEREC.CPY) INSTEAD OF THE SYSTEM     *
002440*                    CLOCK, SO A NIGHT THAT RUNS PAST MIDNIGHT  *
002450*                    KEEPS ONE DATE.                            *
002500***************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS SU-SUSPENSE-KEY
003800         FILE STATUS IS SUSPENSE-STATUS.
003810*
003820     SELECT PROCESSING-DATE-FILE ASSIGN TO
003830         PROCESSING-DATE-NAME
003840         ORGANIZATION IS LINE SEQUENTIAL
003850         FILE STATUS IS PROCESSING-DATE-STATUS.
003900*
004000 DATA DIVISION.
004100 FILE SECTION.
005300 FD  SUSPENSE-FILE.
005400     COPY SUSPREC.
005500*
005510 FD  PROCESSING-DATE-FILE.
005520     COPY PROCDATEREC.
005530*
005600 WORKING-STORAGE SECTION.
005700*
005800 77  DATA-FILE-NAME              PIC X(80) VALUE "./data".
006100     VALUE "./suspense.dat".
006200 77  SOURCE-TAG                  PIC X(08) VALUE "SCORING".
006300 77  RUN-ID                      PIC X(80) VALUE SPACES.
006310 77  PROCESSING-DATE-NAME        PIC X(80)
006320     VALUE "./procdate.dat".
006400 77  ENV-VALUE                   PIC X(80).
006500*
006600 77  REJECT-FILE-STATUS          PIC X(02) VALUE SPACES.
006700 77  SUSPENSE-STATUS             PIC X(02) VALUE SPACES.
006710 77  PROCESSING-DATE-STATUS      PIC X(02) VALUE SPACES.
006800*
006900 77  END-OF-FILE-SWITCH          PIC X(01) VALUE "N".
007000     88  END-OF-FILE                       VALUE "Y".
010200         MOVE ENV-VALUE TO DATA-FILE-NAME
010300     END-IF
010400*
010500     PERFORM 8900-READ-PROCESSING-DATE THRU 8900-EXIT
010600     PERFORM 1010-BUILD-RUN-ID THRU 1010-EXIT
010700     STRING "./reject-" DELIMITED BY SIZE
010800             RUN-ID DELIMITED BY SPACE
022800     END-IF.
022900 3000-EXIT.
023000     EXIT.
023010*
023020***************************************************************
023030*    8900-READ-PROCESSING-DATE                                 *
023040*    THE RUN DATE IS THE SHOP PROCESSING DATE ON THE CONTROL   *
023050*    RECORD (SEE PROCDATEREC.CPY), NOT THE SYSTEM CLOCK - ONLY *
023060*    DATE-ROLL MOVES IT ON. NO CONTROL RECORD, OR NO VALID     *
023070*    DATE ON IT, IS FATAL.                                     *
023080***************************************************************
023090 8900-READ-PROCESSING-DATE.
023100     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-PROCESSING-DATE-FILE"
023110     IF ENV-VALUE NOT = SPACES
023120         MOVE ENV-VALUE TO PROCESSING-DATE-NAME
023130     END-IF
023140     OPEN INPUT PROCESSING-DATE-FILE
023150     IF PROCESSING-DATE-STATUS NOT = "00"
023160         DISPLAY "FATAL: OPEN INPUT PROCESSING-DATE-FILE, STATUS="
023170             PROCESSING-DATE-STATUS
023180         MOVE 16 TO RETURN-CODE
023190         STOP RUN
023200     END-IF
023210     READ PROCESSING-DATE-FILE
023220         AT END
023230             MOVE SPACES TO PROCESSING-DATE-RECORD
023240     END-READ
023250     CLOSE PROCESSING-DATE-FILE
023260     IF PD-PROCESSING-DATE NOT NUMERIC
023270             OR PD-PROCESSING-DATE = 0
023280         DISPLAY "FATAL: NO PROCESSING DATE ON "
023290             PROCESSING-DATE-NAME
023300         MOVE 16 TO RETURN-CODE
023310         STOP RUN
023320     END-IF
023330     MOVE PD-PROCESSING-DATE TO CURRENT-DATE-YYYYMMDD.
023340 8900-EXIT.
023350     EXIT.
