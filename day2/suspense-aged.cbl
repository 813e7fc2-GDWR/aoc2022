002000*    MODIFICATION HISTORY                                      *
002100*    -------------------                                       *
002200*    09-02-26  GDWR  ORIGINAL.                                  *
002210*    10-15-26  GDWR  THE RUN DATE NOW COMES FROM THE SHOP       *
002220*                    PROCESSING-DATE CONTROL RECORD (SEE        *
002230*                    PROCDATEREC.CPY) INSTEAD OF THE SYSTEM     *
002240*                    CLOCK, SO A NIGHT THAT RUNS PAST MIDNIGHT  *
002250*                    KEEPS ONE DATE. DAY2-AGED-CUTOFF-DATE STILL*
002260*                    OVERRIDES IT.                              *
002300***************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
003400     SELECT AGED-REPORT-FILE ASSIGN TO AGED-REPORT-NAME
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS AGED-REPORT-STATUS.
003610*
003620     SELECT PROCESSING-DATE-FILE ASSIGN TO
003630         PROCESSING-DATE-NAME
003640         ORGANIZATION IS LINE SEQUENTIAL
003650         FILE STATUS IS PROCESSING-DATE-STATUS.
003700*
003800 DATA DIVISION.
003900 FILE SECTION.
005600     05  AG-AGED-FLAG            PIC X(04).
005700 01  AGED-HEADER-LINE            PIC X(95).
005800*
005810 FD  PROCESSING-DATE-FILE.
005820     COPY PROCDATEREC.
005830*
005900 WORKING-STORAGE SECTION.
006000*
006100 77  SUSPENSE-FILE-NAME          PIC X(80)
006200     VALUE "./suspense.dat".
006300 77  AGED-REPORT-NAME            PIC X(80)
006400     VALUE "./suspaged.txt".
006410 77  PROCESSING-DATE-NAME        PIC X(80)
006420     VALUE "./procdate.dat".
006500 77  ENV-VALUE                   PIC X(80).
006600*
006700 77  SUSPENSE-STATUS             PIC X(02) VALUE SPACES.
006800 77  AGED-REPORT-STATUS          PIC X(02) VALUE SPACES.
006810 77  PROCESSING-DATE-STATUS      PIC X(02) VALUE SPACES.
006900*
007000 77  END-OF-FILE-SWITCH          PIC X(01) VALUE "N".
007100     88  END-OF-FILE                       VALUE "Y".
010400         MOVE ENV-VALUE TO AGED-REPORT-NAME
010500     END-IF
010600*
010700     PERFORM 8900-READ-PROCESSING-DATE THRU 8900-EXIT
010800     MOVE CURRENT-DATE-YYYYMMDD TO CUTOFF-DATE
010900     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-AGED-CUTOFF-DATE"
011000     IF ENV-VALUE NOT = SPACES
022600     END-IF.
022700 3000-EXIT.
022800     EXIT.
022810*
022820***************************************************************
022830*    8900-READ-PROCESSING-DATE                                 *
022840*    THE RUN DATE IS THE SHOP PROCESSING DATE ON THE CONTROL   *
022850*    RECORD (SEE PROCDATEREC.CPY), NOT THE SYSTEM CLOCK - ONLY *
022860*    DATE-ROLL MOVES IT ON. NO CONTROL RECORD, OR NO VALID     *
022870*    DATE ON IT, IS FATAL.                                     *
022880***************************************************************
022890 8900-READ-PROCESSING-DATE.
022900     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-PROCESSING-DATE-FILE"
022910     IF ENV-VALUE NOT = SPACES
022920         MOVE ENV-VALUE TO PROCESSING-DATE-NAME
022930     END-IF
022940     OPEN INPUT PROCESSING-DATE-FILE
022950     IF PROCESSING-DATE-STATUS NOT = "00"
022960         DISPLAY "FATAL: OPEN INPUT PROCESSING-DATE-FILE, STATUS="
022970             PROCESSING-DATE-STATUS
022980         MOVE 16 TO RETURN-CODE
022990         STOP RUN
023000     END-IF
023010     READ PROCESSING-DATE-FILE
023020         AT END
023030             MOVE SPACES TO PROCESSING-DATE-RECORD
023040     END-READ
023050     CLOSE PROCESSING-DATE-FILE
023060     IF PD-PROCESSING-DATE NOT NUMERIC
023070             OR PD-PROCESSING-DATE = 0
023080         DISPLAY "FATAL: NO PROCESSING DATE ON "
023090             PROCESSING-DATE-NAME
023100         MOVE 16 TO RETURN-CODE
023110         STOP RUN
023120     END-IF
023130     MOVE PD-PROCESSING-DATE TO CURRENT-DATE-YYYYMMDD.
023140 8900-EXIT.
023150     EXIT.
