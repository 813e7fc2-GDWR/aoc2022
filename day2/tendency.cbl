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
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS TENDENCY-REPORT-STATUS.
006100*
006110     SELECT PROCESSING-DATE-FILE ASSIGN TO
006120         PROCESSING-DATE-NAME
006130         ORGANIZATION IS LINE SEQUENTIAL
006140         FILE STATUS IS PROCESSING-DATE-STATUS.
006150*
006200 DATA DIVISION.
006300 FILE SECTION.
006400*
007700 FD  TENDENCY-REPORT-FILE.
007800 01  TENDENCY-LINE               PIC X(90).
007900*
007910 FD  PROCESSING-DATE-FILE.
007920     COPY PROCDATEREC.
007930*
008000 WORKING-STORAGE SECTION.
008100*
008200 77  OPPONENT-MASTER-NAME        PIC X(80)
008800     VALUE "./ruleset.dat".
008900 77  TENDENCY-REPORT-NAME        PIC X(80)
009000     VALUE "./tendency.txt".
009010 77  PROCESSING-DATE-NAME        PIC X(80)
009020     VALUE "./procdate.dat".
009100 77  ENV-VALUE                   PIC X(80).
009200*
009300 77  OPPONENT-MASTER-STATUS      PIC X(02) VALUE SPACES.
009500 77  ARCHIVE-FILE-STATUS         PIC X(02) VALUE SPACES.
009600 77  RULESET-STATUS              PIC X(02) VALUE SPACES.
009700 77  TENDENCY-REPORT-STATUS      PIC X(02) VALUE SPACES.
009710 77  PROCESSING-DATE-STATUS      PIC X(02) VALUE SPACES.
009800*
009900 77  OPPONENT-EOF-SWITCH         PIC X(01) VALUE "N".
010000     88  OPPONENT-EOF                      VALUE "Y".
020800     IF ENV-VALUE NOT = SPACES
020900         MOVE ENV-VALUE TO FILTER-DIVISION
021000     END-IF
021100     PERFORM 8900-READ-PROCESSING-DATE THRU 8900-EXIT
021200*
021300     PERFORM 1100-LOAD-RULESET THRU 1100-EXIT
021400*
076200     END-IF.
076300 4000-EXIT.
076400     EXIT.
076410*
076420***************************************************************
076430*    8900-READ-PROCESSING-DATE                                 *
076440*    THE RUN DATE IS THE SHOP PROCESSING DATE ON THE CONTROL   *
076450*    RECORD (SEE PROCDATEREC.CPY), NOT THE SYSTEM CLOCK - ONLY *
076460*    DATE-ROLL MOVES IT ON. NO CONTROL RECORD, OR NO VALID     *
076470*    DATE ON IT, IS FATAL.                                     *
076480***************************************************************
076490 8900-READ-PROCESSING-DATE.
076500     ACCEPT ENV-VALUE FROM ENVIRONMENT "DAY2-PROCESSING-DATE-FILE"
076510     IF ENV-VALUE NOT = SPACES
076520         MOVE ENV-VALUE TO PROCESSING-DATE-NAME
076530     END-IF
076540     OPEN INPUT PROCESSING-DATE-FILE
076550     IF PROCESSING-DATE-STATUS NOT = "00"
076560         DISPLAY "FATAL: OPEN INPUT PROCESSING-DATE-FILE, STATUS="
076570             PROCESSING-DATE-STATUS
076580         MOVE 16 TO RETURN-CODE
076590         STOP RUN
076600     END-IF
076610     READ PROCESSING-DATE-FILE
076620         AT END
076630             MOVE SPACES TO PROCESSING-DATE-RECORD
076640     END-READ
076650     CLOSE PROCESSING-DATE-FILE
076660     IF PD-PROCESSING-DATE NOT NUMERIC
076670             OR PD-PROCESSING-DATE = 0
076680         DISPLAY "FATAL: NO PROCESSING DATE ON "
076690             PROCESSING-DATE-NAME
076700         MOVE 16 TO RETURN-CODE
076710         STOP RUN
076720     END-IF
076730     MOVE PD-PROCESSING-DATE TO CURRENT-DATE-YYYYMMDD.
076740 8900-EXIT.
076750     EXIT.
