000100***************************************************************
000200*    SEASHISTREC.CPY                                           *
000300*    ONE OPPONENT'S FINAL STANDING IN ONE CLOSED SEASON, KEYED *
000400*    BY THE SEASON'S END DATE AND THE OPPONENT NAME. LOADED BY *
000500*    RECORDS-BOOK FROM EACH SEASON-STANDINGS FILE SEASON-CLOSE *
000600*    WRITES AND NEVER PURGED - IT IS THE PERMANENT SEASON      *
000700*    HISTORY THE ALL-TIME RECORDS BOOK IS COMPILED FROM. THE   *
000800*    DIVISION IS THE ONE THE OPPONENT PLAYED THAT SEASON IN.   *
000900*    A SEASON CLOSED BEFORE THE STANDINGS CARRIED BEST-RUN     *
001000*    DATES HAS ZERO IN BOTH DATE FIELDS.                       *
001100*                                                               *
001200*    MODIFICATION HISTORY                                      *
001300*    -------------------                                       *
001400*    10-15-26  GDWR  ORIGINAL.                                  *
001500***************************************************************
001600 01  SEASON-HISTORY-RECORD.
001700     05  SN-SEASON-KEY.
001800         10  SN-SEASON-END       PIC 9(08).
001900         10  SN-OPPONENT-NAME    PIC X(20).
002000     05  SN-SEASON-START         PIC 9(08).
002100     05  SN-DIVISION             PIC X(10).
002200     05  SN-RANK                 PIC 9(03).
002300     05  SN-BEST1                PIC 9(10).
002400     05  SN-BEST1-DATE           PIC 9(08).
002500     05  SN-AVG1                 PIC 9(10).
002600     05  SN-BEST2                PIC 9(10).
002700     05  SN-BEST2-DATE           PIC 9(08).
002800     05  SN-AVG2                 PIC 9(10).
002900     05  SN-ROUNDS               PIC 9(05).
003000     05  SN-CHAMPION-FLAG        PIC X(01).
003100         88  SN-CHAMPION                   VALUE "Y".
003200     05  SN-LOADED-DATE          PIC 9(08).
