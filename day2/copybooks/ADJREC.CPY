000100***************************************************************
000200*    ADJREC.CPY                                                *
000300*    ONE SCORE ADJUSTMENT OR PENALTY ON THE ADJUSTMENT LEDGER, *
000400*    KEYED BY OPPONENT NAME, EFFECTIVE DATE AND A SEQUENCE     *
000500*    WITHIN THE DATE (SO A CONDUCT PENALTY AND A LATE-GUIDE    *
000600*    PENALTY CAN TAKE EFFECT THE SAME DAY). THE SCORE1/SCORE2  *
000700*    ADJUSTMENTS ARE SIGNED - A DOCK IS NEGATIVE, AN AWARD     *
000800*    POSITIVE - AND CARRY A LEADING SEPARATE SIGN SO THE       *
000900*    LEDGER READS THE SAME ON AN UNLOAD. AJ-AUTH-REFERENCE IS  *
001000*    THE LEAGUE RULING OR MEMO THAT AUTHORIZED THE ENTRY.      *
001100*    MAINTAINED ONLY BY ADJ-MAINT (UNDER DUAL CONTROL, SEE     *
001200*    APPRQREC.CPY); LEADERBOARD.CBL ADDS EVERY ENTRY WHOSE     *
001300*    EFFECTIVE DATE IS ON OR BEFORE THE RUN DATE TO THE        *
001400*    OPPONENT'S SCORED TOTALS BEFORE RANKING. THE ROUNDS ON    *
001500*    THE DATA-FILE ARE NEVER TOUCHED.                          *
001600*                                                               *
001700*    MODIFICATION HISTORY                                      *
001800*    -------------------                                       *
001900*    10-15-26  GDWR  ORIGINAL.                                  *
002000***************************************************************
002100 01  ADJUSTMENT-RECORD.
002200     05  AJ-ADJUSTMENT-KEY.
002300         10  AJ-OPPONENT-NAME    PIC X(20).
002400         10  AJ-EFFECTIVE-DATE   PIC 9(08).
002500         10  AJ-SEQUENCE         PIC 9(02).
002600     05  AJ-SCORE1-ADJUST        PIC S9(07)
002700                                 SIGN LEADING SEPARATE.
002800     05  AJ-SCORE2-ADJUST        PIC S9(07)
002900                                 SIGN LEADING SEPARATE.
003000     05  AJ-REASON-CODE          PIC X(04).
003100         88  AJ-REASON-CONDUCT             VALUE "COND".
003200         88  AJ-REASON-LATE-GUIDE          VALUE "LATE".
003300         88  AJ-REASON-AWARD               VALUE "AWRD".
003400         88  AJ-REASON-OTHER               VALUE "OTHR".
003500         88  AJ-REASON-VALID               VALUE "COND" "LATE"
003600                                                 "AWRD" "OTHR".
003700     05  AJ-AUTH-REFERENCE       PIC X(20).
003800     05  AJ-ENTERED-DATE         PIC 9(08).
003900     05  AJ-MAKER-ID             PIC X(08).
004000     05  AJ-CHECKER-ID           PIC X(08).
