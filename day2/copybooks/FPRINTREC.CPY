000100***************************************************************
000200*    FPRINTREC.CPY                                             *
000300*    THE LAST SANCTIONED CONTENT FINGERPRINT OF ONE DATA-FILE, *
000400*    KEYED BY THE DATA-FILE NAME (SAME IDENTITY AS THE SCORE   *
000500*    CACHE, SEE CACHEREC.CPY). THE FINGERPRINT IS THE ROUND    *
000600*    COUNT PLUS A ROLLING HASH OVER EVERY ROUND-RECORD IMAGE   *
000700*    IN ROUND-NUMBER ORDER - EACH IMAGE'S EIGHT BYTES ARE      *
000800*    FOLDED BASE 31 INTO A RECORD VALUE, AND THE FILE HASH IS  *
000900*    CARRIED AS (HASH * 31 + RECORD VALUE) MODULO 10**15, SO   *
001000*    A CHANGED, ADDED, DROPPED OR REORDERED ROUND ALL MOVE IT. *
001100*    ONLY THE SANCTIONED WRITERS STAMP IT, AFTER THEY FINISH:  *
001200*    GUIDE-LOAD, AND ROUND-MAINT AND SUSPENSE-REPAIR IN APPLY  *
001300*    MODE. FPRINT-VERIFY RECOMPUTES IT BEFORE THE SCORING RUN  *
001400*    AND RECORDS THE OUTCOME IN THE LAST-CHECK FIELDS; THE     *
001500*    LAST-MATCH DATE IS THE LAST DAY THE FILE WAS KNOWN GOOD   *
001600*    (A WRITER'S STAMP COUNTS AS A MATCH ON ITS OWN DATE).     *
001610*    A GUIDE-LOAD WHOSE GUIDE DUPLICATES ANOTHER OPPONENT'S    *
001620*    (OR ITS OWN PREVIOUS LOAD) STAMPS THE FILE HELD, AND      *
001630*    FPRINT-VERIFY STOPS A HELD FILE UNTIL A CLEAN RELOAD OR   *
001640*    AN EXPLICIT RELEASE (HOLD FLAG R, DATED). ROUND-MAINT     *
001650*    AND SUSPENSE-REPAIR CARRY AN EXISTING HOLD FORWARD.       *
001700*                                                               *
001800*    MODIFICATION HISTORY                                      *
001900*    -------------------                                       *
002000*    10-15-26  GDWR  ORIGINAL.                                  *
002010*    10-15-26  GDWR  THE DUPLICATE-GUIDE HOLD (FP-HOLD), SET BY *
002020*                    GUIDE-LOAD, CLEARED BY A CLEAN RELOAD OR   *
002030*                    AN FPRINT-VERIFY RELEASE, AND THE HELD     *
002040*                    CHECK RESULT.                              *
002100***************************************************************
002200 01  FINGERPRINT-RECORD.
002300     05  FP-DATA-FILE            PIC X(80).
002400     05  FP-ROUND-COUNT          PIC 9(05).
002500     05  FP-HASH                 PIC 9(15).
002600     05  FP-WRITTEN-BY           PIC X(16).
002700     05  FP-WRITTEN-DATE         PIC 9(08).
002800     05  FP-WRITTEN-TIME         PIC 9(08).
002900     05  FP-LAST-MATCH-DATE      PIC 9(08).
003000     05  FP-LAST-CHECK-DATE      PIC 9(08).
003100     05  FP-LAST-CHECK-RESULT    PIC X(08).
003200         88  FP-LAST-MATCHED               VALUE "MATCH".
003300         88  FP-LAST-MISMATCHED            VALUE "MISMATCH".
003310         88  FP-LAST-HELD                  VALUE "HELD".
003400     05  FP-HOLD.
003500         10  FP-HOLD-FLAG        PIC X(01).
003600             88  FP-HELD                   VALUE "H".
003700             88  FP-HOLD-RELEASED          VALUE "R".
003800         10  FP-HOLD-DATE        PIC 9(08).
