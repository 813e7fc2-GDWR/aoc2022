000100***************************************************************
000200*    GUIDECALREC.CPY                                           *
000300*    ONE OPPONENT'S ENTRY ON THE GUIDE SUBMISSION CALENDAR,    *
000400*    KEYED BY OPPONENT NAME. CARRIES THE DATE THE OPPONENT'S   *
000500*    NEXT GUIDE IS DUE (0 = NOT SCHEDULED) AND WHAT GUIDE-LOAD *
000600*    HAS RECORDED AGAINST THAT DUE DATE SO FAR - THE FIRST     *
000700*    AND LATEST LOAD DATES, THE ROUNDS LOADED BY THE LATEST    *
000800*    LOAD, HOW MANY LOADS THE CYCLE HAS SEEN AND THE DATA-FILE *
000900*    THEY WENT TO. A FIRST LOAD DATE OF 0 MEANS NOTHING HAS    *
001000*    ARRIVED YET FOR THE CURRENT DUE DATE. SCHEDULED BY THE    *
001100*    GUIDECAL-MAINT PROGRAM (WHICH CLEARS THE LOAD FIELDS      *
001200*    WHEN IT OPENS A NEW CYCLE), POSTED BY GUIDE-LOAD.CBL AND  *
001300*    READ BY THE GUIDE-EXCEPTION REPORT.                       *
001400*                                                               *
001500*    MODIFICATION HISTORY                                      *
001600*    -------------------                                       *
001700*    10-15-26  GDWR  ORIGINAL.                                  *
001800***************************************************************
001900 01  GUIDE-CALENDAR-RECORD.
002000     05  GC-OPPONENT-NAME        PIC X(20).
002100     05  GC-DUE-DATE             PIC 9(08).
002200     05  GC-FIRST-LOAD-DATE      PIC 9(08).
002300     05  GC-LAST-LOAD-DATE       PIC 9(08).
002400     05  GC-LOADED-COUNT         PIC 9(05).
002500     05  GC-LOAD-TIMES           PIC 9(03).
002600     05  GC-DATA-FILE            PIC X(80).
