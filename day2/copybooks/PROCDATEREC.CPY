000100***************************************************************
000200*    PROCDATEREC.CPY                                           *
000300*    THE SHOP'S PROCESSING-DATE CONTROL RECORD - THE ONE LINE  *
000400*    ON THE PROCESSING-DATE FILE (DEFAULT ./procdate.dat,      *
000500*    DAY2-PROCESSING-DATE-FILE). EVERY PROGRAM THAT STAMPS OR  *
000600*    SELECTS BY A RUN DATE TAKES IT FROM PD-PROCESSING-DATE    *
000700*    INSTEAD OF THE SYSTEM CLOCK, SO A NIGHT THAT RUNS PAST    *
000800*    MIDNIGHT STAYS UNDER ONE BUSINESS DATE. ONLY DATE-ROLL    *
000900*    WRITES IT: IT MOVES THE DATE FORWARD AT END OF DAY, KEEPS *
001000*    THE DATE IT ROLLED FROM, AND STAMPS THE CLOCK DATE AND    *
001100*    TIME OF THE ROLL.                                         *
001200*                                                               *
001300*    MODIFICATION HISTORY                                      *
001400*    -------------------                                       *
001500*    10-15-26  GDWR  ORIGINAL.                                  *
001600***************************************************************
001700 01  PROCESSING-DATE-RECORD.
001800     05  PD-PROCESSING-DATE      PIC 9(08).
001900     05  FILLER                  PIC X(01).
002000     05  PD-PREVIOUS-DATE        PIC 9(08).
002100     05  FILLER                  PIC X(01).
002200     05  PD-ROLLED-DATE          PIC 9(08).
002300     05  FILLER                  PIC X(01).
002400     05  PD-ROLLED-TIME          PIC 9(08).
