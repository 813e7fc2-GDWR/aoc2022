000100***************************************************************
000200*    APPRQREC.CPY                                              *
000300*    ONE MAINTENANCE TRANSACTION WAITING ON DUAL CONTROL.      *
000400*    ROUND-MAINT, SUSPENSE-REPAIR AND OPPONENT-MAINT QUEUE     *
000500*    EVERY TRANSACTION HERE (STATUS P) UNDER THE OPERATOR WHO  *
000600*    ENTERED IT; APPROVAL-RUN LETS A DIFFERENT OPERATOR        *
000700*    RELEASE (R) OR DECLINE (D) IT; THE OWNING MAINTENANCE     *
000800*    PROGRAM, RUN IN APPLY MODE, APPLIES ONLY RELEASED ITEMS   *
000900*    AND MARKS THEM APPLIED (A) OR FAILED (F) WITH ITS RESULT  *
001000*    TEXT. THE KEY IS THE ENTRY DATE, TIME AND THE SEQUENCE    *
001100*    OF THE TRANSACTION WITHIN THE ENTRY RUN. PQ-TARGET-FILE   *
001200*    IS THE DATA-FILE (ROUNDMNT / SUSPREPR) OR THE OPPONENT    *
001300*    MASTER (OPPMAINT) THE ITEM WAS ENTERED AGAINST, AND       *
001400*    PQ-TRANS-IMAGE IS THE TRANSACTION LINE AS ENTERED.        *
001500*    APPROVAL-AGED REPORTS WHAT IS STILL WAITING.              *
001600*                                                               *
001700*    MODIFICATION HISTORY                                      *
001800*    -------------------                                       *
001900*    10-15-26  GDWR  ORIGINAL.                                  *
001910*    10-15-26  GDWR  ADD ADJ-MAINT (ADJUSTMENT LEDGER) AS A     *
001920*                    QUEUE SOURCE; ITS PQ-TARGET-FILE IS THE   *
001930*                    LEDGER.                                   *
002000***************************************************************
002100 01  APPROVAL-QUEUE-RECORD.
002200     05  PQ-QUEUE-KEY.
002300         10  PQ-ENTRY-DATE       PIC 9(08).
002400         10  PQ-ENTRY-TIME       PIC 9(08).
002500         10  PQ-ENTRY-SEQUENCE   PIC 9(05).
002600     05  PQ-SOURCE               PIC X(08).
002700         88  PQ-FROM-ROUND-MAINT           VALUE "ROUNDMNT".
002800         88  PQ-FROM-SUSPENSE-REPAIR       VALUE "SUSPREPR".
002900         88  PQ-FROM-OPPONENT-MAINT        VALUE "OPPMAINT".
002950         88  PQ-FROM-ADJUSTMENT-MAINT      VALUE "ADJMAINT".
003000     05  PQ-TARGET-FILE          PIC X(80).
003100     05  PQ-MAKER-ID             PIC X(08).
003200     05  PQ-CHECKER-ID           PIC X(08).
003300     05  PQ-STATUS               PIC X(01).
003400         88  PQ-PENDING                    VALUE "P".
003500         88  PQ-RELEASED                   VALUE "R".
003600         88  PQ-DECLINED                   VALUE "D".
003700         88  PQ-APPLIED                    VALUE "A".
003800         88  PQ-FAILED                     VALUE "F".
003900     05  PQ-DECISION-DATE        PIC 9(08).
004000     05  PQ-APPLIED-DATE         PIC 9(08).
004100     05  PQ-RESULT               PIC X(24).
004200     05  PQ-TRANS-IMAGE          PIC X(140).
