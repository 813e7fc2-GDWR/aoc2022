001150*                    IT AS A SPACE) MEANS THE ROW STILL        *
001160*                    BELONGS TO THE RUNNING SEASON AND TREND    *
001170*                    REPORTING STILL COUNTS IT.                 *
001180*    10-15-26  GDWR  ADD RAW SCORES AND THE ADJUSTMENT LEDGER   *
001181*                    TOTALS (SEE ADJREC.CPY). HL-SCORE1/HL-    *
001182*                    SCORE2 ARE NOW THE NET SCORES THE ENTRY   *
001183*                    WAS RANKED ON; A ROW WRITTEN BEFORE THE   *
001184*                    LEDGER EXISTED CARRIES SPACES IN THE NEW  *
001185*                    FIELDS AND READERS TREAT IT AS RAW = NET, *
001186*                    NO ADJUSTMENT.                            *
001200***************************************************************
001300 01  LB-HISTORY-RECORD.
001400     05  HL-HISTORY-KEY.
002000     05  HL-ROUNDS               PIC 9(05).
002100     05  HL-CLOSED-FLAG          PIC X(01).
002200         88  HL-CLOSED                     VALUE "C".
002300     05  HL-RAW-SCORE1           PIC 9(10).
002400     05  HL-RAW-SCORE2           PIC 9(10).
002500     05  HL-ADJUST1              PIC S9(09)
002600                                 SIGN LEADING SEPARATE.
002700     05  HL-ADJUST2              PIC S9(09)
002800                                 SIGN LEADING SEPARATE.
