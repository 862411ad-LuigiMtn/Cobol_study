000900*            the per-type slots; the DL100ME month-end run
001000*            reads the file to print account statements.  The
001100*            type slots sit in the same fixed order as the
001200*            code list NW PY DB CA DA CL RO RV FC and the
001300*            amounts are unsigned magnitudes - the debit/
001400*            credit meaning comes from the type code.
001500*
001600* Modification History
001700* Date       Init  Description
001930*                  the accumulation file before the first run
001940*                  with this change, at a month boundary after
001950*                  the DL100ME statements are cut.
001960* 15/10/2026  LM   Eighth type slot for the RV reversal code -
001970*                  record length now 186.  The RV slot is
001980*                  the one exception to the unsigned
001990*                  rule: its amount is the net signed effect of
001991*                  the month's reversals, positive on the debit
001992*                  side (a reversed credit) and negative on the
001993*                  credit side (a reversed debit).  Redefine the
001994*                  accumulation file at a month boundary after
001995*                  the DL100ME statements are cut.
001996* 15/10/2026  LM   Ninth type slot for the FC finance charge -
001997*                  record length now 204.  Redefine the
001998*                  accumulation file at a month boundary after
001999*                  the DL100ME statements are cut.
002000******************************************************************
002100 01  DL100-MTD-RECORD.
002200     05  DL100-MTD-ACCT-NO            PIC 9(09).
002300     05  DL100-MTD-MONTH              PIC 9(06).
002400     05  DL100-MTD-OPEN-BALANCE       PIC S9(09)V99.
002500     05  DL100-MTD-TYPE-ENTRY OCCURS 9.
002600         10  DL100-MTD-TYPE-CODE      PIC X(02).
002700         10  DL100-MTD-TYPE-COUNT     PIC 9(05).
002800         10  DL100-MTD-TYPE-AMOUNT    PIC S9(09)V99.
