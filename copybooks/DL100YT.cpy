000100******************************************************************
000200* Copybook:  DL100YT
000300* Author:    Luigi
000400* Date:      15/10/2026
000500* Purpose:   Record layout for the year-to-date file (YTDFL) -
000600*            one record per account for the year, keyed on the
000700*            account number.  DL100ME rolls each statement
000800*            month's figures from the month-to-date file (DL100MT)
000900*            into it: the type slots sit in the same fixed order
001000*            as the code list NW PY DB CA DA CL RO RV FC, the
001100*            amounts are unsigned magnitudes except the RV slot's
001200*            signed net, as on DL100MT, and the last month rolled
001300*            is kept so a re-run never rolls a month twice.  The
001400*            opening balance is the year's: the month-to-date
001500*            opening balance of the first month rolled, or the
001600*            closing position DL100YE carried forward from the
001700*            year before, in which case the closed year is kept
001800*            too.  Keep this the one and only place the field list
001900*            is maintained.
002000*
002100* Modification History
002200* Date       Init  Description
002300* ---------- ----  --------------------------------------------
002400* 15/10/2026  LM   Initial layout.
002500******************************************************************
002600 01  DL100-YTD-RECORD.
002700     05  DL100-YTD-ACCT-NO            PIC 9(09).
002800     05  DL100-YTD-YEAR               PIC 9(04).
002900     05  DL100-YTD-FIRST-MONTH        PIC 9(06).
003000     05  DL100-YTD-LAST-MONTH         PIC 9(06).
003100     05  DL100-YTD-OPEN-BALANCE       PIC S9(09)V99.
003200     05  DL100-YTD-CLOSED-YEAR        PIC 9(04).
003300     05  DL100-YTD-TYPE-ENTRY OCCURS 9.
003400         10  DL100-YTD-TYPE-CODE      PIC X(02).
003500         10  DL100-YTD-TYPE-COUNT     PIC 9(07).
003600         10  DL100-YTD-TYPE-AMOUNT    PIC S9(11)V99.
003700     05  FILLER                       PIC X(12).
