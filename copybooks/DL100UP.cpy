000100******************************************************************
000200* Copybook:  DL100UP
000300* Author:    Luigi
000400* Date:      15/10/2026
000500* Purpose:   Record layout for the unusual-activity rule card
000600*            (UMPARM) read by DL100UM.  Three rules, each one
000700*            switched off by a zero day count or factor:
000800*            RODB - the count of DB postings of at least the
000900*            given amount keyed since the account's latest RO
001000*            reopen, if that reopen is no more than the given
001100*            number of business days old, reaches the count;
001200*            NEWA - postings since the NW that opened the
001300*            account, in its first given number of business
001400*            days, reach the count or the amount;
001500*            SPIK - the day's postings on the account reach the
001600*            minimum count and the factor times its usual daily
001700*            count this month on the month-to-date file, or the
001800*            minimum amount and the factor times its usual daily
001900*            amount.  With no usable card DL100UM runs with
002000*            RODB 1,000.00 / 10 days / 2, NEWA 5 days / 10 /
002100*            5,000.00 and SPIK factor 5 / 5 / 2,000.00.  Keep
002200*            this the one and only place the field list is
002300*            maintained.
002400*
002500* Modification History
002600* Date       Init  Description
002700* ---------- ----  --------------------------------------------
002800* 15/10/2026  LM   Initial layout.
002900******************************************************************
003000 01  DL100-UP-RECORD.
003100     05  DL100-UP-RO-AMOUNT           PIC 9(07)V99.
003200     05  DL100-UP-RO-DAYS             PIC 9(02).
003300     05  DL100-UP-RO-COUNT            PIC 9(03).
003400     05  DL100-UP-NW-DAYS             PIC 9(02).
003500     05  DL100-UP-NW-COUNT            PIC 9(03).
003600     05  DL100-UP-NW-AMOUNT           PIC 9(07)V99.
003700     05  DL100-UP-SPIKE-FACTOR        PIC 9(03).
003800     05  DL100-UP-SPIKE-COUNT         PIC 9(03).
003900     05  DL100-UP-SPIKE-AMOUNT        PIC 9(07)V99.
004000     05  FILLER                       PIC X(37).
