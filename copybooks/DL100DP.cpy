000100******************************************************************
000200* Copybook:  DL100DP
000300* Author:    Luigi
000400* Date:      15/10/2026
000500* Purpose:   Record layout for the dual-control parameter card
000600*            (DCPARM), read by TESTE's interactive maintenance
000700*            and by DL100DC.  A new credit limit above the
000800*            threshold - or a limit taken off altogether (zero)
000900*            - needs a second operator; the status rule says
001000*            which status changes do: A any change, R only a
001100*            change away from closed (a reopen), N none.  Items
001200*            nobody acts on expire after the given number of
001300*            business days.  With no usable card every limit
001400*            and status change needs a second operator and
001500*            items expire after five business days.  Keep this
001600*            the one and only place the field list is
001700*            maintained.
001800*
001900* Modification History
002000* Date       Init  Description
002100* ---------- ----  --------------------------------------------
002200* 15/10/2026  LM   Initial layout.
002300******************************************************************
002400 01  DL100-DP-RECORD.
002500     05  DL100-DP-LIMIT-THRESHOLD     PIC 9(09)V99.
002600     05  DL100-DP-STATUS-RULE         PIC X(01).
002700         88  DL100-DP-STATUS-ALL      VALUE "A".
002800         88  DL100-DP-STATUS-REOPEN   VALUE "R".
002900         88  DL100-DP-STATUS-NONE     VALUE "N".
003000         88  DL100-DP-STATUS-RULE-VALID VALUES "A" "R" "N".
003100     05  DL100-DP-EXPIRY-DAYS         PIC 9(02).
003200     05  FILLER                       PIC X(66).
