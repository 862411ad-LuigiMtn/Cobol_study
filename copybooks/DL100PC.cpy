000100******************************************************************
000200* Copybook:  DL100PC
000300* Author:    Luigi
000400* Date:      15/10/2026
000500* Purpose:   Record layout for the keyed pending-change file
000600*            (PENDFL).  A credit-limit or status change keyed in
000700*            TESTE's interactive maintenance that needs a second
000800*            operator (see the DCPARM card, layout DL100DP) is
000900*            held here instead of being applied to the master,
001000*            with the requesting operator's ID, until a second
001100*            operator with a different ID approves or declines
001200*            it, or DL100DC expires it when nobody has acted on
001300*            it in time.  Keyed on the account and the date and
001400*            time the change was keyed.  Finished items stay on
001500*            the file as the record of who asked and who acted;
001600*            the report dates tell DL100DC which items it has
001700*            already listed on which business date, so a re-run
001800*            of the report lists the same items again.  Keep
001900*            this the one and only place the field list is
002000*            maintained.
002100*
002200* Modification History
002300* Date       Init  Description
002400* ---------- ----  --------------------------------------------
002500* 15/10/2026  LM   Initial layout.
002600******************************************************************
002700 01  DL100-PC-RECORD.
002800     05  DL100-PC-KEY.
002900         10  DL100-PC-ACCT-NO         PIC 9(09).
003000         10  DL100-PC-REQ-DATE        PIC 9(08).
003100         10  DL100-PC-REQ-TIME        PIC 9(08).
003200     05  DL100-PC-CHANGE-TYPE         PIC X(01).
003300         88  DL100-PC-LIMIT-CHANGE    VALUE "L".
003400         88  DL100-PC-STATUS-CHANGE   VALUE "S".
003500     05  DL100-PC-OLD-STATUS          PIC X(01).
003600     05  DL100-PC-NEW-STATUS          PIC X(01).
003700     05  DL100-PC-OLD-LIMIT           PIC 9(09)V99.
003800     05  DL100-PC-NEW-LIMIT           PIC 9(09)V99.
003900     05  DL100-PC-REQ-OPER            PIC X(08).
004000     05  DL100-PC-STATE               PIC X(01).
004100         88  DL100-PC-PENDING         VALUE "P".
004200         88  DL100-PC-APPROVED        VALUE "A".
004300         88  DL100-PC-DECLINED        VALUE "D".
004400         88  DL100-PC-EXPIRED         VALUE "E".
004500     05  DL100-PC-ACT-OPER            PIC X(08).
004600     05  DL100-PC-ACT-DATE            PIC 9(08).
004700     05  DL100-PC-ACT-TIME            PIC 9(08).
004800     05  DL100-PC-REQ-RPT-DATE        PIC 9(08).
004900     05  DL100-PC-ACT-RPT-DATE        PIC 9(08).
005000     05  FILLER                       PIC X(21).
