000100******************************************************************
000200* Copybook:  DL100SP
000300* Author:    Luigi
000400* Date:      15/10/2026
000500* Purpose:   Record layout for the keyed payment suspense file
000600*            (SUSPFL).  The daily intake writes one item for
000700*            each PY it cannot apply - an account not on the
000800*            master, or a payment failing the master edits -
000900*            so the customer's money stays on the books; the
001000*            DL100SC clearing program applies each item to the
001100*            right account through a recycle batch or marks it
001200*            for refund, and ages what is still open.
001300*
001400*            Key: business date the payment arrived on, the
001500*            sending system off its batch header, and the
001600*            payment's own DL100-TRANS-KEY.
001700*
001800*            Item status:
001900*              O  open - still in suspense
002000*              A  applied - sent back through intake, to the
002100*                 account and under the key in the applied
002200*                 fields, by the DL100SC recycle batch
002300*              R  marked for refund to the customer
002400*
002500*            The reason codes are the intake edits that sent
002600*            the payment here (see DL100RJ; R018 is a payment
002700*            for an account not on the master).
002800*
002900* Modification History
003000* Date       Init  Description
003100* ---------- ----  --------------------------------------------
003200* 15/10/2026  LM   Initial layout.
003300******************************************************************
003400 01  DL100-SUSP-RECORD.
003500     05  DL100-SUSP-KEY.
003600         10  DL100-SUSP-BUS-DATE      PIC 9(08).
003700         10  DL100-SUSP-SOURCE-SYSTEM PIC X(08).
003800         10  DL100-SUSP-TRANS-KEY     PIC X(14).
003900     05  DL100-SUSP-TRANS-IMAGE       PIC X(81).
004000     05  DL100-SUSP-REASONS.
004100         10  DL100-SUSP-REASON        OCCURS 5 PIC X(04).
004200     05  DL100-SUSP-STATUS            PIC X(01).
004300         88  DL100-SUSP-OPEN          VALUE "O".
004400         88  DL100-SUSP-APPLIED       VALUE "A".
004500         88  DL100-SUSP-REFUND        VALUE "R".
004600     05  DL100-SUSP-ACTION-DATE       PIC 9(08).
004700     05  DL100-SUSP-APPLIED-KEY.
004800         10  DL100-SUSP-APPLIED-ACCT  PIC 9(09).
004900         10  DL100-SUSP-APPLIED-SEQ   PIC 9(05).
005000     05  FILLER                       PIC X(16).
