001500* Date       Init  Description
001600* ---------- ----  --------------------------------------------
001700* 04/09/2026  LM   Initial layout, split out of TESTE.
001710* 15/10/2026  LM   Type code SU carries the day's payment
001720*                  suspense movement - taken in on the credit
001730*                  side, cleared on the debit side.  Cut by
001740*                  the intake after the type records and by
001750*                  DL100SC for suspense refunds.
001800******************************************************************
001900 01  DL100-GL-RECORD.
002000     05  DL100-GL-BUS-DATE            PIC 9(08).
