002000*              R007  closure or reopen carries a non-zero
002010*                    amount
002100*              R008  account not on the master (adjustment,
002200*                    closure, reopen, reversal or finance
002205*                    charge)
002210*              R009  charge or debit adjustment would push the
002220*                    balance past the account's credit limit
002230*              R010  charge, debit adjustment or new-account
002291*                    business date
002292*              R014  transaction date staler than the agreed
002293*                    number of business days
002294*              R015  reversal names an original that is not on
002295*                    the processed-transactions file for this
002296*                    account (never posted, purged by DL100PF,
002297*                    or posted before the file kept its type)
002298*              R016  reversal names an original that is already
002299*                    reversed, or is itself a reversal
002300*              R017  reversal amount differs from the original's,
002301*                    or the original moved no money
002302*              R018  payment for an account not on the master
002303*                    (held in suspense, see DL100SP, not cut
002304*                    to this file)
002305*
002400* Modification History
002500* Date       Init  Description
002600* ---------- ----  --------------------------------------------
002791*                  R007/R008 now cover the reopen too.
002792* 13/09/2026  LM   Added R012/R013/R014 for the calendar
002793*                  date edits (see DL100CA).
002794* 15/10/2026  LM   Added R015/R016/R017 for the RV reversal
002795*                  edits.
002796* 15/10/2026  LM   R008 now covers the FC finance charge too.
002797* 15/10/2026  LM   Added R018 for the payment account edit.
002800******************************************************************
002900 01  DL100-REJECT-RECORD.
003000     05  DL100-REJ-TRANS-IMAGE        PIC X(81).
