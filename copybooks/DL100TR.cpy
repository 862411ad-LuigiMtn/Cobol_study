002220*                  account.  Moves no money, so like a closure
002230*                  it must carry a zero amount, and it sits in
002240*                  neither the debit nor the credit set.
002250* 15/10/2026  LM   Added RV reversal - backs out one earlier
002260*                  posting, named by the original's key carved
002270*                  out of the filler (DL100-TRANS-ORIG-KEY,
002280*                  spaces on every other type).  It moves the
002290*                  original's amount the opposite way, so it
002291*                  sits in neither the debit nor the credit set
002292*                  - the side comes from the original's type.
002293* 15/10/2026  LM   Added FC finance charge - the month's accrued
002294*                  interest capitalized onto the balance by
002295*                  DL100IC.  A debit, kept apart from DB so the
002296*                  statement and the GL show interest on its
002297*                  own line.
002300******************************************************************
002400 01  DL100-TRANS-RECORD.
002500     05  DL100-TRANS-KEY.
003400         88  DL100-TYPE-DEBIT-ADJ     VALUE "DA".
003500         88  DL100-TYPE-CLOSURE       VALUE "CL".
003550         88  DL100-TYPE-REOPEN        VALUE "RO".
003560         88  DL100-TYPE-REVERSAL      VALUE "RV".
003570         88  DL100-TYPE-FIN-CHARGE    VALUE "FC".
003600         88  DL100-TYPE-ADJUSTMENT    VALUES "CA" "DA".
003700         88  DL100-TYPE-DEBIT         VALUES "NW" "DB" "DA"
003710                                             "FC".
003800         88  DL100-TYPE-CREDIT        VALUES "PY" "CA".
003900         88  DL100-TYPE-CODE-VALID    VALUES "NW" "PY" "DB"
004000                                             "CA" "DA" "CL"
004100                                             "RO" "RV" "FC".
004100     05  DL100-TRANS-AMOUNT           PIC 9(07)V99.
004200     05  DL100-TRANS-NAME             PIC X(30).
004300     05  DL100-TRANS-STATUS           PIC X(01).
004400     05  DL100-TRANS-ORIG-KEY.
004410         10  DL100-TRANS-ORIG-ACCT-NO PIC 9(09).
004420         10  DL100-TRANS-ORIG-SEQ-NO  PIC 9(05).
004430     05  FILLER                       PIC X(01).
004500     05  DL100-TRANS-RECYCLE-COUNT    PIC 9(02).
