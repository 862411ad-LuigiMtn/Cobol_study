001480*                  keys on account, run date, sequence and
001490*                  origin, so hand changes sit beside batch
001491*                  postings instead of landing on them.
001492* 15/10/2026  LM   Record length 80 to 170 for forward
001493*                  recovery (DL100FR): the transaction type
001494*                  and amount, the account balance before and
001495*                  after, and the master's status, name,
001496*                  credit limit and last-activity date as the
001497*                  action left them.  Maintenance actions
001498*                  carry type spaces, amount zero and the
001499*                  balance unchanged.
001501* 15/10/2026  LM   Record length 170 to 186: the operator ID
001502*                  that keyed a maintenance action and, on a
001503*                  change a second operator approved or
001504*                  declined (dual control, see DL100PC), that
001505*                  operator's ID.  Spaces on batch postings.
001590******************************************************************
001600 01  DL100-AUDIT-RECORD.
001700     05  DL100-AUDIT-KEY.
001800         10  DL100-AUDIT-ACCT-NO      PIC 9(09).
002400     05  DL100-AUDIT-STATUS-BEFORE    PIC X(01).
002500     05  DL100-AUDIT-STATUS-AFTER     PIC X(01).
002600     05  DL100-AUDIT-DETAIL           PIC X(38).
002700     05  DL100-AUDIT-TYPE-CODE        PIC X(02).
002800     05  DL100-AUDIT-AMOUNT           PIC 9(07)V99.
002900     05  DL100-AUDIT-BAL-BEFORE       PIC S9(09)V99.
003000     05  DL100-AUDIT-BAL-AFTER        PIC S9(09)V99.
003100     05  DL100-AUDIT-MASTER-AFTER.
003200         10  DL100-AUDIT-MAST-STATUS  PIC X(01).
003300         10  DL100-AUDIT-MAST-NAME    PIC X(30).
003400         10  DL100-AUDIT-MAST-LIMIT   PIC 9(09)V99.
003500         10  DL100-AUDIT-MAST-ACT-DATE PIC 9(08).
003600     05  DL100-AUDIT-OPER-ID          PIC X(08).
003610     05  DL100-AUDIT-APPR-OPER-ID     PIC X(08).
003620     05  FILLER                       PIC X(07).
