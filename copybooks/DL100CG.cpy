000100******************************************************************
000200* Copybook:  DL100CG
000300* Author:    Luigi
000400* Date:      15/10/2026
000500* Purpose:   Record layout for the DL100 outbound change feed cut
000600*            nightly by DL100CF for the authorization and
000700*            customer-service systems.  One record per account
000800*            that changed since the last snapshot, giving the
000900*            old and new balance, status and credit limit, the
001000*            change-reason code and which of the three moved.
001100*            The feed is wrapped in the DL100CT header and
001200*            trailer records (source DL100CF) in the first 81
001300*            bytes, the rest spaces; the trailer counts the
001400*            change records and hashes the absolute value of
001500*            their new balances.  Keep this the one and only
001600*            place the field list is maintained.
001700*
001800* Modification History
001900* Date       Init  Description
002000* ---------- ----  --------------------------------------------
002100* 15/10/2026  LM   Initial layout.
002200******************************************************************
002300 01  DL100-CHG-RECORD.
002400     05  DL100-CHG-ACCT-NO            PIC 9(09).
002500     05  DL100-CHG-REASON             PIC X(02).
002600         88  DL100-CHG-ADDED          VALUE "AD".
002700         88  DL100-CHG-PURGED         VALUE "PG".
002800         88  DL100-CHG-CLOSED         VALUE "CL".
002900         88  DL100-CHG-REOPENED       VALUE "RO".
003000         88  DL100-CHG-STATUS         VALUE "ST".
003100         88  DL100-CHG-LIMIT          VALUE "LM".
003200         88  DL100-CHG-BALANCE        VALUE "BL".
003300         88  DL100-CHG-REFRESH        VALUE "FR".
003400     05  DL100-CHG-BUS-DATE           PIC 9(08).
003500     05  DL100-CHG-MOVED-FLAGS.
003600         10  DL100-CHG-BAL-MOVED      PIC X(01).
003700         10  DL100-CHG-STATUS-MOVED   PIC X(01).
003800         10  DL100-CHG-LIMIT-MOVED    PIC X(01).
003900     05  DL100-CHG-OLD-STATUS         PIC X(01).
004000     05  DL100-CHG-NEW-STATUS         PIC X(01).
004100     05  DL100-CHG-OLD-BALANCE        PIC S9(09)V99.
004200     05  DL100-CHG-NEW-BALANCE        PIC S9(09)V99.
004300     05  DL100-CHG-OLD-LIMIT          PIC 9(09)V99.
004400     05  DL100-CHG-NEW-LIMIT          PIC 9(09)V99.
004500     05  DL100-CHG-NAME               PIC X(30).
004600     05  FILLER                       PIC X(22).
