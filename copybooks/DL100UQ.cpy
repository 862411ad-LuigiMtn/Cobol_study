000100******************************************************************
000200* Copybook:  DL100UQ
000300* Author:    Luigi
000400* Date:      15/10/2026
000500* Purpose:   Record layout for the unusual-activity review queue
000600*            (REVQFL), keyed on account and rule (RODB, NEWA,
000700*            SPIK - see DL100UP).  DL100UM writes a case the
000800*            first night a rule trips on an account and
000900*            refreshes it each night the rule trips again; the
001000*            reviewer clears or escalates it in TESTE's
001100*            interactive maintenance.  The figures are what
001200*            tripped the rule - the reference date (the RO
001300*            reopen, the NW or the business date), the count
001400*            and amount - against the base figures (the rule's
001500*            thresholds, or for SPIK the usual daily count and
001600*            amount this month).  Clearing keeps a copy of the
001700*            figures, and a cleared case is not reopened until
001800*            the rule trips on different figures - until the
001900*            account's activity changes.  The master position,
002000*            month-to-date totals, last five postings and
002100*            latest maintenance change are the account's
002200*            history as it stood when the case was last
002300*            refreshed.  Keep this the one and only place the
002400*            field list is maintained.
002500*
002600* Modification History
002700* Date       Init  Description
002800* ---------- ----  --------------------------------------------
002900* 15/10/2026  LM   Initial layout.
003000******************************************************************
003100 01  DL100-UQ-RECORD.
003200     05  DL100-UQ-KEY.
003300         10  DL100-UQ-ACCT-NO         PIC 9(09).
003400         10  DL100-UQ-RULE            PIC X(04).
003500             88  DL100-UQ-RULE-REOPEN-DB VALUE "RODB".
003600             88  DL100-UQ-RULE-NEW-ACCT VALUE "NEWA".
003700             88  DL100-UQ-RULE-SPIKE  VALUE "SPIK".
003800     05  DL100-UQ-STATE               PIC X(01).
003900         88  DL100-UQ-OPEN            VALUE "O".
004000         88  DL100-UQ-CLEARED         VALUE "C".
004100         88  DL100-UQ-ESCALATED       VALUE "E".
004200     05  DL100-UQ-REOPEN-FLAG         PIC X(01).
004300         88  DL100-UQ-REOPENED        VALUE "Y".
004400     05  DL100-UQ-FIRST-HIT-DATE      PIC 9(08).
004500     05  DL100-UQ-LAST-HIT-DATE       PIC 9(08).
004600     05  DL100-UQ-FIGURES.
004700         10  DL100-UQ-REF-DATE        PIC 9(08).
004800         10  DL100-UQ-HIT-COUNT       PIC 9(05).
004900         10  DL100-UQ-HIT-AMOUNT      PIC 9(09)V99.
005000     05  DL100-UQ-BASE-COUNT          PIC 9(05).
005100     05  DL100-UQ-BASE-AMOUNT         PIC 9(09)V99.
005200     05  DL100-UQ-MAST-STATUS         PIC X(01).
005300     05  DL100-UQ-MAST-BALANCE        PIC S9(09)V99.
005400     05  DL100-UQ-MAST-LIMIT          PIC 9(09)V99.
005500     05  DL100-UQ-MTD-COUNT           PIC 9(05).
005600     05  DL100-UQ-MTD-AMOUNT          PIC 9(09)V99.
005700     05  DL100-UQ-RECENT-COUNT        PIC 9(01).
005800     05  DL100-UQ-RECENT OCCURS 5.
005900         10  DL100-UQ-RCT-DATE        PIC 9(08).
006000         10  DL100-UQ-RCT-TYPE        PIC X(02).
006100         10  DL100-UQ-RCT-AMOUNT      PIC 9(07)V99.
006200     05  DL100-UQ-MAINT-DATE          PIC 9(08).
006300     05  DL100-UQ-MAINT-ACTION        PIC X(10).
006400     05  DL100-UQ-MAINT-DETAIL        PIC X(38).
006500     05  DL100-UQ-REVIEW-OPER         PIC X(08).
006600     05  DL100-UQ-REVIEW-DATE         PIC 9(08).
006700     05  DL100-UQ-CLEARED-FIGURES.
006800         10  DL100-UQ-CLR-REF-DATE    PIC 9(08).
006900         10  DL100-UQ-CLR-COUNT       PIC 9(05).
007000         10  DL100-UQ-CLR-AMOUNT      PIC 9(09)V99.
007100     05  FILLER                       PIC X(18).
