000100******************************************************************
000200* Copybook:  DL100HI
000300* Author:    Luigi
000400* Date:      15/10/2026
000500* Purpose:   Record layout for the keyed account history file
000600*            (HISTFL) that DL100HS rolls up from the audit
000700*            generations - one record per audit action, keyed
000800*            on account, run date, sequence and origin (B batch
000900*            posting, M maintenance change).  Read by DL100UM
001000*            for an account's latest maintenance change.  Keep
001100*            this the one and only place the field list is
001200*            maintained.
001300*
001400* Modification History
001500* Date       Init  Description
001600* ---------- ----  --------------------------------------------
001700* 15/10/2026  LM   Initial layout, split out of DL100HS.
001800******************************************************************
001900 01  DL100-HIST-RECORD.
002000     05  DL100-HIST-KEY.
002100         10  DL100-HIST-ACCT-NO       PIC 9(09).
002200         10  DL100-HIST-RUN-DATE      PIC 9(08).
002300         10  DL100-HIST-SEQ-NO        PIC 9(05).
002400         10  DL100-HIST-ORIGIN        PIC X(01).
002500             88  DL100-HIST-FROM-BATCH VALUE "B".
002600             88  DL100-HIST-FROM-MAINT VALUE "M".
002700     05  DL100-HIST-ACTION            PIC X(10).
002800     05  DL100-HIST-RUN-TIME          PIC 9(08).
002900     05  DL100-HIST-STATUS-BEFORE     PIC X(01).
003000     05  DL100-HIST-STATUS-AFTER      PIC X(01).
003100     05  DL100-HIST-DETAIL            PIC X(38).
003200     05  FILLER                       PIC X(19).
