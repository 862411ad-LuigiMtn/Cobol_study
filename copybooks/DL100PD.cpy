001300* Date       Init  Description
001400* ---------- ----  --------------------------------------------
001500* 12/09/2026  LM   Initial layout, split out of TESTE.
001510* 15/10/2026  LM   Carved the posted type code and amount out
001520*                  of the filler, with a reversed flag and the
001530*                  key of the RV that reversed it, so the
001540*                  intake can check a reversal against the
001550*                  original and refuse a second one.  Spaces
001560*                  on records written before this change - an
001570*                  original that old cannot be reversed by RV.
001600******************************************************************
001700 01  DL100-PROCD-RECORD.
001800     05  DL100-PROCD-KEY.
001900         10  DL100-PROCD-ACCT-NO      PIC 9(09).
002000         10  DL100-PROCD-SEQ-NO       PIC 9(05).
002100     05  DL100-PROCD-RUN-DATE         PIC 9(08).
002110     05  DL100-PROCD-TYPE-CODE        PIC X(02).
002120     05  DL100-PROCD-AMOUNT           PIC 9(07)V99.
002130     05  DL100-PROCD-REVERSED-FLAG    PIC X(01).
002140         88  DL100-PROCD-REVERSED     VALUE "Y".
002150     05  DL100-PROCD-REVERSED-BY.
002160         10  DL100-PROCD-REV-ACCT-NO  PIC 9(09).
002170         10  DL100-PROCD-REV-SEQ-NO   PIC 9(05).
002200     05  FILLER                       PIC X(32).
