002094*                  every day.  Record length 80 to 100 -
002095*                  redefine AUDHIST and backload the audit
002096*                  generations (see DL100HSJ).
002097* 15/10/2026  LM   Audit record 80 to 170 bytes (see DL100AU)
002098*                  - the history keeps the fields it kept.
002099* 15/10/2026  LM   Audit record 170 to 186 bytes (operator IDs,
002100*                  see DL100AU) - the history is unchanged.
002101* 15/10/2026  LM   History record layout split out to copybook
002102*                  DL100HI so DL100UM can read the file too.
002150******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. DL100HS.
002400 AUTHOR. LUIGI.
005900 FD  DL100-HIST-FILE
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD.
006200     COPY DL100HI.
007200*
007300 FD  DL100-HISTRPT-FILE
007400     RECORDING MODE IS F
