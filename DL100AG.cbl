002100* Date       Init  Description
002200* ---------- ----  ---------------------------------------------
002300* 01/09/2026  LM   Initial version.
002310* 15/10/2026  LM   Offload record follows the master from 81 to
002320*                  150 bytes (see DL100MS).
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. DL100AG.
006200 FD  DL100-OFFLOAD-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500 01  DL100-OFFLOAD-RECORD             PIC X(150).
006600*
006700 FD  DL100-AGRPT-FILE
006800     RECORDING MODE IS F
