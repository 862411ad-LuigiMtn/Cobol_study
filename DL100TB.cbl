002300* Date       Init  Description
002400* ---------- ----  ---------------------------------------------
002500* 04/09/2026  LM   Initial version.
002510* 15/10/2026  LM   The SU suspense record on the GL extract is
002520*                  left out of the proof - money held in
002530*                  suspense is on no account on the master.
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. DL100TB.
037600******************************************************************
037700* TOTAL-GL-RECORD - roll one GL extract record into the day's
037800* debit and credit totals.  The first record fixes the
037900* business date the proof is for.  The SU suspense record is
037950* skipped: suspense is not on the master.
038000******************************************************************
038100 TOTAL-GL-RECORD.
038200     IF WS-GL-BUS-DATE = ZERO
038300         AND DL100-GL-BUS-DATE NUMERIC
038400         MOVE DL100-GL-BUS-DATE TO WS-GL-BUS-DATE
038500     END-IF
038510     IF DL100-GL-TYPE-CODE = "SU"
038520         PERFORM READ-GL-RECORD THRU READ-GL-RECORD-EXIT
038530         GO TO TOTAL-GL-RECORD-EXIT
038540     END-IF
038600     IF DL100-GL-DEBIT-AMT NUMERIC
038700         ADD DL100-GL-DEBIT-AMT TO WS-GL-DEBIT-TOTAL
038800     END-IF
