000100******************************************************************
000200* Copybook:  DL100SI
000300* Author:    Luigi
000400* Date:      15/10/2026
000500* Purpose:   Record layout for the keyed standing-instruction
000600*            file (STDINFL) - the fixed payments and recurring
000700*            charges DL100SG raises on their due dates instead
000800*            of having them keyed into the extract by hand.
000900*            Keyed on the account and an instruction number
001000*            (1-9) within it.  Kept through TESTE's maintenance
001100*            menu; the schedule fields (next due date and the
001200*            generation counters) are DL100SG's.  The frequency
001300*            is weekly from the start date, monthly on day N or
001400*            quarterly on day N counting from the start month;
001500*            a day N past the end of a short month falls on its
001600*            last day.  A next due date of zero means "work it
001700*            out afresh" (a new or re-scheduled instruction);
001800*            99999999 means the instruction has run past its end
001900*            date.  Each item raised is keyed on the account and
002000*            sequence number 7 + instruction number + the
002100*            three-digit generation counter.  A deleted
002110*            instruction is only flagged, not taken off the
002120*            file, and re-adding the same number takes up the
002130*            flagged record with its counter where it left off,
002140*            so no two items ever share a key - not even across
002150*            a delete and re-add while the old items are still
002160*            on PROCFL - and a re-run of the same business
002300*            date raises the items it already raised under the
002400*            same keys.  Keep this the one and only place the
002500*            field list is maintained.
002600*
002700* Modification History
002800* Date       Init  Description
002900* ---------- ----  --------------------------------------------
003000* 15/10/2026  LM   Initial layout.
003010* 15/10/2026  LM   Delete flag carved from the filler.
003100******************************************************************
003200 01  DL100-SI-RECORD.
003300     05  DL100-SI-KEY.
003400         10  DL100-SI-ACCT-NO         PIC 9(09).
003500         10  DL100-SI-INSTR-NO        PIC 9(01).
003600     05  DL100-SI-TYPE-CODE           PIC X(02).
003700         88  DL100-SI-TYPE-VALID      VALUES "PY" "DB" "CA" "DA".
003800     05  DL100-SI-AMOUNT              PIC 9(07)V99.
003900     05  DL100-SI-FREQUENCY           PIC X(01).
004000         88  DL100-SI-WEEKLY          VALUE "W".
004100         88  DL100-SI-MONTHLY         VALUE "M".
004200         88  DL100-SI-QUARTERLY       VALUE "Q".
004300         88  DL100-SI-FREQUENCY-VALID VALUES "W" "M" "Q".
004400     05  DL100-SI-DAY-NO              PIC 9(02).
004500     05  DL100-SI-START-DATE          PIC 9(08).
004600     05  DL100-SI-END-DATE            PIC 9(08).
004700     05  DL100-SI-SUSPEND-FLAG        PIC X(01).
004800         88  DL100-SI-SUSPENDED       VALUE "Y".
004900     05  DL100-SI-NEXT-DUE-DATE       PIC 9(08).
005000         88  DL100-SI-NOT-SCHEDULED   VALUE ZERO.
005100         88  DL100-SI-ENDED           VALUE 99999999.
005200     05  DL100-SI-GEN-COUNT           PIC 9(03).
005300     05  DL100-SI-GEN-DATE            PIC 9(08).
005400     05  DL100-SI-GEN-FIRST           PIC 9(03).
005500     05  DL100-SI-SET-UP-DATE         PIC 9(08).
005600     05  DL100-SI-DELETE-FLAG         PIC X(01).
005610         88  DL100-SI-DELETED         VALUE "Y".
005620     05  FILLER                       PIC X(08).
