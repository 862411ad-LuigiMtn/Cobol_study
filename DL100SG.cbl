000100******************************************************************
000200* Author:      Luigi
000300* Date-Written: 15/10/2026
000400* Date-Compiled:
000500* Purpose:     Daily standing-instruction generator for DL100.
000600*              Reads the standing-instruction file (STDINFL,
000700*              layout DL100SI) front to back and raises every
000800*              instruction that falls due on or before the
000900*              business date as a transaction of the
001000*              instruction's type and amount, written as a
001100*              DL100TR-layout batch wrapped in its own HD/TR
001200*              control records (source DL100SG) that the
001300*              intake run concatenates on TRANSIN - the way
001400*              DL100IC raises the finance charges.  The business
001500*              date is the run date and must be a business day
001600*              on the calendar (CALFL).  A due date that falls
001700*              on a weekend or holiday is raised on the next
001800*              business day; a due date missed because the job
001900*              did not run is raised on the next run and marked
002000*              late.  A due date on a closed account, an account
002100*              not on the master or a suspended instruction is
002200*              skipped and listed; an instruction that has run
002300*              past its end date is listed as expired once and
002400*              then left alone.  Each item is keyed on the
002500*              account and sequence number 7 + instruction
002600*              number + the instruction's generation counter; a
002700*              re-run of the same business date raises the day's
002800*              items again under the same keys, so whichever
002900*              generation the intake reads, each item posts once
003000*              and the rest go to DUPOUT.  A register of the
003100*              items raised and skipped prints on SIRPT.
003110*              An instruction deleted through maintenance stays
003120*              on file flagged, keeping its counter, and raises
003130*              nothing further.
003200*              Return code 4 if an instruction has used up its
003300*              999 generation counters (delete and re-add it
003400*              under another instruction number) or carries a
003500*              frequency the generator does not know.
003600* Tectonics:   cobc -c DL100SG.cbl -I copybooks
003700*
003800* Modification History
003900* Date       Init  Description
004000* ---------- ----  ---------------------------------------------
004100* 15/10/2026  LM   Initial version.
004110* 15/10/2026  LM   Raise counter widened so a re-run of an
004120*                  instruction at counter 999 stops; deleted
004130*                  instructions are passed over.
004140* 15/10/2026  LM   An instruction that ended on the business date
004150*                  has that date's items raised again on a re-run.
004200******************************************************************
004300 IDENTIFICATION DIVISION.
004400 PROGRAM-ID. DL100SG.
004500 AUTHOR. LUIGI.
004600 DATE-WRITTEN. 15/10/2026.
004700 DATE-COMPILED.
004800*
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER.     IBM-370.
005200 OBJECT-COMPUTER.     IBM-370.
005300*
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT DL100-SI-FILE ASSIGN TO STDINFL
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS DL100-SI-KEY
006000         FILE STATUS IS WS-FS-SI.
006100*
006200     SELECT DL100-MASTER-FILE ASSIGN TO MASTFL
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS DL100-MASTER-ACCT-NO
006600         FILE STATUS IS WS-FS-MASTER.
006700*
006800     SELECT DL100-CAL-FILE ASSIGN TO CALFL
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS DL100-CAL-DATE
007200         FILE STATUS IS WS-FS-CAL.
007300*
007400     SELECT DL100-SIOUT-FILE ASSIGN TO SIOUT
007500         ORGANIZATION IS SEQUENTIAL
007600         ACCESS MODE IS SEQUENTIAL
007700         FILE STATUS IS WS-FS-SIOUT.
007800*
007900     SELECT DL100-SIRPT-FILE ASSIGN TO SIRPT
008000         ORGANIZATION IS SEQUENTIAL
008100         ACCESS MODE IS SEQUENTIAL
008200         FILE STATUS IS WS-FS-SIRPT.
008300*
008400 DATA DIVISION.
008500 FILE SECTION.
008600*
008700 FD  DL100-SI-FILE
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD.
009000     COPY DL100SI.
009100*
009200 FD  DL100-MASTER-FILE
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500     COPY DL100MS.
009600*
009700 FD  DL100-CAL-FILE
009800     RECORDING MODE IS F
009900     LABEL RECORDS ARE STANDARD.
010000     COPY DL100CA.
010100*
010200 FD  DL100-SIOUT-FILE
010300     RECORDING MODE IS F
010400     LABEL RECORDS ARE STANDARD.
010500 01  DL100-SIOUT-RECORD               PIC X(81).
010600*
010700 FD  DL100-SIRPT-FILE
010800     RECORDING MODE IS F
010900     LABEL RECORDS ARE STANDARD.
011000 01  DL100-SIRPT-RECORD               PIC X(132).
011100*
011200 WORKING-STORAGE SECTION.
011300*
011400*    generator counters and the batch control figures
011500 77  WS-READ-COUNT                     PIC 9(07) COMP VALUE ZERO.
011600 77  WS-ITEM-COUNT                     PIC 9(07) COMP VALUE ZERO.
011700 77  WS-NEW-COUNT                      PIC 9(07) COMP VALUE ZERO.
011800 77  WS-AGAIN-COUNT                    PIC 9(07) COMP VALUE ZERO.
011900 77  WS-LATE-COUNT                     PIC 9(07) COMP VALUE ZERO.
012000 77  WS-SUSP-COUNT                     PIC 9(07) COMP VALUE ZERO.
012100 77  WS-CLOSED-COUNT                   PIC 9(07) COMP VALUE ZERO.
012200 77  WS-NO-MASTER-COUNT                PIC 9(07) COMP VALUE ZERO.
012300 77  WS-EXPIRED-COUNT                  PIC 9(07) COMP VALUE ZERO.
012400 77  WS-ENDED-COUNT                    PIC 9(07) COMP VALUE ZERO.
012410 77  WS-DELETED-COUNT                  PIC 9(07) COMP VALUE ZERO.
012500 77  WS-EXHAUSTED-COUNT                PIC 9(07) COMP VALUE ZERO.
012600 77  WS-BAD-FREQ-COUNT                 PIC 9(07) COMP VALUE ZERO.
012700 77  WS-ITEM-TOTAL                     PIC 9(13)V99 VALUE ZERO.
012800 77  WS-ITEM-SEQ-NO                    PIC 9(05) VALUE ZERO.
012900 77  WS-RAISE-COUNTER                  PIC 9(04) VALUE ZERO.
013000 77  WS-BUS-DATE                       PIC 9(08) VALUE ZERO.
013100 77  WS-BUS-SEQ                        PIC 9(07) VALUE ZERO.
013200 77  WS-DUE-SEQ                        PIC 9(07) VALUE ZERO.
013300 77  WS-BASE-DATE                      PIC 9(08) VALUE ZERO.
013400 77  WS-MONTH-STEP                     PIC 9(02) COMP VALUE ZERO.
013500 77  WS-DAYS-IN-MONTH                  PIC 9(02) COMP VALUE ZERO.
013600 77  WS-LEAP-QUOT                      PIC 9(05) COMP VALUE ZERO.
013700 77  WS-LEAP-REM-4                     PIC 9(03) COMP VALUE ZERO.
013800 77  WS-LEAP-REM-100                   PIC 9(03) COMP VALUE ZERO.
013900 77  WS-LEAP-REM-400                   PIC 9(03) COMP VALUE ZERO.
014000*
014100 01  WS-FILE-STATUS-FIELDS.
014200     05  WS-FS-SI                      PIC X(02) VALUE "00".
014300         88  WS-FS-SI-OK               VALUE "00".
014400         88  WS-FS-SI-EOF              VALUE "10".
014500         88  WS-FS-SI-NOT-FOUND        VALUE "23".
014600     05  WS-FS-MASTER                  PIC X(02) VALUE "00".
014700         88  WS-FS-MASTER-OK           VALUE "00".
014800         88  WS-FS-MASTER-NOT-FOUND    VALUE "23".
014900     05  WS-FS-CAL                      PIC X(02) VALUE "00".
015000         88  WS-FS-CAL-OK              VALUE "00".
015100         88  WS-FS-CAL-NOT-FOUND       VALUE "23".
015200     05  WS-FS-SIOUT                    PIC X(02) VALUE "00".
015300         88  WS-FS-SIOUT-OK            VALUE "00".
015400     05  WS-FS-SIRPT                    PIC X(02) VALUE "00".
015500         88  WS-FS-SIRPT-OK            VALUE "00".
015600*
015700 01  WS-SWITCHES.
015800     05  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
015900         88  WS-EOF                    VALUE "Y".
016000     05  WS-MAST-FOUND-SWITCH          PIC X(01) VALUE "N".
016100         88  WS-MAST-FOUND             VALUE "Y".
016200     05  WS-SI-CHANGED-SWITCH          PIC X(01) VALUE "N".
016300         88  WS-SI-CHANGED             VALUE "Y".
016400     05  WS-EXHAUSTED-SWITCH           PIC X(01) VALUE "N".
016500         88  WS-SI-EXHAUSTED           VALUE "Y".
016600*
016700 01  WS-ABEND-FIELDS.
016800     05  WS-ABEND-FILE-NAME            PIC X(20).
016900     05  WS-ABEND-STATUS                PIC X(02).
017000     05  WS-ABEND-RETURN-CODE          PIC 9(03) VALUE 16.
017100*
017200*    the date being stepped through an instruction's schedule
017300 01  WS-DATE-WORK                       PIC 9(08).
017400 01  WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
017500     05  WS-DW-YYYY                    PIC 9(04).
017600     05  WS-DW-MM                      PIC 9(02).
017700     05  WS-DW-DD                      PIC 9(02).
017800*
017900*    days in each month of a common year, January first
018000 01  WS-MONTH-DAYS-CONST                PIC X(24)
018100     VALUE "312831303130313130313031".
018200 01  WS-MONTH-DAYS-TBL REDEFINES WS-MONTH-DAYS-CONST.
018300     05  WS-MONTH-DAYS                 PIC 9(02) OCCURS 12.
018400*
018500*    the item is built in the extract record layout
018600     COPY DL100TR.
018700*
018800*    build area for the item batch control records
018900     COPY DL100CT.
019000*
019100 01  WS-REPORT-FIELDS.
019200     05  WS-SG-HEADING-1.
019300         10  FILLER                     PIC X(40)
019400             VALUE "DL100 STANDING INSTRUCTION REGISTER    ".
019500         10  SHD-BUS-DATE               PIC 9(08).
019600         10  FILLER                     PIC X(84) VALUE SPACES.
019700     05  WS-SG-HEADING-2.
019800         10  FILLER                     PIC X(24)
019900             VALUE "ACCOUNT    N  TY        ".
020000         10  FILLER                     PIC X(27)
020100             VALUE "AMOUNT  F  DUE DATE  ACTION".
020200         10  FILLER                     PIC X(81) VALUE SPACES.
020300     05  WS-SG-DETAIL-LINE.
020400         10  SDT-ACCT-NO                PIC 9(09).
020500         10  FILLER                     PIC X(02) VALUE SPACES.
020600         10  SDT-INSTR-NO               PIC 9(01).
020700         10  FILLER                     PIC X(02) VALUE SPACES.
020800         10  SDT-TYPE-CODE              PIC X(02).
020900         10  FILLER                     PIC X(02) VALUE SPACES.
021000         10  SDT-AMOUNT                 PIC Z,ZZZ,ZZ9.99.
021100         10  FILLER                     PIC X(02) VALUE SPACES.
021200         10  SDT-FREQUENCY              PIC X(01).
021300         10  FILLER                     PIC X(02) VALUE SPACES.
021400         10  SDT-DUE-DATE               PIC 9(08).
021500         10  FILLER                     PIC X(02) VALUE SPACES.
021600         10  SDT-NOTE                   PIC X(30).
021700         10  FILLER                     PIC X(57) VALUE SPACES.
021800     05  WS-SG-TOTAL-LINE.
021900         10  FILLER                     PIC X(10).
022000         10  STL-LABEL                  PIC X(14).
022100         10  FILLER                     PIC X(02) VALUE ": ".
022200         10  STL-COUNT                  PIC Z,ZZZ,ZZ9.
022300         10  FILLER                     PIC X(97) VALUE SPACES.
022400     05  WS-SG-AMOUNT-LINE.
022500         10  FILLER                     PIC X(10).
022600         10  SAL-LABEL                  PIC X(14).
022700         10  FILLER                     PIC X(02) VALUE ": ".
022800         10  SAL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
022900         10  FILLER                     PIC X(86) VALUE SPACES.
023000*
023100 PROCEDURE DIVISION.
023200*
023300 MAIN-PROCEDURE.
023400     ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
023500     OPEN INPUT DL100-CAL-FILE
023600     IF NOT WS-FS-CAL-OK
023700         MOVE "DL100-CAL-FILE" TO WS-ABEND-FILE-NAME
023800         MOVE WS-FS-CAL TO WS-ABEND-STATUS
023900         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
024000     END-IF
024100     PERFORM CHECK-BUSINESS-DATE THRU CHECK-BUSINESS-DATE-EXIT
024200     OPEN I-O DL100-SI-FILE
024300     IF NOT WS-FS-SI-OK
024400         MOVE "DL100-SI-FILE" TO WS-ABEND-FILE-NAME
024500         MOVE WS-FS-SI TO WS-ABEND-STATUS
024600         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
024700     END-IF
024800     OPEN INPUT DL100-MASTER-FILE
024900     IF NOT WS-FS-MASTER-OK
025000         MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
025100         MOVE WS-FS-MASTER TO WS-ABEND-STATUS
025200         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
025300     END-IF
025400     OPEN OUTPUT DL100-SIOUT-FILE
025500     IF NOT WS-FS-SIOUT-OK
025600         MOVE "DL100-SIOUT-FILE" TO WS-ABEND-FILE-NAME
025700         MOVE WS-FS-SIOUT TO WS-ABEND-STATUS
025800         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
025900     END-IF
026000     OPEN OUTPUT DL100-SIRPT-FILE
026100     IF NOT WS-FS-SIRPT-OK
026200         MOVE "DL100-SIRPT-FILE" TO WS-ABEND-FILE-NAME
026300         MOVE WS-FS-SIRPT TO WS-ABEND-STATUS
026400         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
026500     END-IF
026600     PERFORM WRITE-SG-HEADINGS THRU WRITE-SG-HEADINGS-EXIT
026700     PERFORM WRITE-SG-BATCH-HEADER
026800         THRU WRITE-SG-BATCH-HEADER-EXIT
026900     MOVE ZERO TO DL100-SI-ACCT-NO
027000     MOVE ZERO TO DL100-SI-INSTR-NO
027100     START DL100-SI-FILE
027200         KEY IS NOT LESS THAN DL100-SI-KEY
027300     END-START
027400     IF WS-FS-SI-OK
027500         PERFORM READ-NEXT-SI THRU READ-NEXT-SI-EXIT
027600         PERFORM PROCESS-INSTRUCTION
027700             THRU PROCESS-INSTRUCTION-EXIT
027800             UNTIL WS-EOF
027900     ELSE
028000         IF NOT WS-FS-SI-NOT-FOUND
028100             AND NOT WS-FS-SI-EOF
028200             MOVE "DL100-SI-FILE" TO WS-ABEND-FILE-NAME
028300             MOVE WS-FS-SI TO WS-ABEND-STATUS
028400             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
028500         END-IF
028600     END-IF
028700     PERFORM WRITE-SG-BATCH-TRAILER
028800         THRU WRITE-SG-BATCH-TRAILER-EXIT
028900     PERFORM WRITE-SG-TOTALS THRU WRITE-SG-TOTALS-EXIT
029000     CLOSE DL100-SI-FILE
029100     IF NOT WS-FS-SI-OK
029200         MOVE "DL100-SI-FILE" TO WS-ABEND-FILE-NAME
029300         MOVE WS-FS-SI TO WS-ABEND-STATUS
029400         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
029500     END-IF
029600     CLOSE DL100-MASTER-FILE
029700     IF NOT WS-FS-MASTER-OK
029800         MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
029900         MOVE WS-FS-MASTER TO WS-ABEND-STATUS
030000         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
030100     END-IF
030200     CLOSE DL100-CAL-FILE
030300     IF NOT WS-FS-CAL-OK
030400         MOVE "DL100-CAL-FILE" TO WS-ABEND-FILE-NAME
030500         MOVE WS-FS-CAL TO WS-ABEND-STATUS
030600         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
030700     END-IF
030800     CLOSE DL100-SIOUT-FILE
030900     IF NOT WS-FS-SIOUT-OK
031000         MOVE "DL100-SIOUT-FILE" TO WS-ABEND-FILE-NAME
031100         MOVE WS-FS-SIOUT TO WS-ABEND-STATUS
031200         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
031300     END-IF
031400     CLOSE DL100-SIRPT-FILE
031500     IF NOT WS-FS-SIRPT-OK
031600         MOVE "DL100-SIRPT-FILE" TO WS-ABEND-FILE-NAME
031700         MOVE WS-FS-SIRPT TO WS-ABEND-STATUS
031800         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
031900     END-IF
032000     IF WS-EXHAUSTED-COUNT > ZERO
032100         OR WS-BAD-FREQ-COUNT > ZERO
032200         MOVE 4 TO RETURN-CODE
032300     END-IF
032400     GOBACK.
032500*
032600******************************************************************
032700* CHECK-BUSINESS-DATE - the run date is the business date and
032800* must be a business day on the calendar; its business-day
032900* sequence number is kept to tell a late item from one that
033000* merely rolled over a weekend or holiday.  No batch is cut on
033100* a day that is not a business day.
033200******************************************************************
033300 CHECK-BUSINESS-DATE.
033400     MOVE WS-BUS-DATE TO DL100-CAL-DATE
033500     READ DL100-CAL-FILE KEY IS DL100-CAL-DATE
033600     IF NOT WS-FS-CAL-OK
033700         IF WS-FS-CAL-NOT-FOUND
033800             DISPLAY "*** RUN DATE " WS-BUS-DATE
033900                 " IS NOT ON THE CALENDAR ***"
034000             MOVE 12 TO RETURN-CODE
034100             STOP RUN
034200         ELSE
034300             MOVE "DL100-CAL-FILE" TO WS-ABEND-FILE-NAME
034400             MOVE WS-FS-CAL TO WS-ABEND-STATUS
034500             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
034600         END-IF
034700     END-IF
034800     IF NOT DL100-CAL-BUSINESS-DAY
034900         DISPLAY "*** RUN DATE " WS-BUS-DATE
035000             " IS NOT A BUSINESS DAY - NO BATCH CUT ***"
035100         MOVE 12 TO RETURN-CODE
035200         STOP RUN
035300     END-IF
035400     MOVE DL100-CAL-BUS-SEQ TO WS-BUS-SEQ.
035500 CHECK-BUSINESS-DATE-EXIT.
035600     EXIT.
035700*
035800******************************************************************
035900* WRITE-SG-BATCH-HEADER - open the item batch with a header
036000* control record so the intake run balances it like any other
036100* feed.  DL100SG must be a registered source on the intake's
036200* SRCCTL control file.
036300******************************************************************
036400 WRITE-SG-BATCH-HEADER.
036500     MOVE SPACES TO DL100-CTL-RECORD
036600     MOVE "HD" TO DL100-CTL-REC-ID
036700     MOVE WS-BUS-DATE TO DL100-HDR-BUS-DATE
036800     MOVE "DL100SG" TO DL100-HDR-SOURCE-SYSTEM
036900     MOVE DL100-CTL-RECORD TO DL100-SIOUT-RECORD
037000     WRITE DL100-SIOUT-RECORD
037100     IF NOT WS-FS-SIOUT-OK
037200         MOVE "DL100-SIOUT-FILE" TO WS-ABEND-FILE-NAME
037300         MOVE WS-FS-SIOUT TO WS-ABEND-STATUS
037400         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
037500     END-IF.
037600 WRITE-SG-BATCH-HEADER-EXIT.
037700     EXIT.
037800*
037900******************************************************************
038000* WRITE-SG-BATCH-TRAILER - close the item batch with the count
038100* and amount hash of the items actually written.
038200******************************************************************
038300 WRITE-SG-BATCH-TRAILER.
038400     MOVE SPACES TO DL100-CTL-RECORD
038500     MOVE "TR" TO DL100-CTL-REC-ID
038600     MOVE WS-ITEM-COUNT TO DL100-TRL-REC-COUNT
038700     MOVE WS-ITEM-TOTAL TO DL100-TRL-HASH-AMOUNT
038800     MOVE DL100-CTL-RECORD TO DL100-SIOUT-RECORD
038900     WRITE DL100-SIOUT-RECORD
039000     IF NOT WS-FS-SIOUT-OK
039100         MOVE "DL100-SIOUT-FILE" TO WS-ABEND-FILE-NAME
039200         MOVE WS-FS-SIOUT TO WS-ABEND-STATUS
039300         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
039400     END-IF.
039500 WRITE-SG-BATCH-TRAILER-EXIT.
039600     EXIT.
039700*
039800******************************************************************
039900* READ-NEXT-SI - sequential read along the instruction key.
040000******************************************************************
040100 READ-NEXT-SI.
040200     READ DL100-SI-FILE NEXT RECORD
040300         AT END
040400             MOVE "Y" TO WS-EOF-SWITCH
040500     END-READ
040600     IF WS-FS-SI-OK
040700         ADD 1 TO WS-READ-COUNT
040800     ELSE
040900         IF NOT WS-FS-SI-EOF
041000             MOVE "DL100-SI-FILE" TO WS-ABEND-FILE-NAME
041100             MOVE WS-FS-SI TO WS-ABEND-STATUS
041200             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
041300         END-IF
041400     END-IF.
041500 READ-NEXT-SI-EXIT.
041600     EXIT.
041700*
041800******************************************************************
041900* PROCESS-INSTRUCTION - one instruction.  If this business date
042000* has already raised items for it, they are raised again under
042100* the same keys - even when that run raised its last item and
042200* ended it, or it has since been deleted - so every generation
042300* carries the day's items.  Past that, one that has run past its
042310* end date or been deleted is passed over.  A new or
042320* re-scheduled instruction has its first due date worked out.
042330* An end date now earlier than the next due date finishes it;
042400* otherwise every due date up to and including the business
042500* date is raised or skipped in turn and the next due date moved
042600* on past it.  The instruction is rewritten only if the
042700* schedule moved.
042800******************************************************************
042900 PROCESS-INSTRUCTION.
043400     IF NOT DL100-SI-FREQUENCY-VALID
043500         ADD 1 TO WS-BAD-FREQ-COUNT
043600         MOVE DL100-SI-NEXT-DUE-DATE TO SDT-DUE-DATE
043700         MOVE "SKIPPED - BAD FREQUENCY" TO SDT-NOTE
043800         PERFORM WRITE-SG-DETAIL THRU WRITE-SG-DETAIL-EXIT
043900         GO TO PROCESS-INSTRUCTION-NEXT
044000     END-IF
044100     MOVE "N" TO WS-SI-CHANGED-SWITCH
044200     MOVE "N" TO WS-EXHAUSTED-SWITCH
044300     PERFORM GET-SI-MASTER THRU GET-SI-MASTER-EXIT
044400     IF DL100-SI-GEN-DATE = WS-BUS-DATE
044500         MOVE DL100-SI-GEN-FIRST TO WS-RAISE-COUNTER
044600         PERFORM RAISE-ITEM-AGAIN THRU RAISE-ITEM-AGAIN-EXIT
044700             UNTIL WS-RAISE-COUNTER > DL100-SI-GEN-COUNT
044800     END-IF
044802     IF DL100-SI-ENDED
044804         ADD 1 TO WS-ENDED-COUNT
044806         GO TO PROCESS-INSTRUCTION-NEXT
044808     END-IF
044810     IF DL100-SI-DELETED
044820         ADD 1 TO WS-DELETED-COUNT
044830         GO TO PROCESS-INSTRUCTION-NEXT
044840     END-IF
044900     IF DL100-SI-NOT-SCHEDULED
045000         PERFORM SCHEDULE-FIRST-DUE THRU SCHEDULE-FIRST-DUE-EXIT
045100         MOVE "Y" TO WS-SI-CHANGED-SWITCH
045200     END-IF
045300     PERFORM CHECK-SI-EXPIRY THRU CHECK-SI-EXPIRY-EXIT
045400     PERFORM GENERATE-DUE-ITEM THRU GENERATE-DUE-ITEM-EXIT
045500         UNTIL DL100-SI-NEXT-DUE-DATE > WS-BUS-DATE
045600            OR WS-SI-EXHAUSTED
045700     IF WS-SI-CHANGED
045800         REWRITE DL100-SI-RECORD
045900         IF NOT WS-FS-SI-OK
046000             MOVE "DL100-SI-FILE" TO WS-ABEND-FILE-NAME
046100             MOVE WS-FS-SI TO WS-ABEND-STATUS
046200             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
046300         END-IF
046400     END-IF.
046500 PROCESS-INSTRUCTION-NEXT.
046600     PERFORM READ-NEXT-SI THRU READ-NEXT-SI-EXIT.
046700 PROCESS-INSTRUCTION-EXIT.
046800     EXIT.
046900*
047000******************************************************************
047100* GET-SI-MASTER - the instruction's account, for its status and
047200* the name the items carry.
047300******************************************************************
047400 GET-SI-MASTER.
047500     MOVE "N" TO WS-MAST-FOUND-SWITCH
047600     MOVE DL100-SI-ACCT-NO TO DL100-MASTER-ACCT-NO
047700     READ DL100-MASTER-FILE KEY IS DL100-MASTER-ACCT-NO
047800     IF WS-FS-MASTER-OK
047900         MOVE "Y" TO WS-MAST-FOUND-SWITCH
048000     ELSE
048100         IF WS-FS-MASTER-NOT-FOUND
048200             MOVE SPACES TO DL100-MASTER-NAME
048300         ELSE
048400             MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
048500             MOVE WS-FS-MASTER TO WS-ABEND-STATUS
048600             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
048700         END-IF
048800     END-IF.
048900 GET-SI-MASTER-EXIT.
049000     EXIT.
049100*
049200******************************************************************
049300* RAISE-ITEM-AGAIN - one item an earlier run of this business
049400* date raised, written again under its original key.
049500******************************************************************
049600 RAISE-ITEM-AGAIN.
049700     PERFORM WRITE-SI-ITEM THRU WRITE-SI-ITEM-EXIT
049800     ADD 1 TO WS-AGAIN-COUNT
049900     MOVE WS-BUS-DATE TO SDT-DUE-DATE
050000     MOVE "RAISED AGAIN - SAME KEY" TO SDT-NOTE
050100     PERFORM WRITE-SG-DETAIL THRU WRITE-SG-DETAIL-EXIT
050200     ADD 1 TO WS-RAISE-COUNTER.
050300 RAISE-ITEM-AGAIN-EXIT.
050400     EXIT.
050500*
050600******************************************************************
050700* SCHEDULE-FIRST-DUE - the first due date on or after the latest
050800* of the start date, the day the instruction was set up or last
050900* re-scheduled, and the day after the last business date that
051000* raised anything for it - so a new instruction does not raise
051100* the dates before it was keyed, and a re-scheduled one cannot
051200* raise a day twice.  Weekly dates run every seven days from the
051300* start date; monthly and quarterly dates fall on day N of every
051400* month, or every third month counting from the start month.
051500******************************************************************
051600 SCHEDULE-FIRST-DUE.
051700     MOVE DL100-SI-START-DATE TO WS-BASE-DATE
051800     IF DL100-SI-SET-UP-DATE NUMERIC
051900         AND DL100-SI-SET-UP-DATE > WS-BASE-DATE
052000         MOVE DL100-SI-SET-UP-DATE TO WS-BASE-DATE
052100     END-IF
052200     IF DL100-SI-GEN-DATE NUMERIC
052300         AND DL100-SI-GEN-DATE NOT = ZERO
052400         MOVE DL100-SI-GEN-DATE TO WS-DATE-WORK
052500         PERFORM ADD-ONE-DAY THRU ADD-ONE-DAY-EXIT
052600         IF WS-DATE-WORK > WS-BASE-DATE
052700             MOVE WS-DATE-WORK TO WS-BASE-DATE
052800         END-IF
052900     END-IF
053000     MOVE DL100-SI-START-DATE TO WS-DATE-WORK
053100     IF DL100-SI-WEEKLY
053200         PERFORM ADD-SEVEN-DAYS THRU ADD-SEVEN-DAYS-EXIT
053300             UNTIL WS-DATE-WORK NOT < WS-BASE-DATE
053400     ELSE
053500         IF DL100-SI-MONTHLY
053600             MOVE 1 TO WS-MONTH-STEP
053700         ELSE
053800             MOVE 3 TO WS-MONTH-STEP
053900         END-IF
054000         PERFORM SET-DAY-OF-MONTH THRU SET-DAY-OF-MONTH-EXIT
054100         PERFORM ADD-MONTHS THRU ADD-MONTHS-EXIT
054200             UNTIL WS-DATE-WORK NOT < WS-BASE-DATE
054300     END-IF
054400     MOVE WS-DATE-WORK TO DL100-SI-NEXT-DUE-DATE.
054500 SCHEDULE-FIRST-DUE-EXIT.
054600     EXIT.
054700*
054800******************************************************************
054900* GENERATE-DUE-ITEM - the next due date, which is on or before
055000* the business date.  A suspended instruction, or a closed
055100* account or one no longer on the master, has the date skipped
055200* and listed.  An instruction with no generation counters left
055300* stops here without moving on, and is listed every run until
055400* it is re-keyed.  Otherwise the item is raised - on the first
055500* item of the business date the date and the first counter are
055600* stamped, for a re-run to raise them again - and listed late if
055700* its due date, rolled forward to a business day, is earlier
055800* than the business date.  Either way the next due date moves
055900* on and the end date is checked against it.
056000******************************************************************
056100 GENERATE-DUE-ITEM.
056200     MOVE "Y" TO WS-SI-CHANGED-SWITCH
056300     MOVE DL100-SI-NEXT-DUE-DATE TO SDT-DUE-DATE
056400     IF DL100-SI-SUSPENDED
056500         ADD 1 TO WS-SUSP-COUNT
056600         MOVE "SKIPPED - SUSPENDED" TO SDT-NOTE
056700         PERFORM WRITE-SG-DETAIL THRU WRITE-SG-DETAIL-EXIT
056800         GO TO GENERATE-DUE-ITEM-ADVANCE
056900     END-IF
057000     IF NOT WS-MAST-FOUND
057100         ADD 1 TO WS-NO-MASTER-COUNT
057200         MOVE "SKIPPED - NOT ON MASTER" TO SDT-NOTE
057300         PERFORM WRITE-SG-DETAIL THRU WRITE-SG-DETAIL-EXIT
057400         GO TO GENERATE-DUE-ITEM-ADVANCE
057500     END-IF
057600     IF DL100-MASTER-CLOSED
057700         ADD 1 TO WS-CLOSED-COUNT
057800         MOVE "SKIPPED - ACCOUNT CLOSED" TO SDT-NOTE
057900         PERFORM WRITE-SG-DETAIL THRU WRITE-SG-DETAIL-EXIT
058000         GO TO GENERATE-DUE-ITEM-ADVANCE
058100     END-IF
058200     IF DL100-SI-GEN-COUNT NOT < 999
058300         MOVE "Y" TO WS-EXHAUSTED-SWITCH
058400         ADD 1 TO WS-EXHAUSTED-COUNT
058500         MOVE "NOT RAISED - COUNTER AT 999" TO SDT-NOTE
058600         PERFORM WRITE-SG-DETAIL THRU WRITE-SG-DETAIL-EXIT
058700         GO TO GENERATE-DUE-ITEM-EXIT
058800     END-IF
058900     ADD 1 TO DL100-SI-GEN-COUNT
059000     IF DL100-SI-GEN-DATE NOT = WS-BUS-DATE
059100         MOVE WS-BUS-DATE TO DL100-SI-GEN-DATE
059200         MOVE DL100-SI-GEN-COUNT TO DL100-SI-GEN-FIRST
059300     END-IF
059400     MOVE DL100-SI-GEN-COUNT TO WS-RAISE-COUNTER
059500     PERFORM WRITE-SI-ITEM THRU WRITE-SI-ITEM-EXIT
059600     ADD 1 TO WS-NEW-COUNT
059700     PERFORM GET-DUE-SEQ THRU GET-DUE-SEQ-EXIT
059800     IF WS-DUE-SEQ < WS-BUS-SEQ
059900         ADD 1 TO WS-LATE-COUNT
060000         MOVE "RAISED - LATE" TO SDT-NOTE
060100     ELSE
060200         MOVE "RAISED" TO SDT-NOTE
060300     END-IF
060400     PERFORM WRITE-SG-DETAIL THRU WRITE-SG-DETAIL-EXIT.
060500 GENERATE-DUE-ITEM-ADVANCE.
060600     PERFORM ADVANCE-NEXT-DUE THRU ADVANCE-NEXT-DUE-EXIT
060700     PERFORM CHECK-SI-EXPIRY THRU CHECK-SI-EXPIRY-EXIT.
060800 GENERATE-DUE-ITEM-EXIT.
060900     EXIT.
061000*
061100******************************************************************
061200* GET-DUE-SEQ - the business-day sequence number the due date
061300* rolls forward to: its own on a business day, the next one on a
061400* weekend or holiday (which carries the sequence number of the
061500* business day before it).  A date off the end of the calendar
061600* is taken as on time.
061700******************************************************************
061800 GET-DUE-SEQ.
061900     MOVE WS-BUS-SEQ TO WS-DUE-SEQ
062000     MOVE DL100-SI-NEXT-DUE-DATE TO DL100-CAL-DATE
062100     READ DL100-CAL-FILE KEY IS DL100-CAL-DATE
062200     IF NOT WS-FS-CAL-OK
062300         IF WS-FS-CAL-NOT-FOUND
062400             GO TO GET-DUE-SEQ-EXIT
062500         ELSE
062600             MOVE "DL100-CAL-FILE" TO WS-ABEND-FILE-NAME
062700             MOVE WS-FS-CAL TO WS-ABEND-STATUS
062800             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
062900         END-IF
063000     END-IF
063100     MOVE DL100-CAL-BUS-SEQ TO WS-DUE-SEQ
063200     IF NOT DL100-CAL-BUSINESS-DAY
063300         ADD 1 TO WS-DUE-SEQ
063400     END-IF.
063500 GET-DUE-SEQ-EXIT.
063600     EXIT.
063700*
063800******************************************************************
063900* CHECK-SI-EXPIRY - an instruction whose next due date is past
064000* its end date is finished: listed as expired and its next due
064100* date set to 99999999, after which it is passed over.
064200******************************************************************
064300 CHECK-SI-EXPIRY.
064400     IF DL100-SI-END-DATE = ZERO
064500         OR DL100-SI-NEXT-DUE-DATE NOT > DL100-SI-END-DATE
064600         GO TO CHECK-SI-EXPIRY-EXIT
064700     END-IF
064800     ADD 1 TO WS-EXPIRED-COUNT
064900     MOVE DL100-SI-END-DATE TO SDT-DUE-DATE
065000     MOVE "EXPIRED - PAST END DATE" TO SDT-NOTE
065100     PERFORM WRITE-SG-DETAIL THRU WRITE-SG-DETAIL-EXIT
065200     MOVE 99999999 TO DL100-SI-NEXT-DUE-DATE
065300     MOVE "Y" TO WS-SI-CHANGED-SWITCH.
065400 CHECK-SI-EXPIRY-EXIT.
065500     EXIT.
065600*
065700******************************************************************
065800* ADVANCE-NEXT-DUE - move the next due date on by one period.
065900******************************************************************
066000 ADVANCE-NEXT-DUE.
066100     MOVE DL100-SI-NEXT-DUE-DATE TO WS-DATE-WORK
066200     EVALUATE TRUE
066300         WHEN DL100-SI-WEEKLY
066400             PERFORM ADD-SEVEN-DAYS THRU ADD-SEVEN-DAYS-EXIT
066500         WHEN DL100-SI-MONTHLY
066600             MOVE 1 TO WS-MONTH-STEP
066700             PERFORM ADD-MONTHS THRU ADD-MONTHS-EXIT
066800         WHEN DL100-SI-QUARTERLY
066900             MOVE 3 TO WS-MONTH-STEP
067000             PERFORM ADD-MONTHS THRU ADD-MONTHS-EXIT
067100     END-EVALUATE
067200     MOVE WS-DATE-WORK TO DL100-SI-NEXT-DUE-DATE.
067300 ADVANCE-NEXT-DUE-EXIT.
067400     EXIT.
067500*
067600******************************************************************
067700* ADD-MONTHS - step WS-DATE-WORK on by WS-MONTH-STEP months and
067800* put it back on the instruction's day N, or on the last day of
067900* a month too short to have one.
068000******************************************************************
068100 ADD-MONTHS.
068200     ADD WS-MONTH-STEP TO WS-DW-MM
068300     IF WS-DW-MM > 12
068400         SUBTRACT 12 FROM WS-DW-MM
068500         ADD 1 TO WS-DW-YYYY
068600     END-IF
068700     PERFORM SET-DAY-OF-MONTH THRU SET-DAY-OF-MONTH-EXIT.
068800 ADD-MONTHS-EXIT.
068900     EXIT.
069000*
069100 SET-DAY-OF-MONTH.
069200     PERFORM GET-DAYS-IN-MONTH THRU GET-DAYS-IN-MONTH-EXIT
069300     IF DL100-SI-DAY-NO > WS-DAYS-IN-MONTH
069400         MOVE WS-DAYS-IN-MONTH TO WS-DW-DD
069500     ELSE
069600         MOVE DL100-SI-DAY-NO TO WS-DW-DD
069700     END-IF.
069800 SET-DAY-OF-MONTH-EXIT.
069900     EXIT.
070000*
070100 ADD-SEVEN-DAYS.
070200     PERFORM ADD-ONE-DAY THRU ADD-ONE-DAY-EXIT 7 TIMES.
070300 ADD-SEVEN-DAYS-EXIT.
070400     EXIT.
070500*
070600 ADD-ONE-DAY.
070700     PERFORM GET-DAYS-IN-MONTH THRU GET-DAYS-IN-MONTH-EXIT
070800     ADD 1 TO WS-DW-DD
070900     IF WS-DW-DD > WS-DAYS-IN-MONTH
071000         MOVE 1 TO WS-DW-DD
071100         ADD 1 TO WS-DW-MM
071200         IF WS-DW-MM > 12
071300             MOVE 1 TO WS-DW-MM
071400             ADD 1 TO WS-DW-YYYY
071500         END-IF
071600     END-IF.
071700 ADD-ONE-DAY-EXIT.
071800     EXIT.
071900*
072000******************************************************************
072100* GET-DAYS-IN-MONTH - days in WS-DATE-WORK's month; February has
072200* 29 in a year divisible by 4, except a century year not
072300* divisible by 400.
072400******************************************************************
072500 GET-DAYS-IN-MONTH.
072600     MOVE WS-MONTH-DAYS (WS-DW-MM) TO WS-DAYS-IN-MONTH
072700     IF WS-DW-MM NOT = 2
072800         GO TO GET-DAYS-IN-MONTH-EXIT
072900     END-IF
073000     DIVIDE WS-DW-YYYY BY 4
073100         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-4
073200     DIVIDE WS-DW-YYYY BY 100
073300         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-100
073400     DIVIDE WS-DW-YYYY BY 400
073500         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-400
073600     IF WS-LEAP-REM-4 = ZERO
073700         AND (WS-LEAP-REM-100 NOT = ZERO
073800              OR WS-LEAP-REM-400 = ZERO)
073900         MOVE 29 TO WS-DAYS-IN-MONTH
074000     END-IF.
074100 GET-DAYS-IN-MONTH-EXIT.
074200     EXIT.
074300*
074400******************************************************************
074500* WRITE-SI-ITEM - one item in the extract record layout, keyed
074600* on the account and sequence number 7 + instruction number +
074700* WS-RAISE-COUNTER, dated with the business date.
074800******************************************************************
074900 WRITE-SI-ITEM.
075000     COMPUTE WS-ITEM-SEQ-NO = 70000
075100         + DL100-SI-INSTR-NO * 1000 + WS-RAISE-COUNTER
075200     MOVE SPACES TO DL100-TRANS-RECORD
075300     MOVE DL100-SI-ACCT-NO TO DL100-TRANS-ACCT-NO
075400     MOVE WS-ITEM-SEQ-NO TO DL100-TRANS-SEQ-NO
075500     MOVE WS-BUS-DATE TO DL100-TRANS-DATE
075600     MOVE DL100-SI-TYPE-CODE TO DL100-TRANS-TYPE-CODE
075700     MOVE DL100-SI-AMOUNT TO DL100-TRANS-AMOUNT
075800     MOVE DL100-MASTER-NAME TO DL100-TRANS-NAME
075900     MOVE DL100-TRANS-RECORD TO DL100-SIOUT-RECORD
076000     WRITE DL100-SIOUT-RECORD
076100     IF NOT WS-FS-SIOUT-OK
076200         MOVE "DL100-SIOUT-FILE" TO WS-ABEND-FILE-NAME
076300         MOVE WS-FS-SIOUT TO WS-ABEND-STATUS
076400         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
076500     END-IF
076600     ADD 1 TO WS-ITEM-COUNT
076700     ADD DL100-SI-AMOUNT TO WS-ITEM-TOTAL.
076800 WRITE-SI-ITEM-EXIT.
076900     EXIT.
077000*
077100******************************************************************
077200* WRITE-SG-DETAIL - one register line for the instruction; the
077300* caller has set the due date and the note.
077400******************************************************************
077500 WRITE-SG-DETAIL.
077600     MOVE DL100-SI-ACCT-NO TO SDT-ACCT-NO
077700     MOVE DL100-SI-INSTR-NO TO SDT-INSTR-NO
077800     MOVE DL100-SI-TYPE-CODE TO SDT-TYPE-CODE
077900     MOVE DL100-SI-AMOUNT TO SDT-AMOUNT
078000     MOVE DL100-SI-FREQUENCY TO SDT-FREQUENCY
078100     MOVE WS-SG-DETAIL-LINE TO DL100-SIRPT-RECORD
078200     PERFORM WRITE-SIRPT-RECORD THRU WRITE-SIRPT-RECORD-EXIT.
078300 WRITE-SG-DETAIL-EXIT.
078400     EXIT.
078500*
078600******************************************************************
078700* WRITE-SG-HEADINGS - register heading lines.
078800******************************************************************
078900 WRITE-SG-HEADINGS.
079000     MOVE WS-BUS-DATE TO SHD-BUS-DATE
079100     MOVE WS-SG-HEADING-1 TO DL100-SIRPT-RECORD
079200     PERFORM WRITE-SIRPT-RECORD THRU WRITE-SIRPT-RECORD-EXIT
079300     MOVE WS-SG-HEADING-2 TO DL100-SIRPT-RECORD
079400     PERFORM WRITE-SIRPT-RECORD THRU WRITE-SIRPT-RECORD-EXIT.
079500 WRITE-SG-HEADINGS-EXIT.
079600     EXIT.
079700*
079800******************************************************************
079900* WRITE-SG-TOTALS - the closing register totals.
080000******************************************************************
080100 WRITE-SG-TOTALS.
080200     MOVE "INSTRUCTIONS  " TO STL-LABEL
080300     MOVE WS-READ-COUNT TO STL-COUNT
080400     PERFORM WRITE-SG-TOTAL-LINE THRU WRITE-SG-TOTAL-LINE-EXIT
080500     MOVE "RAISED        " TO STL-LABEL
080600     MOVE WS-NEW-COUNT TO STL-COUNT
080700     PERFORM WRITE-SG-TOTAL-LINE THRU WRITE-SG-TOTAL-LINE-EXIT
080800     MOVE "OF WHICH LATE " TO STL-LABEL
080900     MOVE WS-LATE-COUNT TO STL-COUNT
081000     PERFORM WRITE-SG-TOTAL-LINE THRU WRITE-SG-TOTAL-LINE-EXIT
081100     MOVE "RAISED AGAIN  " TO STL-LABEL
081200     MOVE WS-AGAIN-COUNT TO STL-COUNT
081300     PERFORM WRITE-SG-TOTAL-LINE THRU WRITE-SG-TOTAL-LINE-EXIT
081400     MOVE "SKIP SUSPENDED" TO STL-LABEL
081500     MOVE WS-SUSP-COUNT TO STL-COUNT
081600     PERFORM WRITE-SG-TOTAL-LINE THRU WRITE-SG-TOTAL-LINE-EXIT
081700     MOVE "SKIP CLOSED   " TO STL-LABEL
081800     MOVE WS-CLOSED-COUNT TO STL-COUNT
081900     PERFORM WRITE-SG-TOTAL-LINE THRU WRITE-SG-TOTAL-LINE-EXIT
082000     MOVE "SKIP NO MASTER" TO STL-LABEL
082100     MOVE WS-NO-MASTER-COUNT TO STL-COUNT
082200     PERFORM WRITE-SG-TOTAL-LINE THRU WRITE-SG-TOTAL-LINE-EXIT
082300     MOVE "EXPIRED       " TO STL-LABEL
082400     MOVE WS-EXPIRED-COUNT TO STL-COUNT
082500     PERFORM WRITE-SG-TOTAL-LINE THRU WRITE-SG-TOTAL-LINE-EXIT
082600     MOVE "ENDED EARLIER " TO STL-LABEL
082700     MOVE WS-ENDED-COUNT TO STL-COUNT
082800     PERFORM WRITE-SG-TOTAL-LINE THRU WRITE-SG-TOTAL-LINE-EXIT
082810     MOVE "DELETED       " TO STL-LABEL
082820     MOVE WS-DELETED-COUNT TO STL-COUNT
082830     PERFORM WRITE-SG-TOTAL-LINE THRU WRITE-SG-TOTAL-LINE-EXIT
082900     MOVE "COUNTER AT 999" TO STL-LABEL
083000     MOVE WS-EXHAUSTED-COUNT TO STL-COUNT
083100     PERFORM WRITE-SG-TOTAL-LINE THRU WRITE-SG-TOTAL-LINE-EXIT
083200     MOVE "BAD FREQUENCY " TO STL-LABEL
083300     MOVE WS-BAD-FREQ-COUNT TO STL-COUNT
083400     PERFORM WRITE-SG-TOTAL-LINE THRU WRITE-SG-TOTAL-LINE-EXIT
083500     MOVE "ITEMS IN BATCH" TO STL-LABEL
083600     MOVE WS-ITEM-COUNT TO STL-COUNT
083700     PERFORM WRITE-SG-TOTAL-LINE THRU WRITE-SG-TOTAL-LINE-EXIT
083800     MOVE "BATCH AMOUNT  " TO SAL-LABEL
083900     MOVE WS-ITEM-TOTAL TO SAL-AMOUNT
084000     MOVE WS-SG-AMOUNT-LINE TO DL100-SIRPT-RECORD
084100     PERFORM WRITE-SIRPT-RECORD THRU WRITE-SIRPT-RECORD-EXIT
084200     DISPLAY "INSTRUCTIONS  : " WS-READ-COUNT
084300     DISPLAY "RAISED        : " WS-NEW-COUNT
084400     DISPLAY "RAISED AGAIN  : " WS-AGAIN-COUNT
084500     DISPLAY "ITEMS IN BATCH: " WS-ITEM-COUNT
084600     DISPLAY "BATCH AMOUNT  : " WS-ITEM-TOTAL.
084700 WRITE-SG-TOTALS-EXIT.
084800     EXIT.
084900*
085000 WRITE-SG-TOTAL-LINE.
085100     MOVE WS-SG-TOTAL-LINE TO DL100-SIRPT-RECORD
085200     PERFORM WRITE-SIRPT-RECORD THRU WRITE-SIRPT-RECORD-EXIT.
085300 WRITE-SG-TOTAL-LINE-EXIT.
085400     EXIT.
085500*
085600******************************************************************
085700* WRITE-SIRPT-RECORD - one line to the register with the usual
085800* status check.
085900******************************************************************
086000 WRITE-SIRPT-RECORD.
086100     WRITE DL100-SIRPT-RECORD
086200     IF NOT WS-FS-SIRPT-OK
086300         MOVE "DL100-SIRPT-FILE" TO WS-ABEND-FILE-NAME
086400         MOVE WS-FS-SIRPT TO WS-ABEND-STATUS
086500         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
086600     END-IF.
086700 WRITE-SIRPT-RECORD-EXIT.
086800     EXIT.
086900*
087000******************************************************************
087100* ERROR-PARAGRAPH - display the bad file status and take a
087200* controlled abend, same convention as the intake run.
087300******************************************************************
087400 ERROR-PARAGRAPH.
087500     DISPLAY "*** I-O ERROR ON " WS-ABEND-FILE-NAME
087600     DISPLAY "*** FILE STATUS IS " WS-ABEND-STATUS
087700     DISPLAY "*** DL100SG ABENDING WITH RETURN CODE "
087800         WS-ABEND-RETURN-CODE
087900     MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE
088000     STOP RUN.
088100 ERROR-PARAGRAPH-EXIT.
088200     EXIT.
088300 END PROGRAM DL100SG.
