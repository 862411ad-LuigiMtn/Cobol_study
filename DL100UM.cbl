000100******************************************************************
000200* Author:      Luigi
000300* Date-Written: 15/10/2026
000400* Date-Compiled:
000500* Purpose:     Daily unusual-activity monitor for DL100.  Runs
000600*              after the night's intake (and the DL100HS history
000700*              roll-up) for the business date on the first
000800*              record of the GL extract (GLIN), which must be on
000900*              the calendar (CALFL) with its intake complete on
001000*              the run-control file (RUNCTL).  Reads the
001100*              processed-transactions file (PROCFL) account by
001200*              account; an account with postings in that intake
001300*              is checked against the rules on the UMPARM card
001400*              (layout DL100UP - defaults if there is no usable
001500*              card) using its postings over the rule windows,
001600*              its month-to-date totals (MTDFL), the master and
001700*              its latest maintenance change on the history file
001800*              (HISTFL).  Each hit is a case on the review queue
001900*              (REVQFL, layout DL100UQ, one per account and
002000*              rule): a new case is opened, an open or escalated
002100*              one is refreshed, and a cleared one is reopened
002200*              only if the figures that tripped the rule differ
002300*              from the ones it was cleared on.  The night's hits
002400*              are listed on UMRPT with the figures, the master
002500*              position, the last five postings and the latest
002600*              maintenance change, then the counts of cases still
002700*              open and escalated.  The step ends RC 4 when a
002800*              case was opened or reopened.  Reviewers clear or
002900*              escalate cases in TESTE's interactive maintenance.
003000* Tectonics:   cobc -c DL100UM.cbl -I copybooks
003100*
003200* Modification History
003300* Date       Init  Description
003400* ---------- ----  ---------------------------------------------
003500* 15/10/2026  LM   Initial version.
003600******************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID. DL100UM.
003900 AUTHOR. LUIGI.
004000 DATE-WRITTEN. 15/10/2026.
004100 DATE-COMPILED.
004200*
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.     IBM-370.
004600 OBJECT-COMPUTER.     IBM-370.
004700*
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT DL100-PROCD-FILE ASSIGN TO PROCFL
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS DL100-PROCD-KEY
005400         FILE STATUS IS WS-FS-PROCD.
005500*
005600     SELECT DL100-MTD-FILE ASSIGN TO MTDFL
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS DL100-MTD-ACCT-NO
006000         FILE STATUS IS WS-FS-MTD.
006100*
006200     SELECT DL100-MASTER-FILE ASSIGN TO MASTFL
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS DL100-MASTER-ACCT-NO
006600         FILE STATUS IS WS-FS-MASTER.
006700*
006800     SELECT OPTIONAL DL100-HIST-FILE ASSIGN TO HISTFL
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS DL100-HIST-KEY
007200         FILE STATUS IS WS-FS-HIST.
007300*
007400     SELECT DL100-CAL-FILE ASSIGN TO CALFL
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS DYNAMIC
007700         RECORD KEY IS DL100-CAL-DATE
007800         FILE STATUS IS WS-FS-CAL.
007900*
008000     SELECT OPTIONAL DL100-RUNCTL-FILE ASSIGN TO RUNCTL
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS DYNAMIC
008300         RECORD KEY IS DL100-RUNCTL-BUS-DATE
008400         FILE STATUS IS WS-FS-RUNCTL.
008500*
008600     SELECT DL100-UQ-FILE ASSIGN TO REVQFL
008700         ORGANIZATION IS INDEXED
008800         ACCESS MODE IS DYNAMIC
008900         RECORD KEY IS DL100-UQ-KEY
009000         FILE STATUS IS WS-FS-UQ.
009100*
009200     SELECT DL100-GL-FILE ASSIGN TO GLIN
009300         ORGANIZATION IS SEQUENTIAL
009400         ACCESS MODE IS SEQUENTIAL
009500         FILE STATUS IS WS-FS-GL.
009600*
009700     SELECT OPTIONAL DL100-UP-FILE ASSIGN TO UMPARM
009800         ORGANIZATION IS SEQUENTIAL
009900         ACCESS MODE IS SEQUENTIAL
010000         FILE STATUS IS WS-FS-UP.
010100*
010200     SELECT DL100-UMRPT-FILE ASSIGN TO UMRPT
010300         ORGANIZATION IS SEQUENTIAL
010400         ACCESS MODE IS SEQUENTIAL
010500         FILE STATUS IS WS-FS-UMRPT.
010600*
010700 DATA DIVISION.
010800 FILE SECTION.
010900*
011000 FD  DL100-PROCD-FILE
011100     RECORDING MODE IS F
011200     LABEL RECORDS ARE STANDARD.
011300     COPY DL100PD.
011400*
011500 FD  DL100-MTD-FILE
011600     RECORDING MODE IS F
011700     LABEL RECORDS ARE STANDARD.
011800     COPY DL100MT.
011900*
012000 FD  DL100-MASTER-FILE
012100     RECORDING MODE IS F
012200     LABEL RECORDS ARE STANDARD.
012300     COPY DL100MS.
012400*
012500 FD  DL100-HIST-FILE
012600     RECORDING MODE IS F
012700     LABEL RECORDS ARE STANDARD.
012800     COPY DL100HI.
012900*
013000 FD  DL100-CAL-FILE
013100     RECORDING MODE IS F
013200     LABEL RECORDS ARE STANDARD.
013300     COPY DL100CA.
013400*
013500 FD  DL100-RUNCTL-FILE
013600     RECORDING MODE IS F
013700     LABEL RECORDS ARE STANDARD.
013800     COPY DL100RC.
013900*
014000 FD  DL100-UQ-FILE
014100     RECORDING MODE IS F
014200     LABEL RECORDS ARE STANDARD.
014300     COPY DL100UQ.
014400*
014500 FD  DL100-GL-FILE
014600     RECORDING MODE IS F
014700     LABEL RECORDS ARE STANDARD.
014800     COPY DL100GL.
014900*
015000 FD  DL100-UP-FILE
015100     RECORDING MODE IS F
015200     LABEL RECORDS ARE STANDARD.
015300     COPY DL100UP.
015400*
015500 FD  DL100-UMRPT-FILE
015600     RECORDING MODE IS F
015700     LABEL RECORDS ARE STANDARD.
015800 01  DL100-UMRPT-RECORD               PIC X(132).
015900*
016000 WORKING-STORAGE SECTION.
016100*
016200*    run counters
016300 77  WS-READ-COUNT                     PIC 9(07) COMP VALUE ZERO.
016400 77  WS-ACCT-COUNT                     PIC 9(07) COMP VALUE ZERO.
016500 77  WS-HIT-COUNT                      PIC 9(07) COMP VALUE ZERO.
016600 77  WS-NEW-COUNT                      PIC 9(07) COMP VALUE ZERO.
016700 77  WS-REOPEN-COUNT                   PIC 9(07) COMP VALUE ZERO.
016800 77  WS-REFRESH-COUNT                  PIC 9(07) COMP VALUE ZERO.
016900 77  WS-SUPPRESS-COUNT                 PIC 9(07) COMP VALUE ZERO.
017000 77  WS-TRUNC-COUNT                    PIC 9(07) COMP VALUE ZERO.
017100 77  WS-OPEN-CASES                     PIC 9(07) COMP VALUE ZERO.
017200 77  WS-ESCALATED-CASES                PIC 9(07) COMP VALUE ZERO.
017300*    one account's postings - table size, subscripts
017400 77  WS-POST-COUNT                     PIC 9(03) COMP VALUE ZERO.
017500 77  WS-POST-MAX                       PIC 9(03) COMP VALUE 500.
017600 77  WS-SORT-I                         PIC 9(03) COMP VALUE ZERO.
017700 77  WS-SORT-J                         PIC 9(03) COMP VALUE ZERO.
017800 77  WS-SUB                            PIC 9(03) COMP VALUE ZERO.
017900 77  WS-START-SUB                      PIC 9(03) COMP VALUE ZERO.
018000 77  WS-RO-SUB                         PIC 9(03) COMP VALUE ZERO.
018100 77  WS-NW-SUB                         PIC 9(03) COMP VALUE ZERO.
018200 77  WS-RCT-SUB                        PIC 9(01) COMP VALUE ZERO.
018300 77  WS-TYPE-SUB                       PIC 9(01) COMP VALUE ZERO.
018400*
018500 01  WS-FILE-STATUS-FIELDS.
018600     05  WS-FS-PROCD                    PIC X(02) VALUE "00".
018700         88  WS-FS-PROCD-OK            VALUE "00".
018800         88  WS-FS-PROCD-EOF           VALUE "10".
018900         88  WS-FS-PROCD-NOT-FOUND     VALUE "23".
019000     05  WS-FS-MTD                      PIC X(02) VALUE "00".
019100         88  WS-FS-MTD-OK              VALUE "00".
019200         88  WS-FS-MTD-NOT-FOUND       VALUE "23".
019300     05  WS-FS-MASTER                   PIC X(02) VALUE "00".
019400         88  WS-FS-MASTER-OK           VALUE "00".
019500         88  WS-FS-MASTER-NOT-FOUND    VALUE "23".
019600     05  WS-FS-HIST                     PIC X(02) VALUE "00".
019700         88  WS-FS-HIST-OK             VALUE "00".
019800         88  WS-FS-HIST-MISSING        VALUE "05".
019900         88  WS-FS-HIST-EOF            VALUE "10".
020000         88  WS-FS-HIST-NOT-FOUND      VALUE "23".
020100     05  WS-FS-CAL                      PIC X(02) VALUE "00".
020200         88  WS-FS-CAL-OK              VALUE "00".
020300         88  WS-FS-CAL-EOF             VALUE "10".
020400         88  WS-FS-CAL-NOT-FOUND       VALUE "23".
020500     05  WS-FS-RUNCTL                   PIC X(02) VALUE "00".
020600         88  WS-FS-RUNCTL-OK           VALUES "00" "05".
020700         88  WS-FS-RUNCTL-NOT-FOUND    VALUE "23".
020800     05  WS-FS-UQ                       PIC X(02) VALUE "00".
020900         88  WS-FS-UQ-OK               VALUE "00".
021000         88  WS-FS-UQ-EOF              VALUE "10".
021100         88  WS-FS-UQ-NOT-FOUND        VALUE "23".
021200     05  WS-FS-GL                       PIC X(02) VALUE "00".
021300         88  WS-FS-GL-OK               VALUE "00".
021400         88  WS-FS-GL-EOF              VALUE "10".
021500     05  WS-FS-UP                       PIC X(02) VALUE "00".
021600         88  WS-FS-UP-OK               VALUES "00" "05".
021700         88  WS-FS-UP-EOF              VALUE "10".
021800     05  WS-FS-UMRPT                    PIC X(02) VALUE "00".
021900         88  WS-FS-UMRPT-OK            VALUE "00".
022000*
022100 01  WS-SWITCHES.
022200     05  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
022300         88  WS-EOF                    VALUE "Y".
022400     05  WS-HIST-EOF-SWITCH            PIC X(01) VALUE "N".
022500         88  WS-HIST-EOF               VALUE "Y".
022600     05  WS-HIST-AVAIL-SWITCH          PIC X(01) VALUE "Y".
022700         88  WS-HIST-AVAILABLE         VALUE "Y".
022800     05  WS-UQ-EOF-SWITCH              PIC X(01) VALUE "N".
022900         88  WS-UQ-EOF                 VALUE "Y".
023000     05  WS-CAL-EOF-SWITCH             PIC X(01) VALUE "N".
023100         88  WS-CAL-EOF                VALUE "Y".
023200     05  WS-TRUNC-SWITCH               PIC X(01) VALUE "N".
023300         88  WS-TRUNCATED              VALUE "Y".
023400     05  WS-CONTEXT-SWITCH             PIC X(01) VALUE "N".
023500         88  WS-CONTEXT-LOADED         VALUE "Y".
023600     05  WS-MTD-SWITCH                 PIC X(01) VALUE "N".
023700         88  WS-MTD-THIS-MONTH         VALUE "Y".
023800     05  WS-TRIP-SWITCH                PIC X(01) VALUE "N".
023900         88  WS-TRIPPED                VALUE "Y".
024000*
024100 01  WS-ABEND-FIELDS.
024200     05  WS-ABEND-FILE-NAME            PIC X(20).
024300     05  WS-ABEND-STATUS                PIC X(02).
024400     05  WS-ABEND-RETURN-CODE          PIC 9(03) VALUE 16.
024500*
024600*    the business date, its intake and the windows the rules
024700*    look back over
024800 01  WS-DATE-FIELDS.
024900     05  WS-BUS-DATE                   PIC 9(08) VALUE ZERO.
025000     05  WS-BUS-MONTH                  PIC 9(06) VALUE ZERO.
025100     05  WS-BUS-DAY                    PIC 9(02) VALUE ZERO.
025200     05  WS-BUS-SEQ                    PIC 9(07) VALUE ZERO.
025300     05  WS-RUN-START-DATE             PIC 9(08) VALUE ZERO.
025400     05  WS-RUN-END-DATE               PIC 9(08) VALUE ZERO.
025500     05  WS-WINDOW-DAYS                PIC 9(02) VALUE ZERO.
025600     05  WS-WINDOW-SEQ                 PIC 9(07) VALUE ZERO.
025700     05  WS-WINDOW-DATE                PIC 9(08) VALUE ZERO.
025800     05  WS-MONTH-START-DATE           PIC 9(08) VALUE ZERO.
025900     05  WS-MONTH-BEFORE-SEQ           PIC 9(07) VALUE ZERO.
026000     05  WS-MONTH-DAYS                 PIC 9(05) VALUE ZERO.
026100     05  WS-CACHE-DATE                 PIC 9(08) VALUE ZERO.
026200     05  WS-CACHE-SEQ                  PIC 9(07) VALUE ZERO.
026300     05  WS-AGE                        PIC 9(07) VALUE ZERO.
026400*
026500*    the rules, from the UMPARM card or these defaults
026600 01  WS-RULE-FIELDS.
026700     05  WS-RO-AMOUNT                  PIC 9(07)V99 VALUE 1000.00.
026800     05  WS-RO-DAYS                    PIC 9(02) VALUE 10.
026900     05  WS-RO-COUNT                   PIC 9(03) VALUE 2.
027000     05  WS-NW-DAYS                    PIC 9(02) VALUE 5.
027100     05  WS-NW-COUNT                   PIC 9(03) VALUE 10.
027200     05  WS-NW-AMOUNT                  PIC 9(07)V99 VALUE 5000.00.
027300     05  WS-SPIKE-FACTOR               PIC 9(03) VALUE 5.
027400     05  WS-SPIKE-COUNT                PIC 9(03) VALUE 5.
027500     05  WS-SPIKE-AMOUNT               PIC 9(07)V99 VALUE 2000.00.
027600*
027700*    one account's postings inside the windows, sorted by run
027800*    date and sequence
027900 01  WS-POST-TABLE.
028000     05  WS-POST-ENTRY OCCURS 500.
028100         10  WS-PT-SORT-KEY.
028200             15  WS-PT-RUN-DATE        PIC 9(08).
028300             15  WS-PT-SEQ-NO          PIC 9(05).
028400         10  WS-PT-TYPE-CODE           PIC X(02).
028500         10  WS-PT-AMOUNT              PIC 9(07)V99.
028600         10  WS-PT-REVERSED            PIC X(01).
028700         10  WS-PT-BUS-SEQ             PIC 9(07).
028800 01  WS-POST-SWAP-ENTRY.
028900     05  WS-PS-SORT-KEY                PIC X(13).
029000     05  WS-PS-TYPE-CODE               PIC X(02).
029100     05  WS-PS-AMOUNT                  PIC 9(07)V99.
029200     05  WS-PS-REVERSED                PIC X(01).
029300     05  WS-PS-BUS-SEQ                 PIC 9(07).
029400*
029500*    the account being checked and the rule that tripped
029600 01  WS-ACCOUNT-FIELDS.
029700     05  WS-CUR-ACCT-NO                PIC 9(09) VALUE ZERO.
029800     05  WS-TODAY-COUNT                PIC 9(05) VALUE ZERO.
029900     05  WS-TODAY-AMOUNT               PIC 9(09)V99 VALUE ZERO.
030000     05  WS-MTD-COUNT                  PIC 9(05) VALUE ZERO.
030100     05  WS-MTD-AMOUNT                 PIC 9(09)V99 VALUE ZERO.
030200     05  WS-PRIOR-COUNT                PIC 9(05) VALUE ZERO.
030300     05  WS-PRIOR-AMOUNT               PIC 9(09)V99 VALUE ZERO.
030400     05  WS-RULE-CODE                  PIC X(04) VALUE SPACES.
030500     05  WS-HIT-FIGURES.
030600         10  WS-HF-REF-DATE            PIC 9(08) VALUE ZERO.
030700         10  WS-HF-COUNT               PIC 9(05) VALUE ZERO.
030800         10  WS-HF-AMOUNT              PIC 9(09)V99 VALUE ZERO.
030900     05  WS-BASE-COUNT                 PIC 9(05) VALUE ZERO.
031000     05  WS-BASE-AMOUNT                PIC 9(09)V99 VALUE ZERO.
031100     05  WS-EVENT                      PIC X(10) VALUE SPACES.
031200*
031300*    the account's position and latest maintenance change, for
031400*    the case
031500 01  WS-CONTEXT-FIELDS.
031600     05  WS-CX-STATUS                  PIC X(01) VALUE SPACE.
031700     05  WS-CX-BALANCE                 PIC S9(09)V99 VALUE ZERO.
031800     05  WS-CX-LIMIT                   PIC 9(09)V99 VALUE ZERO.
031900     05  WS-CX-MAINT-DATE              PIC 9(08) VALUE ZERO.
032000     05  WS-CX-MAINT-ACTION            PIC X(10) VALUE SPACES.
032100     05  WS-CX-MAINT-DETAIL            PIC X(38) VALUE SPACES.
032200*
032300 01  WS-REPORT-FIELDS.
032400     05  WS-UM-HEADING-1.
032500         10  FILLER                     PIC X(40)
032600             VALUE "DL100 UNUSUAL-ACTIVITY REVIEW QUEUE     ".
032700         10  UHD-BUS-DATE               PIC 9(08).
032800         10  FILLER                     PIC X(84) VALUE SPACES.
032900     05  WS-UM-HEADING-2.
033000         10  FILLER                     PIC X(38)
033100             VALUE "ACCOUNT    RULE  EVENT       REF DATE ".
033200         10  FILLER                     PIC X(33)
033300             VALUE " COUNT         AMOUNT   BASE     ".
033400         10  FILLER                     PIC X(30)
033500             VALUE "BASE AMOUNT  ST        BALANCE".
033600         10  FILLER                     PIC X(31) VALUE SPACES.
033700     05  WS-UM-DETAIL-LINE.
033800         10  UDT-ACCT-NO                PIC 9(09).
033900         10  FILLER                     PIC X(02) VALUE SPACES.
034000         10  UDT-RULE                   PIC X(04).
034100         10  FILLER                     PIC X(02) VALUE SPACES.
034200         10  UDT-EVENT                  PIC X(10).
034300         10  FILLER                     PIC X(02) VALUE SPACES.
034400         10  UDT-REF-DATE               PIC 9(08).
034500         10  FILLER                     PIC X(02) VALUE SPACES.
034600         10  UDT-COUNT                  PIC ZZZZ9.
034700         10  FILLER                     PIC X(01) VALUE SPACES.
034800         10  UDT-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.
034900         10  FILLER                     PIC X(02) VALUE SPACES.
035000         10  UDT-BASE-COUNT             PIC ZZZZ9.
035100         10  FILLER                     PIC X(02) VALUE SPACES.
035200         10  UDT-BASE-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
035300         10  FILLER                     PIC X(02) VALUE SPACES.
035400         10  UDT-STATUS                 PIC X(01).
035500         10  FILLER                     PIC X(02) VALUE SPACES.
035600         10  UDT-BALANCE                PIC ---,---,--9.99.
035700         10  FILLER                     PIC X(31) VALUE SPACES.
035800     05  WS-UM-RECENT-LINE.
035900         10  FILLER                     PIC X(11) VALUE SPACES.
036000         10  FILLER                     PIC X(08)
036100             VALUE "RECENT: ".
036200         10  URC-ENTRY OCCURS 5.
036300             15  URC-DATE               PIC X(08).
036400             15  FILLER                 PIC X(01).
036500             15  URC-TYPE               PIC X(02).
036600             15  URC-AMOUNT             PIC X(10).
036700             15  FILLER                 PIC X(01).
036800         10  FILLER                     PIC X(03) VALUE SPACES.
036900     05  WS-UM-MAINT-LINE.
037000         10  FILLER                     PIC X(11) VALUE SPACES.
037100         10  FILLER                     PIC X(12)
037200             VALUE "LAST MAINT: ".
037300         10  UMT-DATE                   PIC X(08).
037400         10  FILLER                     PIC X(02) VALUE SPACES.
037500         10  UMT-ACTION                 PIC X(10).
037600         10  FILLER                     PIC X(02) VALUE SPACES.
037700         10  UMT-DETAIL                 PIC X(38).
037800         10  FILLER                     PIC X(49) VALUE SPACES.
037900     05  WS-UM-TOTAL-LINE.
038000         10  FILLER                     PIC X(10).
038100         10  UTL-LABEL                  PIC X(14).
038200         10  FILLER                     PIC X(02) VALUE ": ".
038300         10  UTL-COUNT                  PIC Z,ZZZ,ZZ9.
038400         10  FILLER                     PIC X(97) VALUE SPACES.
038500     05  WS-RCT-AMOUNT-ED               PIC ZZZ,ZZ9.99.
038600*
038700 PROCEDURE DIVISION.
038800*
038900 MAIN-PROCEDURE.
039000     PERFORM GET-BUSINESS-DATE THRU GET-BUSINESS-DATE-EXIT
039100     OPEN INPUT DL100-CAL-FILE
039200     IF NOT WS-FS-CAL-OK
039300         MOVE "DL100-CAL-FILE" TO WS-ABEND-FILE-NAME
039400         MOVE WS-FS-CAL TO WS-ABEND-STATUS
039500         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
039600     END-IF
039700     PERFORM CHECK-BUSINESS-DATE THRU CHECK-BUSINESS-DATE-EXIT
039800     PERFORM CHECK-RUN-CONTROL THRU CHECK-RUN-CONTROL-EXIT
039900     PERFORM LOAD-MONITOR-RULES THRU LOAD-MONITOR-RULES-EXIT
040000     PERFORM FIND-WINDOW-START THRU FIND-WINDOW-START-EXIT
040100     PERFORM COUNT-MONTH-DAYS THRU COUNT-MONTH-DAYS-EXIT
040200     PERFORM OPEN-MONITOR-FILES THRU OPEN-MONITOR-FILES-EXIT
040300     PERFORM WRITE-UM-HEADINGS THRU WRITE-UM-HEADINGS-EXIT
040400     MOVE ZERO TO DL100-PROCD-ACCT-NO
040500     MOVE ZERO TO DL100-PROCD-SEQ-NO
040600     START DL100-PROCD-FILE
040700         KEY IS NOT LESS THAN DL100-PROCD-KEY
040800     END-START
040900     IF WS-FS-PROCD-OK
041000         PERFORM READ-NEXT-PROCD THRU READ-NEXT-PROCD-EXIT
041100         PERFORM PROCESS-ACCOUNT THRU PROCESS-ACCOUNT-EXIT
041200             UNTIL WS-EOF
041300     ELSE
041400         IF NOT WS-FS-PROCD-NOT-FOUND
041500             AND NOT WS-FS-PROCD-EOF
041600             MOVE "DL100-PROCD-FILE" TO WS-ABEND-FILE-NAME
041700             MOVE WS-FS-PROCD TO WS-ABEND-STATUS
041800             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
041900         END-IF
042000     END-IF
042100     PERFORM COUNT-QUEUE-CASES THRU COUNT-QUEUE-CASES-EXIT
042200     PERFORM WRITE-UM-TOTALS THRU WRITE-UM-TOTALS-EXIT
042300     PERFORM CLOSE-MONITOR-FILES THRU CLOSE-MONITOR-FILES-EXIT
042400     IF WS-NEW-COUNT > ZERO OR WS-REOPEN-COUNT > ZERO
042500         MOVE 4 TO RETURN-CODE
042600     END-IF
042700     GOBACK.
042800*
042900******************************************************************
043000* GET-BUSINESS-DATE - the business date of the night's intake,
043100* from the first record of the GL extract it cut.  An empty
043200* extract has no date to check under; nothing is run.
043300******************************************************************
043400 GET-BUSINESS-DATE.
043500     OPEN INPUT DL100-GL-FILE
043600     IF NOT WS-FS-GL-OK
043700         MOVE "DL100-GL-FILE" TO WS-ABEND-FILE-NAME
043800         MOVE WS-FS-GL TO WS-ABEND-STATUS
043900         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
044000     END-IF
044100     READ DL100-GL-FILE
044200     IF WS-FS-GL-OK
044300         IF DL100-GL-BUS-DATE NUMERIC
044400             MOVE DL100-GL-BUS-DATE TO WS-BUS-DATE
044500         END-IF
044600     ELSE
044700         IF NOT WS-FS-GL-EOF
044800             MOVE "DL100-GL-FILE" TO WS-ABEND-FILE-NAME
044900             MOVE WS-FS-GL TO WS-ABEND-STATUS
045000             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
045100         END-IF
045200     END-IF
045300     CLOSE DL100-GL-FILE
045400     IF NOT WS-FS-GL-OK
045500         MOVE "DL100-GL-FILE" TO WS-ABEND-FILE-NAME
045600         MOVE WS-FS-GL TO WS-ABEND-STATUS
045700         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
045800     END-IF
045900     IF WS-BUS-DATE = ZERO
046000         DISPLAY "*** GLIN CARRIES NO BUSINESS DATE ***"
046100         MOVE 12 TO RETURN-CODE
046200         STOP RUN
046300     END-IF
046400     DIVIDE WS-BUS-DATE BY 100
046500         GIVING WS-BUS-MONTH REMAINDER WS-BUS-DAY.
046600 GET-BUSINESS-DATE-EXIT.
046700     EXIT.
046800*
046900******************************************************************
047000* CHECK-BUSINESS-DATE - the business date must be on the
047100* calendar; its business-day sequence number is what the rule
047200* windows are counted back from.
047300******************************************************************
047400 CHECK-BUSINESS-DATE.
047500     MOVE WS-BUS-DATE TO DL100-CAL-DATE
047600     READ DL100-CAL-FILE KEY IS DL100-CAL-DATE
047700     IF NOT WS-FS-CAL-OK
047800         IF WS-FS-CAL-NOT-FOUND
047900             DISPLAY "*** BUSINESS DATE " WS-BUS-DATE
048000                 " IS NOT ON THE CALENDAR ***"
048100             MOVE 12 TO RETURN-CODE
048200             STOP RUN
048300         ELSE
048400             MOVE "DL100-CAL-FILE" TO WS-ABEND-FILE-NAME
048500             MOVE WS-FS-CAL TO WS-ABEND-STATUS
048600             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
048700         END-IF
048800     END-IF
048900     MOVE DL100-CAL-BUS-SEQ TO WS-BUS-SEQ.
049000 CHECK-BUSINESS-DATE-EXIT.
049100     EXIT.
049200*
049300******************************************************************
049400* CHECK-RUN-CONTROL - the intake for the business date must have
049500* completed.  Its start and end dates on the run-control record
049600* bound the processed-transactions run dates that belong to it:
049700* a posting with a run date from the start date on is one of the
049800* day's postings, and one after the end date belongs to a later
049900* intake and is not looked at.
050000******************************************************************
050100 CHECK-RUN-CONTROL.
050200     OPEN INPUT DL100-RUNCTL-FILE
050300     IF NOT WS-FS-RUNCTL-OK
050400         MOVE "DL100-RUNCTL-FILE" TO WS-ABEND-FILE-NAME
050500         MOVE WS-FS-RUNCTL TO WS-ABEND-STATUS
050600         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
050700     END-IF
050800     MOVE WS-BUS-DATE TO DL100-RUNCTL-BUS-DATE
050900     READ DL100-RUNCTL-FILE KEY IS DL100-RUNCTL-BUS-DATE
051000     IF WS-FS-RUNCTL-OK
051100         IF DL100-RUNCTL-COMPLETE
051200             MOVE DL100-RUNCTL-START-DATE TO WS-RUN-START-DATE
051300             MOVE DL100-RUNCTL-END-DATE TO WS-RUN-END-DATE
051400         END-IF
051500     ELSE
051600         IF NOT WS-FS-RUNCTL-NOT-FOUND
051700             MOVE "DL100-RUNCTL-FILE" TO WS-ABEND-FILE-NAME
051800             MOVE WS-FS-RUNCTL TO WS-ABEND-STATUS
051900             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
052000         END-IF
052100     END-IF
052200     CLOSE DL100-RUNCTL-FILE
052300     IF NOT WS-FS-RUNCTL-OK
052400         MOVE "DL100-RUNCTL-FILE" TO WS-ABEND-FILE-NAME
052500         MOVE WS-FS-RUNCTL TO WS-ABEND-STATUS
052600         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
052700     END-IF
052800     IF WS-RUN-END-DATE = ZERO
052900         DISPLAY "*** INTAKE FOR BUSINESS DATE " WS-BUS-DATE
053000             " HAS NOT COMPLETED ***"
053100         MOVE 12 TO RETURN-CODE
053200         STOP RUN
053300     END-IF.
053400 CHECK-RUN-CONTROL-EXIT.
053500     EXIT.
053600*
053700******************************************************************
053800* LOAD-MONITOR-RULES - the rule card (UMPARM, layout DL100UP).
053900* With no card, or one that does not edit, the rules run with
054000* the defaults in WS-RULE-FIELDS.
054100******************************************************************
054200 LOAD-MONITOR-RULES.
054300     OPEN INPUT DL100-UP-FILE
054400     IF NOT WS-FS-UP-OK
054500         MOVE "DL100-UP-FILE" TO WS-ABEND-FILE-NAME
054600         MOVE WS-FS-UP TO WS-ABEND-STATUS
054700         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
054800     END-IF
054900     READ DL100-UP-FILE
055000     IF NOT WS-FS-UP-OK AND NOT WS-FS-UP-EOF
055100         MOVE "DL100-UP-FILE" TO WS-ABEND-FILE-NAME
055200         MOVE WS-FS-UP TO WS-ABEND-STATUS
055300         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
055400     END-IF
055500     EVALUATE TRUE
055600         WHEN WS-FS-UP-EOF
055700             DISPLAY "*** NO RULE CARD - DEFAULT RULES USED ***"
055800         WHEN DL100-UP-RO-AMOUNT NUMERIC
055900             AND DL100-UP-RO-DAYS NUMERIC
056000             AND DL100-UP-RO-COUNT NUMERIC
056100             AND DL100-UP-NW-DAYS NUMERIC
056200             AND DL100-UP-NW-COUNT NUMERIC
056300             AND DL100-UP-NW-AMOUNT NUMERIC
056400             AND DL100-UP-SPIKE-FACTOR NUMERIC
056500             AND DL100-UP-SPIKE-COUNT NUMERIC
056600             AND DL100-UP-SPIKE-AMOUNT NUMERIC
056700             MOVE DL100-UP-RO-AMOUNT TO WS-RO-AMOUNT
056800             MOVE DL100-UP-RO-DAYS TO WS-RO-DAYS
056900             MOVE DL100-UP-RO-COUNT TO WS-RO-COUNT
057000             MOVE DL100-UP-NW-DAYS TO WS-NW-DAYS
057100             MOVE DL100-UP-NW-COUNT TO WS-NW-COUNT
057200             MOVE DL100-UP-NW-AMOUNT TO WS-NW-AMOUNT
057300             MOVE DL100-UP-SPIKE-FACTOR TO WS-SPIKE-FACTOR
057400             MOVE DL100-UP-SPIKE-COUNT TO WS-SPIKE-COUNT
057500             MOVE DL100-UP-SPIKE-AMOUNT TO WS-SPIKE-AMOUNT
057600         WHEN OTHER
057700             DISPLAY "*** RULE CARD INVALID - DEFAULT RULES"
057800                 " USED ***"
057900     END-EVALUATE
058000     CLOSE DL100-UP-FILE
058100     IF NOT WS-FS-UP-OK
058200         MOVE "DL100-UP-FILE" TO WS-ABEND-FILE-NAME
058300         MOVE WS-FS-UP TO WS-ABEND-STATUS
058400         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
058500     END-IF
058600     IF WS-RO-COUNT = ZERO
058700         MOVE ZERO TO WS-RO-DAYS
058800     END-IF
058900     IF WS-NW-COUNT = ZERO AND WS-NW-AMOUNT = ZERO
059000         MOVE ZERO TO WS-NW-DAYS
059100     END-IF
059200     DISPLAY "RODB RULE     : " WS-RO-AMOUNT " " WS-RO-DAYS " "
059300         WS-RO-COUNT
059400     DISPLAY "NEWA RULE     : " WS-NW-DAYS " " WS-NW-COUNT " "
059500         WS-NW-AMOUNT
059600     DISPLAY "SPIK RULE     : " WS-SPIKE-FACTOR " " WS-SPIKE-COUNT
059700         " " WS-SPIKE-AMOUNT.
059800 LOAD-MONITOR-RULES-EXIT.
059900     EXIT.
060000*
060100******************************************************************
060200* FIND-WINDOW-START - the first calendar date inside the longer
060300* of the RODB and NEWA windows, counted back in business days
060400* from the business date.  Postings keyed before it cannot bear
060500* on either rule and are not collected.  The calendar is read
060600* from the front to the first date whose business-day sequence
060700* reaches the start of the window, and never later than the
060800* intake's start date.
060900******************************************************************
061000 FIND-WINDOW-START.
061100     MOVE WS-RO-DAYS TO WS-WINDOW-DAYS
061200     IF WS-NW-DAYS > WS-WINDOW-DAYS
061300         MOVE WS-NW-DAYS TO WS-WINDOW-DAYS
061400     END-IF
061500     MOVE WS-RUN-START-DATE TO WS-WINDOW-DATE
061600     IF WS-BUS-SEQ NOT > WS-WINDOW-DAYS
061700         MOVE ZERO TO WS-WINDOW-DATE
061800         GO TO FIND-WINDOW-START-EXIT
061900     END-IF
062000     COMPUTE WS-WINDOW-SEQ = WS-BUS-SEQ - WS-WINDOW-DAYS
062100     MOVE "N" TO WS-CAL-EOF-SWITCH
062200     MOVE ZERO TO DL100-CAL-DATE
062300     START DL100-CAL-FILE KEY IS NOT LESS THAN DL100-CAL-DATE
062400     IF NOT WS-FS-CAL-OK
062500         MOVE "DL100-CAL-FILE" TO WS-ABEND-FILE-NAME
062600         MOVE WS-FS-CAL TO WS-ABEND-STATUS
062700         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
062800     END-IF
062900     PERFORM READ-NEXT-CAL THRU READ-NEXT-CAL-EXIT
063000         UNTIL WS-CAL-EOF
063100     IF WS-WINDOW-DATE > WS-RUN-START-DATE
063200         MOVE WS-RUN-START-DATE TO WS-WINDOW-DATE
063300     END-IF.
063400 FIND-WINDOW-START-EXIT.
063500     EXIT.
063600*
063700 READ-NEXT-CAL.
063800     READ DL100-CAL-FILE NEXT RECORD
063900     IF WS-FS-CAL-EOF
064000         MOVE "Y" TO WS-CAL-EOF-SWITCH
064100         GO TO READ-NEXT-CAL-EXIT
064200     END-IF
064300     IF NOT WS-FS-CAL-OK
064400         MOVE "DL100-CAL-FILE" TO WS-ABEND-FILE-NAME
064500         MOVE WS-FS-CAL TO WS-ABEND-STATUS
064600         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
064700     END-IF
064800     IF DL100-CAL-BUS-SEQ NOT < WS-WINDOW-SEQ
064900         OR DL100-CAL-DATE NOT < WS-BUS-DATE
065000         MOVE DL100-CAL-DATE TO WS-WINDOW-DATE
065100         MOVE "Y" TO WS-CAL-EOF-SWITCH
065200     END-IF.
065300 READ-NEXT-CAL-EXIT.
065400     EXIT.
065500*
065600******************************************************************
065700* COUNT-MONTH-DAYS - the business days of the business month
065800* before the business date, which the SPIK rule spreads the
065900* month-to-date figures over for the account's usual day.  None
066000* on the first business day of the month, when SPIK has nothing
066100* to compare against and is not checked.
066200******************************************************************
066300 COUNT-MONTH-DAYS.
066400     MOVE ZERO TO WS-MONTH-DAYS
066500     COMPUTE WS-MONTH-START-DATE = WS-BUS-MONTH * 100 + 1
066600     MOVE WS-MONTH-START-DATE TO DL100-CAL-DATE
066700     READ DL100-CAL-FILE KEY IS DL100-CAL-DATE
066800     IF NOT WS-FS-CAL-OK
066900         IF WS-FS-CAL-NOT-FOUND
067000             DISPLAY "*** " WS-MONTH-START-DATE
067100                 " IS NOT ON THE CALENDAR - SPIK NOT CHECKED ***"
067200             GO TO COUNT-MONTH-DAYS-EXIT
067300         ELSE
067400             MOVE "DL100-CAL-FILE" TO WS-ABEND-FILE-NAME
067500             MOVE WS-FS-CAL TO WS-ABEND-STATUS
067600             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
067700         END-IF
067800     END-IF
067900     MOVE DL100-CAL-BUS-SEQ TO WS-MONTH-BEFORE-SEQ
068000     IF DL100-CAL-BUSINESS-DAY
068100         SUBTRACT 1 FROM WS-MONTH-BEFORE-SEQ
068200     END-IF
068300     IF WS-BUS-SEQ > WS-MONTH-BEFORE-SEQ + 1
068400         COMPUTE WS-MONTH-DAYS =
068500             WS-BUS-SEQ - WS-MONTH-BEFORE-SEQ - 1
068600     END-IF.
068700 COUNT-MONTH-DAYS-EXIT.
068800     EXIT.
068900*
069000******************************************************************
069100* OPEN-MONITOR-FILES - the inputs, the queue for update and the
069200* report.  A history file not yet defined only means no account
069300* shows a maintenance change.
069400******************************************************************
069500 OPEN-MONITOR-FILES.
069600     OPEN INPUT DL100-PROCD-FILE
069700     IF NOT WS-FS-PROCD-OK
069800         MOVE "DL100-PROCD-FILE" TO WS-ABEND-FILE-NAME
069900         MOVE WS-FS-PROCD TO WS-ABEND-STATUS
070000         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
070100     END-IF
070200     OPEN INPUT DL100-MTD-FILE
070300     IF NOT WS-FS-MTD-OK
070400         MOVE "DL100-MTD-FILE" TO WS-ABEND-FILE-NAME
070500         MOVE WS-FS-MTD TO WS-ABEND-STATUS
070600         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
070700     END-IF
070800     OPEN INPUT DL100-MASTER-FILE
070900     IF NOT WS-FS-MASTER-OK
071000         MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
071100         MOVE WS-FS-MASTER TO WS-ABEND-STATUS
071200         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
071300     END-IF
071400     OPEN INPUT DL100-HIST-FILE
071500     IF WS-FS-HIST-MISSING
071600         MOVE "N" TO WS-HIST-AVAIL-SWITCH
071700         DISPLAY "*** NO HISTORY FILE - NO MAINTENANCE SHOWN ***"
071800     ELSE
071900         IF NOT WS-FS-HIST-OK
072000             MOVE "DL100-HIST-FILE" TO WS-ABEND-FILE-NAME
072100             MOVE WS-FS-HIST TO WS-ABEND-STATUS
072200             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
072300         END-IF
072400     END-IF
072500     OPEN I-O DL100-UQ-FILE
072600     IF NOT WS-FS-UQ-OK
072700         MOVE "DL100-UQ-FILE" TO WS-ABEND-FILE-NAME
072800         MOVE WS-FS-UQ TO WS-ABEND-STATUS
072900         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
073000     END-IF
073100     OPEN OUTPUT DL100-UMRPT-FILE
073200     IF NOT WS-FS-UMRPT-OK
073300         MOVE "DL100-UMRPT-FILE" TO WS-ABEND-FILE-NAME
073400         MOVE WS-FS-UMRPT TO WS-ABEND-STATUS
073500         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
073600     END-IF.
073700 OPEN-MONITOR-FILES-EXIT.
073800     EXIT.
073900*
074000******************************************************************
074100* READ-NEXT-PROCD - sequential read along the processed-
074200* transactions key.
074300******************************************************************
074400 READ-NEXT-PROCD.
074500     READ DL100-PROCD-FILE NEXT RECORD
074600         AT END
074700             MOVE "Y" TO WS-EOF-SWITCH
074800     END-READ
074900     IF WS-FS-PROCD-OK
075000         ADD 1 TO WS-READ-COUNT
075100     ELSE
075200         IF NOT WS-FS-PROCD-EOF
075300             MOVE "DL100-PROCD-FILE" TO WS-ABEND-FILE-NAME
075400             MOVE WS-FS-PROCD TO WS-ABEND-STATUS
075500             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
075600         END-IF
075700     END-IF.
075800 READ-NEXT-PROCD-EXIT.
075900     EXIT.
076000*
076100******************************************************************
076200* PROCESS-ACCOUNT - collect one account's postings inside the
076300* windows; an account with postings in the night's intake is
076400* checked against the rules.
076500******************************************************************
076600 PROCESS-ACCOUNT.
076700     MOVE DL100-PROCD-ACCT-NO TO WS-CUR-ACCT-NO
076800     MOVE ZERO TO WS-POST-COUNT
076900     MOVE ZERO TO WS-TODAY-COUNT
077000     MOVE ZERO TO WS-TODAY-AMOUNT
077100     MOVE "N" TO WS-TRUNC-SWITCH
077200     PERFORM COLLECT-POSTING THRU COLLECT-POSTING-EXIT
077300         UNTIL WS-EOF
077400         OR DL100-PROCD-ACCT-NO NOT = WS-CUR-ACCT-NO
077500     IF WS-TODAY-COUNT > ZERO
077600         ADD 1 TO WS-ACCT-COUNT
077700         IF WS-TRUNCATED
077800             ADD 1 TO WS-TRUNC-COUNT
077900             DISPLAY "*** ACCOUNT " WS-CUR-ACCT-NO " HAS OVER "
078000                 WS-POST-MAX " POSTINGS IN THE WINDOWS - THE"
078100                 " REST ARE NOT CHECKED ***"
078200         END-IF
078300         PERFORM CHECK-ACCOUNT THRU CHECK-ACCOUNT-EXIT
078400     END-IF.
078500 PROCESS-ACCOUNT-EXIT.
078600     EXIT.
078700*
078800******************************************************************
078900* COLLECT-POSTING - one processed-transactions record.  Records
079000* keyed before the windows, after the intake, or written before
079100* PROCFL carried the type and amount are passed over.  The day's
079200* postings other than reversals make up the day's count and
079300* amount.
079400******************************************************************
079500 COLLECT-POSTING.
079600     IF DL100-PROCD-RUN-DATE < WS-WINDOW-DATE
079700         OR DL100-PROCD-RUN-DATE > WS-RUN-END-DATE
079800         OR DL100-PROCD-TYPE-CODE = SPACES
079900         OR DL100-PROCD-AMOUNT NOT NUMERIC
080000         GO TO COLLECT-POSTING-NEXT
080100     END-IF
080200     IF DL100-PROCD-RUN-DATE NOT < WS-RUN-START-DATE
080300         AND DL100-PROCD-TYPE-CODE NOT = "RV"
080400         ADD 1 TO WS-TODAY-COUNT
080500         ADD DL100-PROCD-AMOUNT TO WS-TODAY-AMOUNT
080600     END-IF
080700     IF WS-POST-COUNT NOT < WS-POST-MAX
080800         MOVE "Y" TO WS-TRUNC-SWITCH
080900         GO TO COLLECT-POSTING-NEXT
081000     END-IF
081100     ADD 1 TO WS-POST-COUNT
081200     MOVE DL100-PROCD-RUN-DATE TO WS-PT-RUN-DATE (WS-POST-COUNT)
081300     MOVE DL100-PROCD-SEQ-NO TO WS-PT-SEQ-NO (WS-POST-COUNT)
081400     MOVE DL100-PROCD-TYPE-CODE TO WS-PT-TYPE-CODE (WS-POST-COUNT)
081500     MOVE DL100-PROCD-AMOUNT TO WS-PT-AMOUNT (WS-POST-COUNT)
081600     MOVE DL100-PROCD-REVERSED-FLAG
081700         TO WS-PT-REVERSED (WS-POST-COUNT)
081800     MOVE ZERO TO WS-PT-BUS-SEQ (WS-POST-COUNT).
081900 COLLECT-POSTING-NEXT.
082000     PERFORM READ-NEXT-PROCD THRU READ-NEXT-PROCD-EXIT.
082100 COLLECT-POSTING-EXIT.
082200     EXIT.
082300*
082400******************************************************************
082500* CHECK-ACCOUNT - put the account's postings in date order, find
082600* the business day each was keyed on, and check each rule.
082700******************************************************************
082800 CHECK-ACCOUNT.
082900     MOVE "N" TO WS-CONTEXT-SWITCH
083000     PERFORM SORT-POST-TABLE THRU SORT-POST-TABLE-EXIT
083100     PERFORM SET-POSTING-BUS-SEQ THRU SET-POSTING-BUS-SEQ-EXIT
083200         VARYING WS-SUB FROM 1 BY 1
083300         UNTIL WS-SUB > WS-POST-COUNT
083400     PERFORM LOAD-MTD-TOTALS THRU LOAD-MTD-TOTALS-EXIT
083500     PERFORM CHECK-REOPEN-RULE THRU CHECK-REOPEN-RULE-EXIT
083600     PERFORM CHECK-NEW-ACCOUNT-RULE
083700         THRU CHECK-NEW-ACCOUNT-RULE-EXIT
083800     PERFORM CHECK-SPIKE-RULE THRU CHECK-SPIKE-RULE-EXIT.
083900 CHECK-ACCOUNT-EXIT.
084000     EXIT.
084100*
084200******************************************************************
084300* SORT-POST-TABLE - selection sort of the collected postings on
084400* run date and sequence, as DL100HS sorts an account's history.
084500******************************************************************
084600 SORT-POST-TABLE.
084700     PERFORM SORT-POST-PASS THRU SORT-POST-PASS-EXIT
084800         VARYING WS-SORT-I FROM 1 BY 1
084900         UNTIL WS-SORT-I >= WS-POST-COUNT.
085000 SORT-POST-TABLE-EXIT.
085100     EXIT.
085200*
085300 SORT-POST-PASS.
085400     ADD 1 WS-SORT-I GIVING WS-SORT-J
085500     PERFORM SORT-POST-COMPARE THRU SORT-POST-COMPARE-EXIT
085600         VARYING WS-SORT-J FROM WS-SORT-J BY 1
085700         UNTIL WS-SORT-J > WS-POST-COUNT.
085800 SORT-POST-PASS-EXIT.
085900     EXIT.
086000*
086100 SORT-POST-COMPARE.
086200     IF WS-PT-SORT-KEY (WS-SORT-J) < WS-PT-SORT-KEY (WS-SORT-I)
086300         MOVE WS-POST-ENTRY (WS-SORT-I) TO WS-POST-SWAP-ENTRY
086400         MOVE WS-POST-ENTRY (WS-SORT-J)
086500             TO WS-POST-ENTRY (WS-SORT-I)
086600         MOVE WS-POST-SWAP-ENTRY TO WS-POST-ENTRY (WS-SORT-J)
086700     END-IF.
086800 SORT-POST-COMPARE-EXIT.
086900     EXIT.
087000*
087100******************************************************************
087200* SET-POSTING-BUS-SEQ - the business-day sequence of the date the
087300* posting was keyed, read once per date.  A date off the calendar
087400* counts as the business date, so the posting stays inside every
087500* window.
087600******************************************************************
087700 SET-POSTING-BUS-SEQ.
087800     IF WS-PT-RUN-DATE (WS-SUB) NOT = WS-CACHE-DATE
087900         MOVE WS-PT-RUN-DATE (WS-SUB) TO WS-CACHE-DATE
088000         MOVE WS-BUS-SEQ TO WS-CACHE-SEQ
088100         MOVE WS-CACHE-DATE TO DL100-CAL-DATE
088200         READ DL100-CAL-FILE KEY IS DL100-CAL-DATE
088300         IF WS-FS-CAL-OK
088400             IF DL100-CAL-BUS-SEQ NUMERIC
088500                 AND DL100-CAL-BUS-SEQ < WS-BUS-SEQ
088600                 MOVE DL100-CAL-BUS-SEQ TO WS-CACHE-SEQ
088700             END-IF
088800         ELSE
088900             IF NOT WS-FS-CAL-NOT-FOUND
089000                 MOVE "DL100-CAL-FILE" TO WS-ABEND-FILE-NAME
089100                 MOVE WS-FS-CAL TO WS-ABEND-STATUS
089200                 PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
089300             END-IF
089400         END-IF
089500     END-IF
089600     MOVE WS-CACHE-SEQ TO WS-PT-BUS-SEQ (WS-SUB).
089700 SET-POSTING-BUS-SEQ-EXIT.
089800     EXIT.
089900*
090000******************************************************************
090100* LOAD-MTD-TOTALS - the account's month-to-date count and amount
090200* over every type but RV, if its month-to-date record is for the
090300* business month.
090400******************************************************************
090500 LOAD-MTD-TOTALS.
090600     MOVE "N" TO WS-MTD-SWITCH
090700     MOVE ZERO TO WS-MTD-COUNT
090800     MOVE ZERO TO WS-MTD-AMOUNT
090900     MOVE WS-CUR-ACCT-NO TO DL100-MTD-ACCT-NO
091000     READ DL100-MTD-FILE KEY IS DL100-MTD-ACCT-NO
091100     IF NOT WS-FS-MTD-OK
091200         IF WS-FS-MTD-NOT-FOUND
091300             GO TO LOAD-MTD-TOTALS-EXIT
091400         ELSE
091500             MOVE "DL100-MTD-FILE" TO WS-ABEND-FILE-NAME
091600             MOVE WS-FS-MTD TO WS-ABEND-STATUS
091700             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
091800         END-IF
091900     END-IF
092000     IF DL100-MTD-MONTH NOT = WS-BUS-MONTH
092100         GO TO LOAD-MTD-TOTALS-EXIT
092200     END-IF
092300     MOVE "Y" TO WS-MTD-SWITCH
092400     PERFORM ADD-MTD-TYPE-SLOT THRU ADD-MTD-TYPE-SLOT-EXIT
092500         VARYING WS-TYPE-SUB FROM 1 BY 1
092600         UNTIL WS-TYPE-SUB > 9.
092700 LOAD-MTD-TOTALS-EXIT.
092800     EXIT.
092900*
093000 ADD-MTD-TYPE-SLOT.
093100     IF DL100-MTD-TYPE-CODE (WS-TYPE-SUB) NOT = "RV"
093200         AND DL100-MTD-TYPE-COUNT (WS-TYPE-SUB) NUMERIC
093300         AND DL100-MTD-TYPE-AMOUNT (WS-TYPE-SUB) NUMERIC
093400         ADD DL100-MTD-TYPE-COUNT (WS-TYPE-SUB) TO WS-MTD-COUNT
093500         IF DL100-MTD-TYPE-AMOUNT (WS-TYPE-SUB) > ZERO
093600             ADD DL100-MTD-TYPE-AMOUNT (WS-TYPE-SUB)
093700                 TO WS-MTD-AMOUNT
093800         END-IF
093900     END-IF.
094000 ADD-MTD-TYPE-SLOT-EXIT.
094100     EXIT.
094200*
094300******************************************************************
094400* CHECK-REOPEN-RULE - RODB.  The latest RO reopen still standing
094500* on the account, if it is inside the window; the DB postings of
094600* at least the rule amount keyed after it, not since reversed,
094700* are counted and totalled against the rule count.
094800******************************************************************
094900 CHECK-REOPEN-RULE.
095000     IF WS-RO-DAYS = ZERO
095100         GO TO CHECK-REOPEN-RULE-EXIT
095200     END-IF
095300     MOVE ZERO TO WS-RO-SUB
095400     PERFORM FIND-LATEST-REOPEN THRU FIND-LATEST-REOPEN-EXIT
095500         VARYING WS-SUB FROM 1 BY 1
095600         UNTIL WS-SUB > WS-POST-COUNT
095700     IF WS-RO-SUB = ZERO
095800         GO TO CHECK-REOPEN-RULE-EXIT
095900     END-IF
096000     COMPUTE WS-AGE = WS-BUS-SEQ - WS-PT-BUS-SEQ (WS-RO-SUB)
096100     IF WS-AGE > WS-RO-DAYS
096200         GO TO CHECK-REOPEN-RULE-EXIT
096300     END-IF
096400     MOVE WS-PT-RUN-DATE (WS-RO-SUB) TO WS-HF-REF-DATE
096500     MOVE ZERO TO WS-HF-COUNT
096600     MOVE ZERO TO WS-HF-AMOUNT
096700     ADD 1 WS-RO-SUB GIVING WS-START-SUB
096800     PERFORM COUNT-LARGE-DEBIT THRU COUNT-LARGE-DEBIT-EXIT
096900         VARYING WS-SUB FROM WS-START-SUB BY 1
097000         UNTIL WS-SUB > WS-POST-COUNT
097100     IF WS-HF-COUNT < WS-RO-COUNT
097200         GO TO CHECK-REOPEN-RULE-EXIT
097300     END-IF
097400     MOVE "RODB" TO WS-RULE-CODE
097500     MOVE WS-RO-COUNT TO WS-BASE-COUNT
097600     MOVE WS-RO-AMOUNT TO WS-BASE-AMOUNT
097700     PERFORM RECORD-HIT THRU RECORD-HIT-EXIT.
097800 CHECK-REOPEN-RULE-EXIT.
097900     EXIT.
098000*
098100 FIND-LATEST-REOPEN.
098200     IF WS-PT-TYPE-CODE (WS-SUB) = "RO"
098300         AND WS-PT-REVERSED (WS-SUB) NOT = "Y"
098400         MOVE WS-SUB TO WS-RO-SUB
098500     END-IF.
098600 FIND-LATEST-REOPEN-EXIT.
098700     EXIT.
098800*
098900 COUNT-LARGE-DEBIT.
099000     IF WS-PT-TYPE-CODE (WS-SUB) = "DB"
099100         AND WS-PT-REVERSED (WS-SUB) NOT = "Y"
099200         AND WS-PT-AMOUNT (WS-SUB) NOT < WS-RO-AMOUNT
099300         ADD 1 TO WS-HF-COUNT
099400         ADD WS-PT-AMOUNT (WS-SUB) TO WS-HF-AMOUNT
099500     END-IF.
099600 COUNT-LARGE-DEBIT-EXIT.
099700     EXIT.
099800*
099900******************************************************************
100000* CHECK-NEW-ACCOUNT-RULE - NEWA.  The NW that opened the account,
100100* if it is inside the window; the postings keyed after it, other
100200* than reversals and postings since reversed, are counted and
100300* totalled against the rule count and amount.
100400******************************************************************
100500 CHECK-NEW-ACCOUNT-RULE.
100600     IF WS-NW-DAYS = ZERO
100700         GO TO CHECK-NEW-ACCOUNT-RULE-EXIT
100800     END-IF
100900     MOVE ZERO TO WS-NW-SUB
101000     PERFORM FIND-FIRST-NEW-ACCT THRU FIND-FIRST-NEW-ACCT-EXIT
101100         VARYING WS-SUB FROM 1 BY 1
101200         UNTIL WS-SUB > WS-POST-COUNT OR WS-NW-SUB > ZERO
101300     IF WS-NW-SUB = ZERO
101400         GO TO CHECK-NEW-ACCOUNT-RULE-EXIT
101500     END-IF
101600     COMPUTE WS-AGE = WS-BUS-SEQ - WS-PT-BUS-SEQ (WS-NW-SUB)
101700     IF WS-AGE > WS-NW-DAYS
101800         GO TO CHECK-NEW-ACCOUNT-RULE-EXIT
101900     END-IF
102000     MOVE WS-PT-RUN-DATE (WS-NW-SUB) TO WS-HF-REF-DATE
102100     MOVE ZERO TO WS-HF-COUNT
102200     MOVE ZERO TO WS-HF-AMOUNT
102300     ADD 1 WS-NW-SUB GIVING WS-START-SUB
102400     PERFORM COUNT-NEW-ACCT-POSTING
102500         THRU COUNT-NEW-ACCT-POSTING-EXIT
102600         VARYING WS-SUB FROM WS-START-SUB BY 1
102700         UNTIL WS-SUB > WS-POST-COUNT
102800     MOVE "N" TO WS-TRIP-SWITCH
102900     IF WS-NW-COUNT > ZERO AND WS-HF-COUNT NOT < WS-NW-COUNT
103000         MOVE "Y" TO WS-TRIP-SWITCH
103100     END-IF
103200     IF WS-NW-AMOUNT > ZERO AND WS-HF-AMOUNT NOT < WS-NW-AMOUNT
103300         MOVE "Y" TO WS-TRIP-SWITCH
103400     END-IF
103500     IF NOT WS-TRIPPED
103600         GO TO CHECK-NEW-ACCOUNT-RULE-EXIT
103700     END-IF
103800     MOVE "NEWA" TO WS-RULE-CODE
103900     MOVE WS-NW-COUNT TO WS-BASE-COUNT
104000     MOVE WS-NW-AMOUNT TO WS-BASE-AMOUNT
104100     PERFORM RECORD-HIT THRU RECORD-HIT-EXIT.
104200 CHECK-NEW-ACCOUNT-RULE-EXIT.
104300     EXIT.
104400*
104500 FIND-FIRST-NEW-ACCT.
104600     IF WS-PT-TYPE-CODE (WS-SUB) = "NW"
104700         AND WS-PT-REVERSED (WS-SUB) NOT = "Y"
104800         MOVE WS-SUB TO WS-NW-SUB
104900     END-IF.
105000 FIND-FIRST-NEW-ACCT-EXIT.
105100     EXIT.
105200*
105300 COUNT-NEW-ACCT-POSTING.
105400     IF WS-PT-TYPE-CODE (WS-SUB) NOT = "RV"
105500         AND WS-PT-REVERSED (WS-SUB) NOT = "Y"
105600         ADD 1 TO WS-HF-COUNT
105700         ADD WS-PT-AMOUNT (WS-SUB) TO WS-HF-AMOUNT
105800     END-IF.
105900 COUNT-NEW-ACCT-POSTING-EXIT.
106000     EXIT.
106100*
106200******************************************************************
106300* CHECK-SPIKE-RULE - SPIK.  The account's usual day this month is
106400* its month-to-date count and amount before tonight spread over
106500* the business days of the month before the business date.  The
106600* day trips the rule if its count reaches the rule minimum and
106700* the factor times the usual count, or its amount reaches the
106800* rule minimum and the factor times the usual amount.
106900******************************************************************
107000 CHECK-SPIKE-RULE.
107100     IF WS-SPIKE-FACTOR = ZERO
107200         OR WS-MONTH-DAYS = ZERO
107300         OR NOT WS-MTD-THIS-MONTH
107400         GO TO CHECK-SPIKE-RULE-EXIT
107500     END-IF
107600     MOVE ZERO TO WS-PRIOR-COUNT
107700     MOVE ZERO TO WS-PRIOR-AMOUNT
107800     IF WS-MTD-COUNT > WS-TODAY-COUNT
107900         COMPUTE WS-PRIOR-COUNT = WS-MTD-COUNT - WS-TODAY-COUNT
108000     END-IF
108100     IF WS-MTD-AMOUNT > WS-TODAY-AMOUNT
108200         COMPUTE WS-PRIOR-AMOUNT = WS-MTD-AMOUNT - WS-TODAY-AMOUNT
108300     END-IF
108400     COMPUTE WS-BASE-COUNT ROUNDED =
108500         WS-PRIOR-COUNT / WS-MONTH-DAYS
108600     COMPUTE WS-BASE-AMOUNT ROUNDED =
108700         WS-PRIOR-AMOUNT / WS-MONTH-DAYS
108800     MOVE "N" TO WS-TRIP-SWITCH
108900     IF WS-TODAY-COUNT NOT < WS-SPIKE-COUNT
109000         AND WS-TODAY-COUNT NOT < WS-SPIKE-FACTOR * WS-BASE-COUNT
109100         MOVE "Y" TO WS-TRIP-SWITCH
109200     END-IF
109300     IF WS-TODAY-AMOUNT NOT < WS-SPIKE-AMOUNT
109400         AND WS-TODAY-AMOUNT
109500             NOT < WS-SPIKE-FACTOR * WS-BASE-AMOUNT
109600         MOVE "Y" TO WS-TRIP-SWITCH
109700     END-IF
109800     IF NOT WS-TRIPPED
109900         GO TO CHECK-SPIKE-RULE-EXIT
110000     END-IF
110100     MOVE WS-BUS-DATE TO WS-HF-REF-DATE
110200     MOVE WS-TODAY-COUNT TO WS-HF-COUNT
110300     MOVE WS-TODAY-AMOUNT TO WS-HF-AMOUNT
110400     MOVE "SPIK" TO WS-RULE-CODE
110500     PERFORM RECORD-HIT THRU RECORD-HIT-EXIT.
110600 CHECK-SPIKE-RULE-EXIT.
110700     EXIT.
110800*
110900******************************************************************
111000* RECORD-HIT - the rule in WS-RULE-CODE tripped on the account
111100* with the figures in WS-HIT-FIGURES.  No case yet: open one.  An
111200* open or escalated case: refresh it.  A cleared case: reopen it
111300* if the figures differ from the ones it was cleared on, or else
111400* leave it cleared - the account's activity has not changed.
111500******************************************************************
111600 RECORD-HIT.
111700     ADD 1 TO WS-HIT-COUNT
111800     IF NOT WS-CONTEXT-LOADED
111900         PERFORM LOAD-ACCOUNT-CONTEXT
112000             THRU LOAD-ACCOUNT-CONTEXT-EXIT
112100     END-IF
112200     MOVE WS-CUR-ACCT-NO TO DL100-UQ-ACCT-NO
112300     MOVE WS-RULE-CODE TO DL100-UQ-RULE
112400     READ DL100-UQ-FILE KEY IS DL100-UQ-KEY
112500     IF NOT WS-FS-UQ-OK
112600         IF WS-FS-UQ-NOT-FOUND
112700             PERFORM OPEN-NEW-CASE THRU OPEN-NEW-CASE-EXIT
112800             GO TO RECORD-HIT-EXIT
112900         ELSE
113000             MOVE "DL100-UQ-FILE" TO WS-ABEND-FILE-NAME
113100             MOVE WS-FS-UQ TO WS-ABEND-STATUS
113200             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
113300         END-IF
113400     END-IF
113500     EVALUATE TRUE
113600         WHEN DL100-UQ-CLEARED
113700             AND WS-HIT-FIGURES = DL100-UQ-CLEARED-FIGURES
113800             ADD 1 TO WS-SUPPRESS-COUNT
113900             GO TO RECORD-HIT-EXIT
114000         WHEN DL100-UQ-CLEARED
114100             MOVE "O" TO DL100-UQ-STATE
114200             MOVE "Y" TO DL100-UQ-REOPEN-FLAG
114300             MOVE WS-BUS-DATE TO DL100-UQ-FIRST-HIT-DATE
114400             ADD 1 TO WS-REOPEN-COUNT
114500             MOVE "REOPENED" TO WS-EVENT
114600         WHEN DL100-UQ-FIRST-HIT-DATE = WS-BUS-DATE
114700             AND DL100-UQ-REOPENED
114800             ADD 1 TO WS-REOPEN-COUNT
114900             MOVE "REOPENED" TO WS-EVENT
115000         WHEN DL100-UQ-FIRST-HIT-DATE = WS-BUS-DATE
115100             ADD 1 TO WS-NEW-COUNT
115200             MOVE "NEW" TO WS-EVENT
115300         WHEN DL100-UQ-ESCALATED
115400             ADD 1 TO WS-REFRESH-COUNT
115500             MOVE "ESCALATED" TO WS-EVENT
115600         WHEN OTHER
115700             ADD 1 TO WS-REFRESH-COUNT
115800             MOVE "OPEN" TO WS-EVENT
115900     END-EVALUATE
116000     PERFORM MOVE-CASE-FIGURES THRU MOVE-CASE-FIGURES-EXIT
116100     REWRITE DL100-UQ-RECORD
116200     IF NOT WS-FS-UQ-OK
116300         MOVE "DL100-UQ-FILE" TO WS-ABEND-FILE-NAME
116400         MOVE WS-FS-UQ TO WS-ABEND-STATUS
116500         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
116600     END-IF
116700     PERFORM WRITE-UM-CASE THRU WRITE-UM-CASE-EXIT.
116800 RECORD-HIT-EXIT.
116900     EXIT.
117000*
117100 OPEN-NEW-CASE.
117200     MOVE SPACES TO DL100-UQ-RECORD
117300     MOVE WS-CUR-ACCT-NO TO DL100-UQ-ACCT-NO
117400     MOVE WS-RULE-CODE TO DL100-UQ-RULE
117500     MOVE "O" TO DL100-UQ-STATE
117600     MOVE "N" TO DL100-UQ-REOPEN-FLAG
117700     MOVE WS-BUS-DATE TO DL100-UQ-FIRST-HIT-DATE
117800     MOVE ZERO TO DL100-UQ-REVIEW-DATE
117900     MOVE ZERO TO DL100-UQ-CLR-REF-DATE
118000     MOVE ZERO TO DL100-UQ-CLR-COUNT
118100     MOVE ZERO TO DL100-UQ-CLR-AMOUNT
118200     PERFORM MOVE-CASE-FIGURES THRU MOVE-CASE-FIGURES-EXIT
118300     WRITE DL100-UQ-RECORD
118400     IF NOT WS-FS-UQ-OK
118500         MOVE "DL100-UQ-FILE" TO WS-ABEND-FILE-NAME
118600         MOVE WS-FS-UQ TO WS-ABEND-STATUS
118700         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
118800     END-IF
118900     ADD 1 TO WS-NEW-COUNT
119000     MOVE "NEW" TO WS-EVENT
119100     PERFORM WRITE-UM-CASE THRU WRITE-UM-CASE-EXIT.
119200 OPEN-NEW-CASE-EXIT.
119300     EXIT.
119400*
119500******************************************************************
119600* MOVE-CASE-FIGURES - the figures that tripped the rule and the
119700* account's history as it stands tonight, onto the case.
119800******************************************************************
119900 MOVE-CASE-FIGURES.
120000     MOVE WS-BUS-DATE TO DL100-UQ-LAST-HIT-DATE
120100     MOVE WS-HIT-FIGURES TO DL100-UQ-FIGURES
120200     MOVE WS-BASE-COUNT TO DL100-UQ-BASE-COUNT
120300     MOVE WS-BASE-AMOUNT TO DL100-UQ-BASE-AMOUNT
120400     MOVE WS-CX-STATUS TO DL100-UQ-MAST-STATUS
120500     MOVE WS-CX-BALANCE TO DL100-UQ-MAST-BALANCE
120600     MOVE WS-CX-LIMIT TO DL100-UQ-MAST-LIMIT
120700     MOVE WS-MTD-COUNT TO DL100-UQ-MTD-COUNT
120800     MOVE WS-MTD-AMOUNT TO DL100-UQ-MTD-AMOUNT
120900     MOVE ZERO TO DL100-UQ-RECENT-COUNT
121000     PERFORM MOVE-RECENT-POSTING THRU MOVE-RECENT-POSTING-EXIT
121100         VARYING WS-RCT-SUB FROM 1 BY 1
121200         UNTIL WS-RCT-SUB > 5
121300     MOVE WS-CX-MAINT-DATE TO DL100-UQ-MAINT-DATE
121400     MOVE WS-CX-MAINT-ACTION TO DL100-UQ-MAINT-ACTION
121500     MOVE WS-CX-MAINT-DETAIL TO DL100-UQ-MAINT-DETAIL.
121600 MOVE-CASE-FIGURES-EXIT.
121700     EXIT.
121800*
121900******************************************************************
122000* MOVE-RECENT-POSTING - the account's last five postings, latest
122100* first.
122200******************************************************************
122300 MOVE-RECENT-POSTING.
122400     IF WS-RCT-SUB > WS-POST-COUNT
122500         MOVE ZERO TO DL100-UQ-RCT-DATE (WS-RCT-SUB)
122600         MOVE SPACES TO DL100-UQ-RCT-TYPE (WS-RCT-SUB)
122700         MOVE ZERO TO DL100-UQ-RCT-AMOUNT (WS-RCT-SUB)
122800         GO TO MOVE-RECENT-POSTING-EXIT
122900     END-IF
123000     COMPUTE WS-SUB = WS-POST-COUNT - WS-RCT-SUB + 1
123100     MOVE WS-PT-RUN-DATE (WS-SUB)
123200         TO DL100-UQ-RCT-DATE (WS-RCT-SUB)
123300     MOVE WS-PT-TYPE-CODE (WS-SUB)
123400         TO DL100-UQ-RCT-TYPE (WS-RCT-SUB)
123500     MOVE WS-PT-AMOUNT (WS-SUB)
123600         TO DL100-UQ-RCT-AMOUNT (WS-RCT-SUB)
123700     MOVE WS-RCT-SUB TO DL100-UQ-RECENT-COUNT.
123800 MOVE-RECENT-POSTING-EXIT.
123900     EXIT.
124000*
124100******************************************************************
124200* LOAD-ACCOUNT-CONTEXT - the account's master position and its
124300* latest maintenance change on the history file, read once for
124400* the account on its first hit.  Review actions are left out -
124500* they are about the case, not the account.
124600******************************************************************
124700 LOAD-ACCOUNT-CONTEXT.
124800     MOVE "Y" TO WS-CONTEXT-SWITCH
124900     MOVE SPACE TO WS-CX-STATUS
125000     MOVE ZERO TO WS-CX-BALANCE
125100     MOVE ZERO TO WS-CX-LIMIT
125200     MOVE ZERO TO WS-CX-MAINT-DATE
125300     MOVE SPACES TO WS-CX-MAINT-ACTION
125400     MOVE SPACES TO WS-CX-MAINT-DETAIL
125500     MOVE WS-CUR-ACCT-NO TO DL100-MASTER-ACCT-NO
125600     READ DL100-MASTER-FILE KEY IS DL100-MASTER-ACCT-NO
125700     IF WS-FS-MASTER-OK
125800         MOVE DL100-MASTER-STATUS TO WS-CX-STATUS
125900         MOVE DL100-MASTER-BALANCE TO WS-CX-BALANCE
126000         IF DL100-MASTER-CREDIT-LIMIT NUMERIC
126100             MOVE DL100-MASTER-CREDIT-LIMIT TO WS-CX-LIMIT
126200         END-IF
126300     ELSE
126400         IF NOT WS-FS-MASTER-NOT-FOUND
126500             MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
126600             MOVE WS-FS-MASTER TO WS-ABEND-STATUS
126700             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
126800         END-IF
126900     END-IF
127000     IF NOT WS-HIST-AVAILABLE
127100         GO TO LOAD-ACCOUNT-CONTEXT-EXIT
127200     END-IF
127300     MOVE "N" TO WS-HIST-EOF-SWITCH
127400     MOVE WS-CUR-ACCT-NO TO DL100-HIST-ACCT-NO
127500     MOVE ZERO TO DL100-HIST-RUN-DATE
127600     MOVE ZERO TO DL100-HIST-SEQ-NO
127700     MOVE SPACE TO DL100-HIST-ORIGIN
127800     START DL100-HIST-FILE KEY IS NOT LESS THAN DL100-HIST-KEY
127900     IF NOT WS-FS-HIST-OK
128000         IF WS-FS-HIST-NOT-FOUND OR WS-FS-HIST-EOF
128100             GO TO LOAD-ACCOUNT-CONTEXT-EXIT
128200         ELSE
128300             MOVE "DL100-HIST-FILE" TO WS-ABEND-FILE-NAME
128400             MOVE WS-FS-HIST TO WS-ABEND-STATUS
128500             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
128600         END-IF
128700     END-IF
128800     PERFORM READ-ACCOUNT-HISTORY THRU READ-ACCOUNT-HISTORY-EXIT
128900         UNTIL WS-HIST-EOF.
129000 LOAD-ACCOUNT-CONTEXT-EXIT.
129100     EXIT.
129200*
129300 READ-ACCOUNT-HISTORY.
129400     READ DL100-HIST-FILE NEXT RECORD
129500     IF WS-FS-HIST-EOF
129600         MOVE "Y" TO WS-HIST-EOF-SWITCH
129700         GO TO READ-ACCOUNT-HISTORY-EXIT
129800     END-IF
129900     IF NOT WS-FS-HIST-OK
130000         MOVE "DL100-HIST-FILE" TO WS-ABEND-FILE-NAME
130100         MOVE WS-FS-HIST TO WS-ABEND-STATUS
130200         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
130300     END-IF
130400     IF DL100-HIST-ACCT-NO NOT = WS-CUR-ACCT-NO
130500         MOVE "Y" TO WS-HIST-EOF-SWITCH
130600         GO TO READ-ACCOUNT-HISTORY-EXIT
130700     END-IF
130800     IF DL100-HIST-FROM-MAINT
130900         AND DL100-HIST-ACTION NOT = "MAINT-REV"
131000         MOVE DL100-HIST-RUN-DATE TO WS-CX-MAINT-DATE
131100         MOVE DL100-HIST-ACTION TO WS-CX-MAINT-ACTION
131200         MOVE DL100-HIST-DETAIL TO WS-CX-MAINT-DETAIL
131300     END-IF.
131400 READ-ACCOUNT-HISTORY-EXIT.
131500     EXIT.
131600*
131700******************************************************************
131800* COUNT-QUEUE-CASES - the cases left open and escalated on the
131900* queue after tonight's run, for the report totals.
132000******************************************************************
132100 COUNT-QUEUE-CASES.
132200     MOVE "N" TO WS-UQ-EOF-SWITCH
132300     MOVE ZERO TO DL100-UQ-ACCT-NO
132400     MOVE SPACES TO DL100-UQ-RULE
132500     START DL100-UQ-FILE KEY IS NOT LESS THAN DL100-UQ-KEY
132600     IF NOT WS-FS-UQ-OK
132700         IF WS-FS-UQ-NOT-FOUND OR WS-FS-UQ-EOF
132800             GO TO COUNT-QUEUE-CASES-EXIT
132900         ELSE
133000             MOVE "DL100-UQ-FILE" TO WS-ABEND-FILE-NAME
133100             MOVE WS-FS-UQ TO WS-ABEND-STATUS
133200             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
133300         END-IF
133400     END-IF
133500     PERFORM COUNT-ONE-CASE THRU COUNT-ONE-CASE-EXIT
133600         UNTIL WS-UQ-EOF.
133700 COUNT-QUEUE-CASES-EXIT.
133800     EXIT.
133900*
134000 COUNT-ONE-CASE.
134100     READ DL100-UQ-FILE NEXT RECORD
134200     IF WS-FS-UQ-EOF
134300         MOVE "Y" TO WS-UQ-EOF-SWITCH
134400         GO TO COUNT-ONE-CASE-EXIT
134500     END-IF
134600     IF NOT WS-FS-UQ-OK
134700         MOVE "DL100-UQ-FILE" TO WS-ABEND-FILE-NAME
134800         MOVE WS-FS-UQ TO WS-ABEND-STATUS
134900         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
135000     END-IF
135100     IF DL100-UQ-OPEN
135200         ADD 1 TO WS-OPEN-CASES
135300     END-IF
135400     IF DL100-UQ-ESCALATED
135500         ADD 1 TO WS-ESCALATED-CASES
135600     END-IF.
135700 COUNT-ONE-CASE-EXIT.
135800     EXIT.
135900*
136000******************************************************************
136100* WRITE-UM-CASE - the lines for the case in DL100-UQ-RECORD, the
136200* event already in WS-EVENT: the figures and master position,
136300* the recent postings, and the latest maintenance change if
136400* there is one.
136500******************************************************************
136600 WRITE-UM-CASE.
136700     MOVE DL100-UQ-ACCT-NO TO UDT-ACCT-NO
136800     MOVE DL100-UQ-RULE TO UDT-RULE
136900     MOVE WS-EVENT TO UDT-EVENT
137000     MOVE DL100-UQ-REF-DATE TO UDT-REF-DATE
137100     MOVE DL100-UQ-HIT-COUNT TO UDT-COUNT
137200     MOVE DL100-UQ-HIT-AMOUNT TO UDT-AMOUNT
137300     MOVE DL100-UQ-BASE-COUNT TO UDT-BASE-COUNT
137400     MOVE DL100-UQ-BASE-AMOUNT TO UDT-BASE-AMOUNT
137500     MOVE DL100-UQ-MAST-STATUS TO UDT-STATUS
137600     MOVE DL100-UQ-MAST-BALANCE TO UDT-BALANCE
137700     MOVE WS-UM-DETAIL-LINE TO DL100-UMRPT-RECORD
137800     PERFORM WRITE-UMRPT-RECORD THRU WRITE-UMRPT-RECORD-EXIT
137900     PERFORM MOVE-RECENT-LINE-ENTRY
138000         THRU MOVE-RECENT-LINE-ENTRY-EXIT
138100         VARYING WS-RCT-SUB FROM 1 BY 1
138200         UNTIL WS-RCT-SUB > 5
138300     MOVE WS-UM-RECENT-LINE TO DL100-UMRPT-RECORD
138400     PERFORM WRITE-UMRPT-RECORD THRU WRITE-UMRPT-RECORD-EXIT
138500     IF DL100-UQ-MAINT-DATE NOT = ZERO
138600         MOVE DL100-UQ-MAINT-DATE TO UMT-DATE
138700         MOVE DL100-UQ-MAINT-ACTION TO UMT-ACTION
138800         MOVE DL100-UQ-MAINT-DETAIL TO UMT-DETAIL
138900         MOVE WS-UM-MAINT-LINE TO DL100-UMRPT-RECORD
139000         PERFORM WRITE-UMRPT-RECORD THRU WRITE-UMRPT-RECORD-EXIT
139100     END-IF.
139200 WRITE-UM-CASE-EXIT.
139300     EXIT.
139400*
139500 MOVE-RECENT-LINE-ENTRY.
139600     MOVE SPACES TO URC-ENTRY (WS-RCT-SUB)
139700     IF WS-RCT-SUB > DL100-UQ-RECENT-COUNT
139800         GO TO MOVE-RECENT-LINE-ENTRY-EXIT
139900     END-IF
140000     MOVE DL100-UQ-RCT-DATE (WS-RCT-SUB) TO URC-DATE (WS-RCT-SUB)
140100     MOVE DL100-UQ-RCT-TYPE (WS-RCT-SUB) TO URC-TYPE (WS-RCT-SUB)
140200     MOVE DL100-UQ-RCT-AMOUNT (WS-RCT-SUB) TO WS-RCT-AMOUNT-ED
140300     MOVE WS-RCT-AMOUNT-ED TO URC-AMOUNT (WS-RCT-SUB).
140400 MOVE-RECENT-LINE-ENTRY-EXIT.
140500     EXIT.
140600*
140700 WRITE-UM-HEADINGS.
140800     MOVE WS-BUS-DATE TO UHD-BUS-DATE
140900     MOVE WS-UM-HEADING-1 TO DL100-UMRPT-RECORD
141000     PERFORM WRITE-UMRPT-RECORD THRU WRITE-UMRPT-RECORD-EXIT
141100     MOVE WS-UM-HEADING-2 TO DL100-UMRPT-RECORD
141200     PERFORM WRITE-UMRPT-RECORD THRU WRITE-UMRPT-RECORD-EXIT.
141300 WRITE-UM-HEADINGS-EXIT.
141400     EXIT.
141500*
141600 WRITE-UM-TOTALS.
141700     MOVE "ACCOUNTS TODAY" TO UTL-LABEL
141800     MOVE WS-ACCT-COUNT TO UTL-COUNT
141900     PERFORM WRITE-UM-TOTAL-LINE THRU WRITE-UM-TOTAL-LINE-EXIT
142000     MOVE "RULE HITS     " TO UTL-LABEL
142100     MOVE WS-HIT-COUNT TO UTL-COUNT
142200     PERFORM WRITE-UM-TOTAL-LINE THRU WRITE-UM-TOTAL-LINE-EXIT
142300     MOVE "NEW CASES     " TO UTL-LABEL
142400     MOVE WS-NEW-COUNT TO UTL-COUNT
142500     PERFORM WRITE-UM-TOTAL-LINE THRU WRITE-UM-TOTAL-LINE-EXIT
142600     MOVE "REOPENED      " TO UTL-LABEL
142700     MOVE WS-REOPEN-COUNT TO UTL-COUNT
142800     PERFORM WRITE-UM-TOTAL-LINE THRU WRITE-UM-TOTAL-LINE-EXIT
142900     MOVE "REFRESHED     " TO UTL-LABEL
143000     MOVE WS-REFRESH-COUNT TO UTL-COUNT
143100     PERFORM WRITE-UM-TOTAL-LINE THRU WRITE-UM-TOTAL-LINE-EXIT
143200     MOVE "STILL CLEARED " TO UTL-LABEL
143300     MOVE WS-SUPPRESS-COUNT TO UTL-COUNT
143400     PERFORM WRITE-UM-TOTAL-LINE THRU WRITE-UM-TOTAL-LINE-EXIT
143500     MOVE "TRUNCATED     " TO UTL-LABEL
143600     MOVE WS-TRUNC-COUNT TO UTL-COUNT
143700     PERFORM WRITE-UM-TOTAL-LINE THRU WRITE-UM-TOTAL-LINE-EXIT
143800     MOVE "OPEN CASES    " TO UTL-LABEL
143900     MOVE WS-OPEN-CASES TO UTL-COUNT
144000     PERFORM WRITE-UM-TOTAL-LINE THRU WRITE-UM-TOTAL-LINE-EXIT
144100     MOVE "ESCALATED     " TO UTL-LABEL
144200     MOVE WS-ESCALATED-CASES TO UTL-COUNT
144300     PERFORM WRITE-UM-TOTAL-LINE THRU WRITE-UM-TOTAL-LINE-EXIT
144400     DISPLAY "POSTINGS READ : " WS-READ-COUNT
144500     DISPLAY "ACCOUNTS TODAY: " WS-ACCT-COUNT
144600     DISPLAY "RULE HITS     : " WS-HIT-COUNT
144700     DISPLAY "NEW CASES     : " WS-NEW-COUNT
144800     DISPLAY "REOPENED      : " WS-REOPEN-COUNT
144900     DISPLAY "REFRESHED     : " WS-REFRESH-COUNT
145000     DISPLAY "STILL CLEARED : " WS-SUPPRESS-COUNT
145100     DISPLAY "OPEN CASES    : " WS-OPEN-CASES
145200     DISPLAY "ESCALATED     : " WS-ESCALATED-CASES.
145300 WRITE-UM-TOTALS-EXIT.
145400     EXIT.
145500*
145600 WRITE-UM-TOTAL-LINE.
145700     MOVE WS-UM-TOTAL-LINE TO DL100-UMRPT-RECORD
145800     PERFORM WRITE-UMRPT-RECORD THRU WRITE-UMRPT-RECORD-EXIT.
145900 WRITE-UM-TOTAL-LINE-EXIT.
146000     EXIT.
146100*
146200******************************************************************
146300* WRITE-UMRPT-RECORD - one line to the report with the usual
146400* status check.
146500******************************************************************
146600 WRITE-UMRPT-RECORD.
146700     WRITE DL100-UMRPT-RECORD
146800     IF NOT WS-FS-UMRPT-OK
146900         MOVE "DL100-UMRPT-FILE" TO WS-ABEND-FILE-NAME
147000         MOVE WS-FS-UMRPT TO WS-ABEND-STATUS
147100         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
147200     END-IF.
147300 WRITE-UMRPT-RECORD-EXIT.
147400     EXIT.
147500*
147600 CLOSE-MONITOR-FILES.
147700     CLOSE DL100-PROCD-FILE
147800     IF NOT WS-FS-PROCD-OK
147900         MOVE "DL100-PROCD-FILE" TO WS-ABEND-FILE-NAME
148000         MOVE WS-FS-PROCD TO WS-ABEND-STATUS
148100         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
148200     END-IF
148300     CLOSE DL100-MTD-FILE
148400     IF NOT WS-FS-MTD-OK
148500         MOVE "DL100-MTD-FILE" TO WS-ABEND-FILE-NAME
148600         MOVE WS-FS-MTD TO WS-ABEND-STATUS
148700         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
148800     END-IF
148900     CLOSE DL100-MASTER-FILE
149000     IF NOT WS-FS-MASTER-OK
149100         MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
149200         MOVE WS-FS-MASTER TO WS-ABEND-STATUS
149300         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
149400     END-IF
149500     CLOSE DL100-HIST-FILE
149600     IF NOT WS-FS-HIST-OK
149700         MOVE "DL100-HIST-FILE" TO WS-ABEND-FILE-NAME
149800         MOVE WS-FS-HIST TO WS-ABEND-STATUS
149900         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
150000     END-IF
150100     CLOSE DL100-UQ-FILE
150200     IF NOT WS-FS-UQ-OK
150300         MOVE "DL100-UQ-FILE" TO WS-ABEND-FILE-NAME
150400         MOVE WS-FS-UQ TO WS-ABEND-STATUS
150500         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
150600     END-IF
150700     CLOSE DL100-CAL-FILE
150800     IF NOT WS-FS-CAL-OK
150900         MOVE "DL100-CAL-FILE" TO WS-ABEND-FILE-NAME
151000         MOVE WS-FS-CAL TO WS-ABEND-STATUS
151100         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
151200     END-IF
151300     CLOSE DL100-UMRPT-FILE
151400     IF NOT WS-FS-UMRPT-OK
151500         MOVE "DL100-UMRPT-FILE" TO WS-ABEND-FILE-NAME
151600         MOVE WS-FS-UMRPT TO WS-ABEND-STATUS
151700         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
151800     END-IF.
151900 CLOSE-MONITOR-FILES-EXIT.
152000     EXIT.
152100*
152200******************************************************************
152300* ERROR-PARAGRAPH - display the bad file status and take a
152400* controlled abend, same convention as the intake run.
152500******************************************************************
152600 ERROR-PARAGRAPH.
152700     DISPLAY "*** I-O ERROR ON " WS-ABEND-FILE-NAME
152800     DISPLAY "*** FILE STATUS IS " WS-ABEND-STATUS
152900     DISPLAY "*** DL100UM ABENDING WITH RETURN CODE "
153000         WS-ABEND-RETURN-CODE
153100     MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE
153200     STOP RUN.
153300 ERROR-PARAGRAPH-EXIT.
153400     EXIT.
153500 END PROGRAM DL100UM.
