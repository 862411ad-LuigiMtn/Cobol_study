000100******************************************************************
000200* Author:      Luigi
000300* Date-Written: 15/10/2026
000400* Date-Compiled:
000500* Purpose:     Daily delinquency tracking for DL100.  Runs after
000600*              the daily intake (TESTE): takes the business date
000700*              off the GL settlement extract the intake just cut
000800*              and reads DL100-MASTER-FILE front to back.  For
000900*              each account it matches the PY payments posted
001000*              in the month-to-date file for the month of the
001100*              due date against the minimum payment DL100ME set
001200*              at the last statement.  Once the due date has
001300*              passed, an account that paid less than its
001400*              minimum moves one days-past-due bucket worse
001500*              (current, 30, 60, 90+) and carries the shortfall
001600*              as past due into the next statement's minimum;
001700*              one that paid it is current.  An account catches
001800*              up - back to current - as soon as it has paid
001900*              the whole minimum, arrears included, or has no
002000*              debit balance left.  The bucket is kept on the
002100*              master.  The collections worklist on DQRPT lists
002200*              every past-due account, the ones that rolled
002300*              into a worse bucket today first; the bucket
002400*              summary for the morning meeting prints on DQSUM.
002500*              Each due date is checked once, so a re-run of
002600*              the same night changes nothing.
002700* Tectonics:   cobc -c DL100DQ.cbl -I copybooks
002800*
002900* Modification History
003000* Date       Init  Description
003100* ---------- ----  ---------------------------------------------
003200* 15/10/2026  LM   Initial version.
003300******************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. DL100DQ.
003600 AUTHOR. LUIGI.
003700 DATE-WRITTEN. 15/10/2026.
003800 DATE-COMPILED.
003900*
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.     IBM-370.
004300 OBJECT-COMPUTER.     IBM-370.
004400*
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT DL100-MASTER-FILE ASSIGN TO MASTFL
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS DL100-MASTER-ACCT-NO
005100         FILE STATUS IS WS-FS-MASTER.
005200*
005300     SELECT DL100-MTD-FILE ASSIGN TO MTDFL
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS DL100-MTD-ACCT-NO
005700         FILE STATUS IS WS-FS-MTD.
005800*
005900     SELECT DL100-GL-FILE ASSIGN TO GLIN
006000         ORGANIZATION IS SEQUENTIAL
006100         ACCESS MODE IS SEQUENTIAL
006200         FILE STATUS IS WS-FS-GL.
006300*
006400     SELECT DL100-DQRPT-FILE ASSIGN TO DQRPT
006500         ORGANIZATION IS SEQUENTIAL
006600         ACCESS MODE IS SEQUENTIAL
006700         FILE STATUS IS WS-FS-DQRPT.
006800*
006900     SELECT DL100-DQSUM-FILE ASSIGN TO DQSUM
007000         ORGANIZATION IS SEQUENTIAL
007100         ACCESS MODE IS SEQUENTIAL
007200         FILE STATUS IS WS-FS-DQSUM.
007300*
007400 DATA DIVISION.
007500 FILE SECTION.
007600*
007700 FD  DL100-MASTER-FILE
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000     COPY DL100MS.
008100*
008200 FD  DL100-MTD-FILE
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500     COPY DL100MT.
008600*
008700 FD  DL100-GL-FILE
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD.
009000     COPY DL100GL.
009100*
009200 FD  DL100-DQRPT-FILE
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500 01  DL100-DQRPT-RECORD               PIC X(132).
009600*
009700 FD  DL100-DQSUM-FILE
009800     RECORDING MODE IS F
009900     LABEL RECORDS ARE STANDARD.
010000 01  DL100-DQSUM-RECORD               PIC X(132).
010100*
010200 WORKING-STORAGE SECTION.
010300*
010400*    delinquency counters and work fields
010500 77  WS-READ-COUNT                     PIC 9(07) COMP VALUE ZERO.
010600 77  WS-PAST-DUE-COUNT                 PIC 9(07) COMP VALUE ZERO.
010700 77  WS-WORSE-COUNT                    PIC 9(07) COMP VALUE ZERO.
010800 77  WS-CURED-COUNT                    PIC 9(07) COMP VALUE ZERO.
010900 77  WS-CHECKED-COUNT                  PIC 9(07) COMP VALUE ZERO.
011000 77  WS-LISTED-COUNT                   PIC 9(07) COMP VALUE ZERO.
011100 77  WS-BUS-DATE                       PIC 9(08) VALUE ZERO.
011200 77  WS-OLD-BUCKET                     PIC 9(01) VALUE ZERO.
011300 77  WS-BUCKET-SUB                     PIC 9(02) COMP.
011400 77  WS-WORK-BALANCE                   PIC S9(09)V99 VALUE ZERO.
011500 77  WS-PAID                           PIC S9(09)V99 VALUE ZERO.
011600 77  WS-PAY-MONTH                      PIC 9(06) VALUE ZERO.
011700 77  WS-PAY-DAY                        PIC 9(02) VALUE ZERO.
011800 77  WS-PY-SLOT                        PIC 9(02) COMP VALUE 2.
011900 77  WS-RV-SLOT                        PIC 9(02) COMP VALUE 8.
012000 77  WS-TOTAL-COUNT                    PIC 9(07) COMP VALUE ZERO.
012100 77  WS-TOTAL-BALANCE                  PIC S9(13)V99 VALUE ZERO.
012200 77  WS-TOTAL-PAST-DUE                 PIC 9(13)V99 VALUE ZERO.
012300*
012400 01  WS-FILE-STATUS-FIELDS.
012500     05  WS-FS-MASTER                  PIC X(02) VALUE "00".
012600         88  WS-FS-MASTER-OK           VALUE "00".
012700         88  WS-FS-MASTER-EOF          VALUE "10".
012800         88  WS-FS-MASTER-NOT-FOUND    VALUE "23".
012900     05  WS-FS-MTD                      PIC X(02) VALUE "00".
013000         88  WS-FS-MTD-OK              VALUE "00".
013100         88  WS-FS-MTD-NOT-FOUND       VALUE "23".
013200     05  WS-FS-GL                       PIC X(02) VALUE "00".
013300         88  WS-FS-GL-OK               VALUE "00".
013400         88  WS-FS-GL-EOF              VALUE "10".
013500     05  WS-FS-DQRPT                    PIC X(02) VALUE "00".
013600         88  WS-FS-DQRPT-OK            VALUE "00".
013700     05  WS-FS-DQSUM                    PIC X(02) VALUE "00".
013800         88  WS-FS-DQSUM-OK            VALUE "00".
013900*
014000 01  WS-SWITCHES.
014100     05  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
014200         88  WS-EOF                    VALUE "Y".
014300     05  WS-PASS-SWITCH                PIC X(01) VALUE "1".
014400         88  WS-UPDATE-PASS            VALUE "1".
014500         88  WS-LISTING-PASS           VALUE "2".
014600*
014700 01  WS-ABEND-FIELDS.
014800     05  WS-ABEND-FILE-NAME            PIC X(20).
014900     05  WS-ABEND-STATUS                PIC X(02).
015000     05  WS-ABEND-RETURN-CODE          PIC 9(03) VALUE 16.
015100*
015200 01  WS-CURRENT-DATE                    PIC 9(08).
015300*
015400*    the master record as read, so the account is rewritten only
015500*    when the night's check changed something
015600 01  WS-MASTER-AS-READ                  PIC X(150).
015700*
015800*    the days-past-due buckets, in the order the master's bucket
015900*    digit counts them (0 current, 1 30, 2 60, 3 90+)
016000 01  WS-BUCKET-NAMES-CONST              PIC X(32)
016100     VALUE "CURRENT 30 DAYS 60 DAYS 90+ DAYS".
016200 01  WS-BUCKET-NAMES REDEFINES WS-BUCKET-NAMES-CONST.
016300     05  WS-BUCKET-NAME                PIC X(08) OCCURS 4.
016400*
016500 01  WS-BUCKET-TABLE.
016600     05  WS-BUCKET-ENTRY               OCCURS 4.
016700         10  WS-BUCKET-COUNT           PIC 9(07) COMP.
016800         10  WS-BUCKET-BALANCE         PIC S9(13)V99.
016900         10  WS-BUCKET-PAST-DUE        PIC 9(13)V99.
017000*
017100 01  WS-REPORT-FIELDS.
017200     05  WS-DQ-HEADING-1.
017300         10  FILLER                     PIC X(28)
017400             VALUE "DL100 COLLECTIONS WORKLIST  ".
017500         10  FILLER                     PIC X(14)
017600             VALUE "BUSINESS DATE ".
017700         10  WHD-BUS-DATE               PIC 9(08).
017800         10  FILLER                     PIC X(11)
017900             VALUE "  RUN DATE ".
018000         10  WHD-RUN-DATE               PIC 9(08).
018100         10  FILLER                     PIC X(63) VALUE SPACES.
018200     05  WS-DQ-HEADING-2.
018300         10  FILLER                     PIC X(40)
018400             VALUE "ACCOUNT    NAME".
018500         10  FILLER                     PIC X(40)
018600             VALUE "   BUCKET    FROM              BALANCE  ".
018700         10  FILLER                     PIC X(14)
018800             VALUE "     MIN DUE  ".
018900         10  FILLER                     PIC X(38)
019000             VALUE "DUE DATE            PAID      PAST DUE".
019100     05  WS-DQ-SECTION-LINE.
019200         10  WSC-TEXT                   PIC X(40).
019300         10  FILLER                     PIC X(92) VALUE SPACES.
019400     05  WS-DQ-DETAIL-LINE.
019500         10  WDT-ACCT-NO                PIC 9(09).
019600         10  FILLER                     PIC X(02) VALUE SPACES.
019700         10  WDT-NAME                   PIC X(30).
019800         10  FILLER                     PIC X(02) VALUE SPACES.
019900         10  WDT-BUCKET                 PIC X(08).
020000         10  FILLER                     PIC X(02) VALUE SPACES.
020100         10  WDT-FROM                   PIC X(08).
020200         10  FILLER                     PIC X(02) VALUE SPACES.
020300         10  WDT-BALANCE                PIC ZZZ,ZZZ,ZZ9.99-.
020400         10  FILLER                     PIC X(02) VALUE SPACES.
020500         10  WDT-MIN-DUE                PIC Z,ZZZ,ZZ9.99.
020600         10  FILLER                     PIC X(02) VALUE SPACES.
020700         10  WDT-DUE-DATE               PIC 9(08).
020800         10  FILLER                     PIC X(02) VALUE SPACES.
020900         10  WDT-PAID                   PIC ZZZ,ZZZ,ZZ9.99.
021000         10  FILLER                     PIC X(02) VALUE SPACES.
021100         10  WDT-PAST-DUE               PIC Z,ZZZ,ZZ9.99.
021200     05  WS-DQ-TOTAL-LINE.
021300         10  FILLER                     PIC X(10).
021400         10  WTL-LABEL                  PIC X(16).
021500         10  FILLER                     PIC X(02) VALUE ": ".
021600         10  WTL-COUNT                  PIC Z,ZZZ,ZZ9.
021700         10  FILLER                     PIC X(95) VALUE SPACES.
021800     05  WS-SUM-HEADING-1.
021900         10  FILLER                     PIC X(34)
022000             VALUE "DL100 DELINQUENCY BUCKET SUMMARY  ".
022100         10  FILLER                     PIC X(14)
022200             VALUE "BUSINESS DATE ".
022300         10  SHD-BUS-DATE               PIC 9(08).
022400         10  FILLER                     PIC X(76) VALUE SPACES.
022500     05  WS-SUM-HEADING-2.
022600         10  FILLER                     PIC X(36)
022700             VALUE "  BUCKET       ACCOUNTS".
022800         10  FILLER                     PIC X(36)
022900             VALUE "     BALANCE                PAST DUE".
023000         10  FILLER                     PIC X(60) VALUE SPACES.
023100     05  WS-SUM-BUCKET-LINE.
023200         10  FILLER                     PIC X(02) VALUE SPACES.
023300         10  SBK-LABEL                  PIC X(10).
023400         10  FILLER                     PIC X(02) VALUE SPACES.
023500         10  SBK-COUNT                  PIC Z,ZZZ,ZZ9.
023600         10  FILLER                     PIC X(04) VALUE SPACES.
023700         10  SBK-BALANCE        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
023800         10  FILLER                     PIC X(04) VALUE SPACES.
023900         10  SBK-PAST-DUE       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
024000         10  FILLER                     PIC X(60) VALUE SPACES.
024100     05  WS-SUM-COUNT-LINE.
024200         10  FILLER                     PIC X(02) VALUE SPACES.
024300         10  SCN-LABEL                  PIC X(20).
024400         10  FILLER                     PIC X(02) VALUE ": ".
024500         10  SCN-COUNT                  PIC Z,ZZZ,ZZ9.
024600         10  FILLER                     PIC X(99) VALUE SPACES.
024700     05  WS-BLANK-LINE                  PIC X(132) VALUE SPACES.
024800*
024900 PROCEDURE DIVISION.
025000*
025100 MAIN-PROCEDURE.
025200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
025300     PERFORM GET-BUSINESS-DATE THRU GET-BUSINESS-DATE-EXIT
025400     PERFORM CLEAR-BUCKET-ENTRY THRU CLEAR-BUCKET-ENTRY-EXIT
025500         VARYING WS-BUCKET-SUB FROM 1 BY 1
025600         UNTIL WS-BUCKET-SUB > 4
025700     OPEN I-O DL100-MASTER-FILE
025800     IF NOT WS-FS-MASTER-OK
025900         MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
026000         MOVE WS-FS-MASTER TO WS-ABEND-STATUS
026100         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
026200     END-IF
026300     OPEN INPUT DL100-MTD-FILE
026400     IF NOT WS-FS-MTD-OK
026500         MOVE "DL100-MTD-FILE" TO WS-ABEND-FILE-NAME
026600         MOVE WS-FS-MTD TO WS-ABEND-STATUS
026700         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
026800     END-IF
026900     OPEN OUTPUT DL100-DQRPT-FILE
027000     IF NOT WS-FS-DQRPT-OK
027100         MOVE "DL100-DQRPT-FILE" TO WS-ABEND-FILE-NAME
027200         MOVE WS-FS-DQRPT TO WS-ABEND-STATUS
027300         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
027400     END-IF
027500     OPEN OUTPUT DL100-DQSUM-FILE
027600     IF NOT WS-FS-DQSUM-OK
027700         MOVE "DL100-DQSUM-FILE" TO WS-ABEND-FILE-NAME
027800         MOVE WS-FS-DQSUM TO WS-ABEND-STATUS
027900         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
028000     END-IF
028100     PERFORM WRITE-DQ-HEADINGS THRU WRITE-DQ-HEADINGS-EXIT
028200*    first pass - check and rewrite every account, listing the
028300*    accounts that rolled into a worse bucket today
028400     MOVE "NEWLY WORSENED - CALL FIRST" TO WSC-TEXT
028500     PERFORM WRITE-DQ-SECTION THRU WRITE-DQ-SECTION-EXIT
028600     MOVE "1" TO WS-PASS-SWITCH
028700     PERFORM SCAN-MASTER-FILE THRU SCAN-MASTER-FILE-EXIT
028800*    second pass - list the rest of the past-due accounts
028900     MOVE "STILL PAST DUE" TO WSC-TEXT
029000     PERFORM WRITE-DQ-SECTION THRU WRITE-DQ-SECTION-EXIT
029100     MOVE "2" TO WS-PASS-SWITCH
029200     PERFORM SCAN-MASTER-FILE THRU SCAN-MASTER-FILE-EXIT
029300     PERFORM WRITE-DQ-TOTALS THRU WRITE-DQ-TOTALS-EXIT
029400     PERFORM WRITE-BUCKET-SUMMARY THRU WRITE-BUCKET-SUMMARY-EXIT
029500     CLOSE DL100-MASTER-FILE
029600     IF NOT WS-FS-MASTER-OK
029700         MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
029800         MOVE WS-FS-MASTER TO WS-ABEND-STATUS
029900         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
030000     END-IF
030100     CLOSE DL100-MTD-FILE
030200     IF NOT WS-FS-MTD-OK
030300         MOVE "DL100-MTD-FILE" TO WS-ABEND-FILE-NAME
030400         MOVE WS-FS-MTD TO WS-ABEND-STATUS
030500         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
030600     END-IF
030700     CLOSE DL100-DQRPT-FILE
030800     IF NOT WS-FS-DQRPT-OK
030900         MOVE "DL100-DQRPT-FILE" TO WS-ABEND-FILE-NAME
031000         MOVE WS-FS-DQRPT TO WS-ABEND-STATUS
031100         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
031200     END-IF
031300     CLOSE DL100-DQSUM-FILE
031400     IF NOT WS-FS-DQSUM-OK
031500         MOVE "DL100-DQSUM-FILE" TO WS-ABEND-FILE-NAME
031600         MOVE WS-FS-DQSUM TO WS-ABEND-STATUS
031700         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
031800     END-IF
031900     GOBACK.
032000*
032100******************************************************************
032200* GET-BUSINESS-DATE - the business date being checked comes off
032300* the first record of the GL extract the intake run just cut,
032400* the same way DL100TB finds the date it proves.  An empty or
032500* undated extract means the intake did not run.
032600******************************************************************
032700 GET-BUSINESS-DATE.
032800     OPEN INPUT DL100-GL-FILE
032900     IF NOT WS-FS-GL-OK
033000         MOVE "DL100-GL-FILE" TO WS-ABEND-FILE-NAME
033100         MOVE WS-FS-GL TO WS-ABEND-STATUS
033200         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
033300     END-IF
033400     READ DL100-GL-FILE
033500     IF WS-FS-GL-OK
033600         IF DL100-GL-BUS-DATE NUMERIC
033700             MOVE DL100-GL-BUS-DATE TO WS-BUS-DATE
033800         END-IF
033900     ELSE
034000         IF NOT WS-FS-GL-EOF
034100             MOVE "DL100-GL-FILE" TO WS-ABEND-FILE-NAME
034200             MOVE WS-FS-GL TO WS-ABEND-STATUS
034300             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
034400         END-IF
034500     END-IF
034600     CLOSE DL100-GL-FILE
034700     IF NOT WS-FS-GL-OK
034800         MOVE "DL100-GL-FILE" TO WS-ABEND-FILE-NAME
034900         MOVE WS-FS-GL TO WS-ABEND-STATUS
035000         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
035100     END-IF
035200     IF WS-BUS-DATE = ZERO
035300         DISPLAY "*** GLIN CARRIES NO BUSINESS DATE ***"
035400         MOVE 12 TO RETURN-CODE
035500         STOP RUN
035600     END-IF.
035700 GET-BUSINESS-DATE-EXIT.
035800     EXIT.
035900*
036000 CLEAR-BUCKET-ENTRY.
036100     MOVE ZERO TO WS-BUCKET-COUNT (WS-BUCKET-SUB)
036200     MOVE ZERO TO WS-BUCKET-BALANCE (WS-BUCKET-SUB)
036300     MOVE ZERO TO WS-BUCKET-PAST-DUE (WS-BUCKET-SUB).
036400 CLEAR-BUCKET-ENTRY-EXIT.
036500     EXIT.
036600*
036700******************************************************************
036800* SCAN-MASTER-FILE - one pass of the master along the account
036900* key; the pass switch says whether this is the checking pass
037000* or the listing pass.
037100******************************************************************
037200 SCAN-MASTER-FILE.
037300     MOVE "N" TO WS-EOF-SWITCH
037400     MOVE ZERO TO DL100-MASTER-ACCT-NO
037500     START DL100-MASTER-FILE
037600         KEY IS NOT LESS THAN DL100-MASTER-ACCT-NO
037700     END-START
037800     IF WS-FS-MASTER-OK
037900         PERFORM READ-NEXT-MASTER THRU READ-NEXT-MASTER-EXIT
038000         PERFORM PROCESS-MASTER-RECORD
038100             THRU PROCESS-MASTER-RECORD-EXIT
038200             UNTIL WS-EOF
038300     ELSE
038400         IF NOT WS-FS-MASTER-NOT-FOUND
038500             AND NOT WS-FS-MASTER-EOF
038600             MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
038700             MOVE WS-FS-MASTER TO WS-ABEND-STATUS
038800             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
038900         END-IF
039000     END-IF.
039100 SCAN-MASTER-FILE-EXIT.
039200     EXIT.
039300*
039400******************************************************************
039500* READ-NEXT-MASTER - sequential read along the account key.
039600******************************************************************
039700 READ-NEXT-MASTER.
039800     READ DL100-MASTER-FILE NEXT RECORD
039900         AT END
040000             MOVE "Y" TO WS-EOF-SWITCH
040100     END-READ
040200     IF WS-FS-MASTER-OK
040300         IF WS-UPDATE-PASS
040400             ADD 1 TO WS-READ-COUNT
040500         END-IF
040600     ELSE
040700         IF NOT WS-FS-MASTER-EOF
040800             MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
040900             MOVE WS-FS-MASTER TO WS-ABEND-STATUS
041000             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
041100         END-IF
041200     END-IF.
041300 READ-NEXT-MASTER-EXIT.
041400     EXIT.
041500*
041600******************************************************************
041700* PROCESS-MASTER-RECORD - one account.  The checking pass works
041800* out the account's bucket, rewrites it if anything changed,
041900* adds it to the bucket summary and lists it when it rolled
042000* worse today; the listing pass lists every other past-due
042100* account.  An account rolled worse today is one whose bucket
042200* moved today to a bucket above the one it came from, so a
042300* re-run of the same night lists it in the same place.
042400******************************************************************
042500 PROCESS-MASTER-RECORD.
042600     IF WS-UPDATE-PASS
042700         PERFORM CHECK-DELINQUENCY THRU CHECK-DELINQUENCY-EXIT
042800         PERFORM ADD-TO-SUMMARY THRU ADD-TO-SUMMARY-EXIT
042900         IF DL100-MASTER-BUCKET-DATE = WS-BUS-DATE
043000             AND DL100-MASTER-DPD-BUCKET
043100                 > DL100-MASTER-PREV-BUCKET
043200             ADD 1 TO WS-WORSE-COUNT
043300             PERFORM WRITE-DQ-DETAIL THRU WRITE-DQ-DETAIL-EXIT
043400         END-IF
043500     ELSE
043600         IF DL100-MASTER-DPD-BUCKET NUMERIC
043700             AND DL100-MASTER-DPD-BUCKET > ZERO
043800             IF DL100-MASTER-BUCKET-DATE = WS-BUS-DATE
043900                 AND DL100-MASTER-DPD-BUCKET
044000                     > DL100-MASTER-PREV-BUCKET
044100                 CONTINUE
044200             ELSE
044300                 PERFORM WRITE-DQ-DETAIL THRU WRITE-DQ-DETAIL-EXIT
044400             END-IF
044500         END-IF
044600     END-IF
044700     PERFORM READ-NEXT-MASTER THRU READ-NEXT-MASTER-EXIT.
044800 PROCESS-MASTER-RECORD-EXIT.
044900     EXIT.
045000*
045100******************************************************************
045200* CHECK-DELINQUENCY - the night's check of one account against
045300* its minimum payment:
045400*   - no debit balance left: current, nothing past due;
045500*   - due date passed and not yet checked: paid at least the
045600*     minimum, current; paid less, one bucket worse (90+ is as
045700*     bad as it gets) with the shortfall carried as past due;
045800*   - otherwise a past-due account that has now paid the whole
045900*     minimum, arrears included, is back to current.
046000* Records written before the delinquency fields existed carry
046100* spaces there, taken as nothing due and current.
046200******************************************************************
046300 CHECK-DELINQUENCY.
046400     IF DL100-MASTER-MIN-DUE NOT NUMERIC
046500         MOVE ZERO TO DL100-MASTER-MIN-DUE
046600     END-IF
046700     IF DL100-MASTER-DUE-DATE NOT NUMERIC
046800         MOVE ZERO TO DL100-MASTER-DUE-DATE
046900     END-IF
047000     IF DL100-MASTER-PAST-DUE-AMT NOT NUMERIC
047100         MOVE ZERO TO DL100-MASTER-PAST-DUE-AMT
047200     END-IF
047300     IF DL100-MASTER-DPD-BUCKET NOT NUMERIC
047400         MOVE ZERO TO DL100-MASTER-DPD-BUCKET
047500         MOVE ZERO TO DL100-MASTER-PREV-BUCKET
047600         MOVE ZERO TO DL100-MASTER-BUCKET-DATE
047700     END-IF
047800     MOVE DL100-MASTER-RECORD TO WS-MASTER-AS-READ
047900     MOVE DL100-MASTER-DPD-BUCKET TO WS-OLD-BUCKET
048000     IF DL100-MASTER-BALANCE NUMERIC
048100         MOVE DL100-MASTER-BALANCE TO WS-WORK-BALANCE
048200     ELSE
048300         MOVE ZERO TO WS-WORK-BALANCE
048400     END-IF
048500     PERFORM GET-PAID-TO-DATE THRU GET-PAID-TO-DATE-EXIT
048600     EVALUATE TRUE
048700         WHEN WS-WORK-BALANCE NOT > ZERO
048800             IF DL100-MASTER-DUE-DATE > ZERO
048900                 AND WS-BUS-DATE > DL100-MASTER-DUE-DATE
049000                 MOVE "Y" TO DL100-MASTER-DUE-CHECKED
049100             END-IF
049200             MOVE ZERO TO DL100-MASTER-PAST-DUE-AMT
049300             MOVE ZERO TO DL100-MASTER-DPD-BUCKET
049400         WHEN DL100-MASTER-DUE-DATE > ZERO
049500             AND WS-BUS-DATE > DL100-MASTER-DUE-DATE
049600             AND NOT DL100-MASTER-DUE-WAS-CHECKED
049700             MOVE "Y" TO DL100-MASTER-DUE-CHECKED
049800             ADD 1 TO WS-CHECKED-COUNT
049900             IF WS-PAID < DL100-MASTER-MIN-DUE
050000                 COMPUTE DL100-MASTER-PAST-DUE-AMT =
050100                     DL100-MASTER-MIN-DUE - WS-PAID
050200                 IF DL100-MASTER-DPD-BUCKET < 3
050300                     ADD 1 TO DL100-MASTER-DPD-BUCKET
050400                 END-IF
050500             ELSE
050600                 MOVE ZERO TO DL100-MASTER-PAST-DUE-AMT
050700                 MOVE ZERO TO DL100-MASTER-DPD-BUCKET
050800             END-IF
050900         WHEN DL100-MASTER-DPD-BUCKET > ZERO
051000             AND DL100-MASTER-MIN-DUE > ZERO
051100             AND WS-PAID NOT < DL100-MASTER-MIN-DUE
051200             MOVE ZERO TO DL100-MASTER-PAST-DUE-AMT
051300             MOVE ZERO TO DL100-MASTER-DPD-BUCKET
051400         WHEN OTHER
051500             CONTINUE
051600     END-EVALUATE
051700     IF DL100-MASTER-DPD-BUCKET NOT = WS-OLD-BUCKET
051800         MOVE WS-OLD-BUCKET TO DL100-MASTER-PREV-BUCKET
051900         MOVE WS-BUS-DATE TO DL100-MASTER-BUCKET-DATE
052000         IF DL100-MASTER-DPD-BUCKET < WS-OLD-BUCKET
052100             ADD 1 TO WS-CURED-COUNT
052200         END-IF
052300     END-IF
052400     IF DL100-MASTER-RECORD NOT = WS-MASTER-AS-READ
052500         REWRITE DL100-MASTER-RECORD
052600         IF NOT WS-FS-MASTER-OK
052700             MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
052800             MOVE WS-FS-MASTER TO WS-ABEND-STATUS
052900             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
053000         END-IF
053100     END-IF.
053200 CHECK-DELINQUENCY-EXIT.
053300     EXIT.
053400*
053500******************************************************************
053600* GET-PAID-TO-DATE - what the account has paid toward its
053700* minimum: the PY payments in the month-to-date file, provided
053800* it is carrying the month of the due date (the due date always
053900* falls in the month after the statement), less the net of any
054000* payments reversed the same month.  A month-to-date record for
054100* any other month means nothing has been paid yet.
054200******************************************************************
054300 GET-PAID-TO-DATE.
054400     MOVE ZERO TO WS-PAID
054500     IF DL100-MASTER-DUE-DATE = ZERO
054600         GO TO GET-PAID-TO-DATE-EXIT
054700     END-IF
054800     DIVIDE DL100-MASTER-DUE-DATE BY 100
054900         GIVING WS-PAY-MONTH REMAINDER WS-PAY-DAY
055000     MOVE DL100-MASTER-ACCT-NO TO DL100-MTD-ACCT-NO
055100     READ DL100-MTD-FILE KEY IS DL100-MTD-ACCT-NO
055200     IF NOT WS-FS-MTD-OK
055300         IF WS-FS-MTD-NOT-FOUND
055400             GO TO GET-PAID-TO-DATE-EXIT
055500         END-IF
055600         MOVE "DL100-MTD-FILE" TO WS-ABEND-FILE-NAME
055700         MOVE WS-FS-MTD TO WS-ABEND-STATUS
055800         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
055900     END-IF
056000     IF DL100-MTD-MONTH NOT = WS-PAY-MONTH
056100         GO TO GET-PAID-TO-DATE-EXIT
056200     END-IF
056300     MOVE DL100-MTD-TYPE-AMOUNT (WS-PY-SLOT) TO WS-PAID
056400     IF DL100-MTD-TYPE-AMOUNT (WS-RV-SLOT) > ZERO
056500         SUBTRACT DL100-MTD-TYPE-AMOUNT (WS-RV-SLOT) FROM WS-PAID
056600     END-IF
056700     IF WS-PAID < ZERO
056800         MOVE ZERO TO WS-PAID
056900     END-IF.
057000 GET-PAID-TO-DATE-EXIT.
057100     EXIT.
057200*
057300******************************************************************
057400* ADD-TO-SUMMARY - the account's balance and past-due amount
057500* into its bucket's totals.
057600******************************************************************
057700 ADD-TO-SUMMARY.
057800     COMPUTE WS-BUCKET-SUB = DL100-MASTER-DPD-BUCKET + 1
057900     ADD 1 TO WS-BUCKET-COUNT (WS-BUCKET-SUB)
058000     ADD WS-WORK-BALANCE TO WS-BUCKET-BALANCE (WS-BUCKET-SUB)
058100     ADD DL100-MASTER-PAST-DUE-AMT
058200         TO WS-BUCKET-PAST-DUE (WS-BUCKET-SUB)
058300     IF DL100-MASTER-DPD-BUCKET > ZERO
058400         ADD 1 TO WS-PAST-DUE-COUNT
058500     END-IF.
058600 ADD-TO-SUMMARY-EXIT.
058700     EXIT.
058800*
058900******************************************************************
059000* WRITE-DQ-DETAIL - one worklist line per past-due account, with
059100* the bucket it came from when it moved today.
059200******************************************************************
059300 WRITE-DQ-DETAIL.
059400     MOVE DL100-MASTER-ACCT-NO TO WDT-ACCT-NO
059500     MOVE DL100-MASTER-NAME TO WDT-NAME
059600     COMPUTE WS-BUCKET-SUB = DL100-MASTER-DPD-BUCKET + 1
059700     MOVE WS-BUCKET-NAME (WS-BUCKET-SUB) TO WDT-BUCKET
059800     MOVE SPACES TO WDT-FROM
059900     IF DL100-MASTER-BUCKET-DATE = WS-BUS-DATE
060000         COMPUTE WS-BUCKET-SUB = DL100-MASTER-PREV-BUCKET + 1
060100         MOVE WS-BUCKET-NAME (WS-BUCKET-SUB) TO WDT-FROM
060200     END-IF
060300     IF DL100-MASTER-BALANCE NUMERIC
060400         MOVE DL100-MASTER-BALANCE TO WDT-BALANCE
060500     ELSE
060600         MOVE ZERO TO WDT-BALANCE
060700     END-IF
060800     MOVE DL100-MASTER-MIN-DUE TO WDT-MIN-DUE
060900     MOVE DL100-MASTER-DUE-DATE TO WDT-DUE-DATE
061000     IF WS-LISTING-PASS
061100         PERFORM GET-PAID-TO-DATE THRU GET-PAID-TO-DATE-EXIT
061200     END-IF
061300     MOVE WS-PAID TO WDT-PAID
061400     MOVE DL100-MASTER-PAST-DUE-AMT TO WDT-PAST-DUE
061500     MOVE WS-DQ-DETAIL-LINE TO DL100-DQRPT-RECORD
061600     PERFORM WRITE-DQRPT-RECORD THRU WRITE-DQRPT-RECORD-EXIT
061700     ADD 1 TO WS-LISTED-COUNT.
061800 WRITE-DQ-DETAIL-EXIT.
061900     EXIT.
062000*
062100******************************************************************
062200* WRITE-DQ-HEADINGS - worklist heading lines.
062300******************************************************************
062400 WRITE-DQ-HEADINGS.
062500     MOVE WS-BUS-DATE TO WHD-BUS-DATE
062600     MOVE WS-CURRENT-DATE TO WHD-RUN-DATE
062700     MOVE WS-DQ-HEADING-1 TO DL100-DQRPT-RECORD
062800     PERFORM WRITE-DQRPT-RECORD THRU WRITE-DQRPT-RECORD-EXIT
062900     MOVE WS-DQ-HEADING-2 TO DL100-DQRPT-RECORD
063000     PERFORM WRITE-DQRPT-RECORD THRU WRITE-DQRPT-RECORD-EXIT.
063100 WRITE-DQ-HEADINGS-EXIT.
063200     EXIT.
063300*
063400******************************************************************
063500* WRITE-DQ-SECTION - a blank line and a section title on the
063600* worklist.
063700******************************************************************
063800 WRITE-DQ-SECTION.
063900     MOVE WS-BLANK-LINE TO DL100-DQRPT-RECORD
064000     PERFORM WRITE-DQRPT-RECORD THRU WRITE-DQRPT-RECORD-EXIT
064100     MOVE WS-DQ-SECTION-LINE TO DL100-DQRPT-RECORD
064200     PERFORM WRITE-DQRPT-RECORD THRU WRITE-DQRPT-RECORD-EXIT.
064300 WRITE-DQ-SECTION-EXIT.
064400     EXIT.
064500*
064600******************************************************************
064700* WRITE-DQ-TOTALS - the closing worklist totals.
064800******************************************************************
064900 WRITE-DQ-TOTALS.
065000     MOVE WS-BLANK-LINE TO DL100-DQRPT-RECORD
065100     PERFORM WRITE-DQRPT-RECORD THRU WRITE-DQRPT-RECORD-EXIT
065200     MOVE "ACCOUNTS READ   " TO WTL-LABEL
065300     MOVE WS-READ-COUNT TO WTL-COUNT
065400     MOVE WS-DQ-TOTAL-LINE TO DL100-DQRPT-RECORD
065500     PERFORM WRITE-DQRPT-RECORD THRU WRITE-DQRPT-RECORD-EXIT
065600     MOVE "DUE DATES CHECKD" TO WTL-LABEL
065700     MOVE WS-CHECKED-COUNT TO WTL-COUNT
065800     MOVE WS-DQ-TOTAL-LINE TO DL100-DQRPT-RECORD
065900     PERFORM WRITE-DQRPT-RECORD THRU WRITE-DQRPT-RECORD-EXIT
066000     MOVE "ACCOUNTS LISTED " TO WTL-LABEL
066100     MOVE WS-LISTED-COUNT TO WTL-COUNT
066200     MOVE WS-DQ-TOTAL-LINE TO DL100-DQRPT-RECORD
066300     PERFORM WRITE-DQRPT-RECORD THRU WRITE-DQRPT-RECORD-EXIT
066400     DISPLAY "BUSINESS DATE   : " WS-BUS-DATE
066500     DISPLAY "ACCOUNTS READ   : " WS-READ-COUNT
066600     DISPLAY "PAST DUE        : " WS-PAST-DUE-COUNT
066700     DISPLAY "ROLLED WORSE    : " WS-WORSE-COUNT
066800     DISPLAY "CAUGHT UP       : " WS-CURED-COUNT.
066900 WRITE-DQ-TOTALS-EXIT.
067000     EXIT.
067100*
067200******************************************************************
067300* WRITE-BUCKET-SUMMARY - counts, balances and past-due amounts
067400* by bucket, with the day's movements, for the morning meeting.
067500******************************************************************
067600 WRITE-BUCKET-SUMMARY.
067700     MOVE WS-BUS-DATE TO SHD-BUS-DATE
067800     MOVE WS-SUM-HEADING-1 TO DL100-DQSUM-RECORD
067900     PERFORM WRITE-DQSUM-RECORD THRU WRITE-DQSUM-RECORD-EXIT
068000     MOVE WS-BLANK-LINE TO DL100-DQSUM-RECORD
068100     PERFORM WRITE-DQSUM-RECORD THRU WRITE-DQSUM-RECORD-EXIT
068200     MOVE WS-SUM-HEADING-2 TO DL100-DQSUM-RECORD
068300     PERFORM WRITE-DQSUM-RECORD THRU WRITE-DQSUM-RECORD-EXIT
068400     PERFORM WRITE-BUCKET-LINE THRU WRITE-BUCKET-LINE-EXIT
068500         VARYING WS-BUCKET-SUB FROM 1 BY 1
068600         UNTIL WS-BUCKET-SUB > 4
068700     MOVE "TOTAL     " TO SBK-LABEL
068800     MOVE WS-TOTAL-COUNT TO SBK-COUNT
068900     MOVE WS-TOTAL-BALANCE TO SBK-BALANCE
069000     MOVE WS-TOTAL-PAST-DUE TO SBK-PAST-DUE
069100     MOVE WS-SUM-BUCKET-LINE TO DL100-DQSUM-RECORD
069200     PERFORM WRITE-DQSUM-RECORD THRU WRITE-DQSUM-RECORD-EXIT
069300     MOVE WS-BLANK-LINE TO DL100-DQSUM-RECORD
069400     PERFORM WRITE-DQSUM-RECORD THRU WRITE-DQSUM-RECORD-EXIT
069500     MOVE "ROLLED WORSE TODAY  " TO SCN-LABEL
069600     MOVE WS-WORSE-COUNT TO SCN-COUNT
069700     MOVE WS-SUM-COUNT-LINE TO DL100-DQSUM-RECORD
069800     PERFORM WRITE-DQSUM-RECORD THRU WRITE-DQSUM-RECORD-EXIT
069900     MOVE "CAUGHT UP TODAY     " TO SCN-LABEL
070000     MOVE WS-CURED-COUNT TO SCN-COUNT
070100     MOVE WS-SUM-COUNT-LINE TO DL100-DQSUM-RECORD
070200     PERFORM WRITE-DQSUM-RECORD THRU WRITE-DQSUM-RECORD-EXIT.
070300 WRITE-BUCKET-SUMMARY-EXIT.
070400     EXIT.
070500*
070600 WRITE-BUCKET-LINE.
070700     MOVE WS-BUCKET-NAME (WS-BUCKET-SUB) TO SBK-LABEL
070800     MOVE WS-BUCKET-COUNT (WS-BUCKET-SUB) TO SBK-COUNT
070900     MOVE WS-BUCKET-BALANCE (WS-BUCKET-SUB) TO SBK-BALANCE
071000     MOVE WS-BUCKET-PAST-DUE (WS-BUCKET-SUB) TO SBK-PAST-DUE
071100     MOVE WS-SUM-BUCKET-LINE TO DL100-DQSUM-RECORD
071200     PERFORM WRITE-DQSUM-RECORD THRU WRITE-DQSUM-RECORD-EXIT
071300     ADD WS-BUCKET-COUNT (WS-BUCKET-SUB) TO WS-TOTAL-COUNT
071400     ADD WS-BUCKET-BALANCE (WS-BUCKET-SUB) TO WS-TOTAL-BALANCE
071500     ADD WS-BUCKET-PAST-DUE (WS-BUCKET-SUB) TO WS-TOTAL-PAST-DUE.
071600 WRITE-BUCKET-LINE-EXIT.
071700     EXIT.
071800*
071900******************************************************************
072000* WRITE-DQRPT-RECORD / WRITE-DQSUM-RECORD - one line to the
072100* worklist or the summary with the usual status check.
072200******************************************************************
072300 WRITE-DQRPT-RECORD.
072400     WRITE DL100-DQRPT-RECORD
072500     IF NOT WS-FS-DQRPT-OK
072600         MOVE "DL100-DQRPT-FILE" TO WS-ABEND-FILE-NAME
072700         MOVE WS-FS-DQRPT TO WS-ABEND-STATUS
072800         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
072900     END-IF.
073000 WRITE-DQRPT-RECORD-EXIT.
073100     EXIT.
073200*
073300 WRITE-DQSUM-RECORD.
073400     WRITE DL100-DQSUM-RECORD
073500     IF NOT WS-FS-DQSUM-OK
073600         MOVE "DL100-DQSUM-FILE" TO WS-ABEND-FILE-NAME
073700         MOVE WS-FS-DQSUM TO WS-ABEND-STATUS
073800         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
073900     END-IF.
074000 WRITE-DQSUM-RECORD-EXIT.
074100     EXIT.
074200*
074300******************************************************************
074400* ERROR-PARAGRAPH - display the bad file status and take a
074500* controlled abend, same convention as the intake run.
074600******************************************************************
074700 ERROR-PARAGRAPH.
074800     DISPLAY "*** I-O ERROR ON " WS-ABEND-FILE-NAME
074900     DISPLAY "*** FILE STATUS IS " WS-ABEND-STATUS
075000     DISPLAY "*** DL100DQ ABENDING WITH RETURN CODE "
075100         WS-ABEND-RETURN-CODE
075200     MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE
075300     STOP RUN.
075400 ERROR-PARAGRAPH-EXIT.
075500     EXIT.
075600 END PROGRAM DL100DQ.
