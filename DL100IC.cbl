000100******************************************************************
000200* Author:      Luigi
000300* Date-Written: 15/10/2026
000400* Date-Compiled:
000500* Purpose:     Month-end interest capitalization for DL100.
000600*              Reads DL100-MASTER-FILE front to back and turns
000700*              the interest DL100IA has accrued on each account
000800*              into an FC finance-charge transaction, written
000900*              as a DL100TR-layout batch wrapped in its own
001000*              HD/TR control records - the way DL100FE raises
001100*              the service fees - that the next intake run
001200*              concatenates on TRANSIN.  The charges then go
001300*              through VALIDATE-RECORD, the duplicate check, the
001400*              audit trail and the GL extract like any other
001500*              transaction.  Each account capitalized has its
001600*              accrual zeroed and the month and charge stamped
001700*              on the master.  The charge keys carry sequence
001800*              number 8MMYY, one per account per month; a
001900*              re-run in the same month raises the stamped
002000*              charge again under the same key instead of a
002100*              second one, so whichever generation the intake
002200*              reads, the charge posts once and the rest go to
002300*              DUPOUT.  A register of the charges raised prints
002400*              on ICRPT.
002500* Tectonics:   cobc -c DL100IC.cbl -I copybooks
002600*
002700* Modification History
002800* Date       Init  Description
002900* ---------- ----  ---------------------------------------------
003000* 15/10/2026  LM   Initial version.
003100******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. DL100IC.
003400 AUTHOR. LUIGI.
003500 DATE-WRITTEN. 15/10/2026.
003600 DATE-COMPILED.
003700*
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.     IBM-370.
004100 OBJECT-COMPUTER.     IBM-370.
004200*
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT DL100-MASTER-FILE ASSIGN TO MASTFL
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS DL100-MASTER-ACCT-NO
004900         FILE STATUS IS WS-FS-MASTER.
005000*
005100     SELECT DL100-INTOUT-FILE ASSIGN TO INTOUT
005200         ORGANIZATION IS SEQUENTIAL
005300         ACCESS MODE IS SEQUENTIAL
005400         FILE STATUS IS WS-FS-INTOUT.
005500*
005600     SELECT DL100-ICRPT-FILE ASSIGN TO ICRPT
005700         ORGANIZATION IS SEQUENTIAL
005800         ACCESS MODE IS SEQUENTIAL
005900         FILE STATUS IS WS-FS-ICRPT.
006000*
006100 DATA DIVISION.
006200 FILE SECTION.
006300*
006400 FD  DL100-MASTER-FILE
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700     COPY DL100MS.
006800*
006900 FD  DL100-INTOUT-FILE
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD.
007200 01  DL100-INTOUT-RECORD              PIC X(81).
007300*
007400 FD  DL100-ICRPT-FILE
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE STANDARD.
007700 01  DL100-ICRPT-RECORD               PIC X(132).
007800*
007900 WORKING-STORAGE SECTION.
008000*
008100*    capitalization counters and the batch control figures
008200 77  WS-READ-COUNT                     PIC 9(07) COMP VALUE ZERO.
008300 77  WS-CHARGE-COUNT                   PIC 9(07) COMP VALUE ZERO.
008400 77  WS-NEW-COUNT                      PIC 9(07) COMP VALUE ZERO.
008500 77  WS-AGAIN-COUNT                    PIC 9(07) COMP VALUE ZERO.
008600 77  WS-CHARGE-TOTAL                   PIC 9(13)V99 VALUE ZERO.
008700 77  WS-WORK-CHARGE                    PIC 9(07)V99 VALUE ZERO.
008800 77  WS-CHARGE-SEQ-NO                  PIC 9(05) VALUE ZERO.
008900 77  WS-WORK-YYYYMM                    PIC 9(06) COMP VALUE ZERO.
009000 77  WS-WORK-DAY                       PIC 9(02) COMP VALUE ZERO.
009100 77  WS-WORK-YEAR                      PIC 9(05) COMP VALUE ZERO.
009200 77  WS-WORK-MONTH                     PIC 9(02) COMP VALUE ZERO.
009300 77  WS-WORK-CENT                      PIC 9(03) COMP VALUE ZERO.
009400 77  WS-WORK-YY                        PIC 9(02) COMP VALUE ZERO.
009500*
009600 01  WS-FILE-STATUS-FIELDS.
009700     05  WS-FS-MASTER                  PIC X(02) VALUE "00".
009800         88  WS-FS-MASTER-OK           VALUE "00".
009900         88  WS-FS-MASTER-EOF          VALUE "10".
010000         88  WS-FS-MASTER-NOT-FOUND    VALUE "23".
010100     05  WS-FS-INTOUT                   PIC X(02) VALUE "00".
010200         88  WS-FS-INTOUT-OK           VALUE "00".
010300     05  WS-FS-ICRPT                    PIC X(02) VALUE "00".
010400         88  WS-FS-ICRPT-OK            VALUE "00".
010500*
010600 01  WS-SWITCHES.
010700     05  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
010800         88  WS-EOF                    VALUE "Y".
010900*
011000 01  WS-ABEND-FIELDS.
011100     05  WS-ABEND-FILE-NAME            PIC X(20).
011200     05  WS-ABEND-STATUS                PIC X(02).
011300     05  WS-ABEND-RETURN-CODE          PIC 9(03) VALUE 16.
011400*
011500 01  WS-CURRENT-DATE                    PIC 9(08).
011600*
011700*    the charge is built in the extract record layout
011800     COPY DL100TR.
011900*
012000*    build area for the charge batch control records
012100     COPY DL100CT.
012200*
012300 01  WS-REPORT-FIELDS.
012400     05  WS-IC-HEADING-1.
012500         10  FILLER                     PIC X(32)
012600             VALUE "DL100 FINANCE CHARGE REGISTER   ".
012700         10  CHD-RUN-DATE               PIC 9(08).
012800         10  FILLER                     PIC X(92) VALUE SPACES.
012900     05  WS-IC-HEADING-2.
013000         10  FILLER                     PIC X(24)
013100             VALUE "ACCOUNT    NAME         ".
013200         10  FILLER                     PIC X(36)
013300             VALUE "                           ACCRUED  ".
013400         10  FILLER                     PIC X(24)
013500             VALUE "        CHARGE          ".
013600         10  FILLER                     PIC X(48) VALUE SPACES.
013700     05  WS-IC-DETAIL-LINE.
013800         10  CDT-ACCT-NO                PIC 9(09).
013900         10  FILLER                     PIC X(02) VALUE SPACES.
014000         10  CDT-NAME                   PIC X(30).
014100         10  FILLER                     PIC X(10) VALUE SPACES.
014200         10  CDT-ACCR-DATE              PIC 9(08).
014300         10  FILLER                     PIC X(03) VALUE SPACES.
014400         10  CDT-CHARGE                 PIC Z,ZZZ,ZZ9.99.
014500         10  FILLER                     PIC X(02) VALUE SPACES.
014600         10  CDT-NOTE                   PIC X(24).
014700         10  FILLER                     PIC X(32) VALUE SPACES.
014800     05  WS-IC-TOTAL-LINE.
014900         10  FILLER                     PIC X(10).
015000         10  CTL-LABEL                  PIC X(14).
015100         10  FILLER                     PIC X(02) VALUE ": ".
015200         10  CTL-COUNT                  PIC Z,ZZZ,ZZ9.
015300         10  FILLER                     PIC X(97) VALUE SPACES.
015400     05  WS-IC-AMOUNT-LINE.
015500         10  FILLER                     PIC X(10).
015600         10  CAL-LABEL                  PIC X(14).
015700         10  FILLER                     PIC X(02) VALUE ": ".
015800         10  CAL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
015900         10  FILLER                     PIC X(86) VALUE SPACES.
016000*
016100 PROCEDURE DIVISION.
016200*
016300 MAIN-PROCEDURE.
016400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
016500     PERFORM COMPUTE-CHARGE-SEQ-NO
016600         THRU COMPUTE-CHARGE-SEQ-NO-EXIT
016700     OPEN I-O DL100-MASTER-FILE
016800     IF NOT WS-FS-MASTER-OK
016900         MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
017000         MOVE WS-FS-MASTER TO WS-ABEND-STATUS
017100         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
017200     END-IF
017300     OPEN OUTPUT DL100-INTOUT-FILE
017400     IF NOT WS-FS-INTOUT-OK
017500         MOVE "DL100-INTOUT-FILE" TO WS-ABEND-FILE-NAME
017600         MOVE WS-FS-INTOUT TO WS-ABEND-STATUS
017700         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
017800     END-IF
017900     OPEN OUTPUT DL100-ICRPT-FILE
018000     IF NOT WS-FS-ICRPT-OK
018100         MOVE "DL100-ICRPT-FILE" TO WS-ABEND-FILE-NAME
018200         MOVE WS-FS-ICRPT TO WS-ABEND-STATUS
018300         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
018400     END-IF
018500     PERFORM WRITE-IC-HEADINGS THRU WRITE-IC-HEADINGS-EXIT
018600     PERFORM WRITE-IC-BATCH-HEADER
018700         THRU WRITE-IC-BATCH-HEADER-EXIT
018800     MOVE ZERO TO DL100-MASTER-ACCT-NO
018900     START DL100-MASTER-FILE
019000         KEY IS NOT LESS THAN DL100-MASTER-ACCT-NO
019100     END-START
019200     IF WS-FS-MASTER-OK
019300         PERFORM READ-NEXT-MASTER THRU READ-NEXT-MASTER-EXIT
019400         PERFORM CAPITALIZE-MASTER-RECORD
019500             THRU CAPITALIZE-MASTER-RECORD-EXIT
019600             UNTIL WS-EOF
019700     ELSE
019800         IF NOT WS-FS-MASTER-NOT-FOUND
019900             AND NOT WS-FS-MASTER-EOF
020000             MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
020100             MOVE WS-FS-MASTER TO WS-ABEND-STATUS
020200             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
020300         END-IF
020400     END-IF
020500     PERFORM WRITE-IC-BATCH-TRAILER
020600         THRU WRITE-IC-BATCH-TRAILER-EXIT
020700     PERFORM WRITE-IC-TOTALS THRU WRITE-IC-TOTALS-EXIT
020800     CLOSE DL100-MASTER-FILE
020900     IF NOT WS-FS-MASTER-OK
021000         MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
021100         MOVE WS-FS-MASTER TO WS-ABEND-STATUS
021200         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
021300     END-IF
021400     CLOSE DL100-INTOUT-FILE
021500     IF NOT WS-FS-INTOUT-OK
021600         MOVE "DL100-INTOUT-FILE" TO WS-ABEND-FILE-NAME
021700         MOVE WS-FS-INTOUT TO WS-ABEND-STATUS
021800         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
021900     END-IF
022000     CLOSE DL100-ICRPT-FILE
022100     IF NOT WS-FS-ICRPT-OK
022200         MOVE "DL100-ICRPT-FILE" TO WS-ABEND-FILE-NAME
022300         MOVE WS-FS-ICRPT TO WS-ABEND-STATUS
022400         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
022500     END-IF
022600     GOBACK.
022700*
022800******************************************************************
022900* COMPUTE-CHARGE-SEQ-NO - the charge keys carry sequence number
023000* 8MMYY off the run date (the fee run has 9MMYY), so an account
023100* is charged once per month and a re-run of the same month
023200* duplicates against the intake's processed-transactions file
023300* instead of double charging.
023400******************************************************************
023500 COMPUTE-CHARGE-SEQ-NO.
023600     DIVIDE WS-CURRENT-DATE BY 100
023700         GIVING WS-WORK-YYYYMM REMAINDER WS-WORK-DAY
023800     DIVIDE WS-WORK-YYYYMM BY 100
023900         GIVING WS-WORK-YEAR REMAINDER WS-WORK-MONTH
024000     DIVIDE WS-WORK-YEAR BY 100
024100         GIVING WS-WORK-CENT REMAINDER WS-WORK-YY
024200     COMPUTE WS-CHARGE-SEQ-NO = 80000
024300         + WS-WORK-MONTH * 100 + WS-WORK-YY.
024400 COMPUTE-CHARGE-SEQ-NO-EXIT.
024500     EXIT.
024600*
024700******************************************************************
024800* WRITE-IC-BATCH-HEADER - open the charge batch with a header
024900* control record so the intake run balances it like any other
025000* feed.  DL100IC must be a registered source on the intake's
025100* SRCCTL control file.
025200******************************************************************
025300 WRITE-IC-BATCH-HEADER.
025400     MOVE SPACES TO DL100-CTL-RECORD
025500     MOVE "HD" TO DL100-CTL-REC-ID
025600     MOVE WS-CURRENT-DATE TO DL100-HDR-BUS-DATE
025700     MOVE "DL100IC" TO DL100-HDR-SOURCE-SYSTEM
025800     MOVE DL100-CTL-RECORD TO DL100-INTOUT-RECORD
025900     WRITE DL100-INTOUT-RECORD
026000     IF NOT WS-FS-INTOUT-OK
026100         MOVE "DL100-INTOUT-FILE" TO WS-ABEND-FILE-NAME
026200         MOVE WS-FS-INTOUT TO WS-ABEND-STATUS
026300         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
026400     END-IF.
026500 WRITE-IC-BATCH-HEADER-EXIT.
026600     EXIT.
026700*
026800******************************************************************
026900* WRITE-IC-BATCH-TRAILER - close the charge batch with the count
027000* and amount hash of the charges actually written.
027100******************************************************************
027200 WRITE-IC-BATCH-TRAILER.
027300     MOVE SPACES TO DL100-CTL-RECORD
027400     MOVE "TR" TO DL100-CTL-REC-ID
027500     MOVE WS-CHARGE-COUNT TO DL100-TRL-REC-COUNT
027600     MOVE WS-CHARGE-TOTAL TO DL100-TRL-HASH-AMOUNT
027700     MOVE DL100-CTL-RECORD TO DL100-INTOUT-RECORD
027800     WRITE DL100-INTOUT-RECORD
027900     IF NOT WS-FS-INTOUT-OK
028000         MOVE "DL100-INTOUT-FILE" TO WS-ABEND-FILE-NAME
028100         MOVE WS-FS-INTOUT TO WS-ABEND-STATUS
028200         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
028300     END-IF.
028400 WRITE-IC-BATCH-TRAILER-EXIT.
028500     EXIT.
028600*
028700******************************************************************
028800* READ-NEXT-MASTER - sequential read along the account key.
028900******************************************************************
029000 READ-NEXT-MASTER.
029100     READ DL100-MASTER-FILE NEXT RECORD
029200         AT END
029300             MOVE "Y" TO WS-EOF-SWITCH
029400     END-READ
029500     IF WS-FS-MASTER-OK
029600         ADD 1 TO WS-READ-COUNT
029700     ELSE
029800         IF NOT WS-FS-MASTER-EOF
029900             MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
030000             MOVE WS-FS-MASTER TO WS-ABEND-STATUS
030100             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
030200         END-IF
030300     END-IF.
030400 READ-NEXT-MASTER-EXIT.
030500     EXIT.
030600*
030700******************************************************************
030800* CAPITALIZE-MASTER-RECORD - one account.  An account already
030900* capitalized this month has its stamped charge raised again
031000* under the same key and the master left alone; otherwise any
031100* interest accrued is charged whatever the account's status (a
031200* closed account still owes what it accrued while it was open),
031300* the accrual is zeroed and the month and charge are stamped.
031400* Records written before the accrual fields existed carry
031500* spaces there, taken as zero.
031600******************************************************************
031700 CAPITALIZE-MASTER-RECORD.
031800     IF DL100-MASTER-ACCR-INT NOT NUMERIC
031900         MOVE ZERO TO DL100-MASTER-ACCR-INT
032000     END-IF
032100     IF DL100-MASTER-ACCR-CAP-MONTH NOT NUMERIC
032200         MOVE ZERO TO DL100-MASTER-ACCR-CAP-MONTH
032300     END-IF
032400     IF DL100-MASTER-ACCR-CAP-AMT NOT NUMERIC
032500         MOVE ZERO TO DL100-MASTER-ACCR-CAP-AMT
032600     END-IF
032700     IF DL100-MASTER-ACCR-CAP-MONTH = WS-WORK-YYYYMM
032800         IF DL100-MASTER-ACCR-CAP-AMT > ZERO
032900             MOVE DL100-MASTER-ACCR-CAP-AMT TO WS-WORK-CHARGE
033000             PERFORM WRITE-FIN-CHARGE THRU WRITE-FIN-CHARGE-EXIT
033100             ADD 1 TO WS-AGAIN-COUNT
033200             MOVE "RAISED AGAIN - SAME KEY " TO CDT-NOTE
033300             PERFORM WRITE-IC-DETAIL THRU WRITE-IC-DETAIL-EXIT
033400         END-IF
033500         GO TO CAPITALIZE-MASTER-NEXT
033600     END-IF
033700     IF DL100-MASTER-ACCR-INT = ZERO
033800         GO TO CAPITALIZE-MASTER-NEXT
033900     END-IF
034000     MOVE DL100-MASTER-ACCR-INT TO WS-WORK-CHARGE
034100     MOVE DL100-MASTER-ACCR-INT TO DL100-MASTER-ACCR-CAP-AMT
034200     MOVE WS-WORK-YYYYMM TO DL100-MASTER-ACCR-CAP-MONTH
034300     MOVE ZERO TO DL100-MASTER-ACCR-INT
034400     REWRITE DL100-MASTER-RECORD
034500     IF NOT WS-FS-MASTER-OK
034600         MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
034700         MOVE WS-FS-MASTER TO WS-ABEND-STATUS
034800         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
034900     END-IF
035000     PERFORM WRITE-FIN-CHARGE THRU WRITE-FIN-CHARGE-EXIT
035100     ADD 1 TO WS-NEW-COUNT
035200     MOVE SPACES TO CDT-NOTE
035300     PERFORM WRITE-IC-DETAIL THRU WRITE-IC-DETAIL-EXIT.
035400 CAPITALIZE-MASTER-NEXT.
035500     PERFORM READ-NEXT-MASTER THRU READ-NEXT-MASTER-EXIT.
035600 CAPITALIZE-MASTER-RECORD-EXIT.
035700     EXIT.
035800*
035900******************************************************************
036000* WRITE-FIN-CHARGE - one FC charge in the extract record layout,
036100* keyed on the account and the 8MMYY charge sequence number,
036200* dated with the run date.
036300******************************************************************
036400 WRITE-FIN-CHARGE.
036500     MOVE SPACES TO DL100-TRANS-RECORD
036600     MOVE DL100-MASTER-ACCT-NO TO DL100-TRANS-ACCT-NO
036700     MOVE WS-CHARGE-SEQ-NO TO DL100-TRANS-SEQ-NO
036800     MOVE WS-CURRENT-DATE TO DL100-TRANS-DATE
036900     MOVE "FC" TO DL100-TRANS-TYPE-CODE
037000     MOVE WS-WORK-CHARGE TO DL100-TRANS-AMOUNT
037100     MOVE DL100-MASTER-NAME TO DL100-TRANS-NAME
037200     MOVE DL100-TRANS-RECORD TO DL100-INTOUT-RECORD
037300     WRITE DL100-INTOUT-RECORD
037400     IF NOT WS-FS-INTOUT-OK
037500         MOVE "DL100-INTOUT-FILE" TO WS-ABEND-FILE-NAME
037600         MOVE WS-FS-INTOUT TO WS-ABEND-STATUS
037700         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
037800     END-IF
037900     ADD 1 TO WS-CHARGE-COUNT
038000     ADD WS-WORK-CHARGE TO WS-CHARGE-TOTAL.
038100 WRITE-FIN-CHARGE-EXIT.
038200     EXIT.
038300*
038400******************************************************************
038500* WRITE-IC-DETAIL - one register line per charge raised.
038600******************************************************************
038700 WRITE-IC-DETAIL.
038800     MOVE DL100-MASTER-ACCT-NO TO CDT-ACCT-NO
038900     MOVE DL100-MASTER-NAME TO CDT-NAME
039000     IF DL100-MASTER-ACCR-DATE NUMERIC
039100         MOVE DL100-MASTER-ACCR-DATE TO CDT-ACCR-DATE
039200     ELSE
039300         MOVE ZERO TO CDT-ACCR-DATE
039400     END-IF
039500     MOVE WS-WORK-CHARGE TO CDT-CHARGE
039600     MOVE WS-IC-DETAIL-LINE TO DL100-ICRPT-RECORD
039700     PERFORM WRITE-ICRPT-RECORD THRU WRITE-ICRPT-RECORD-EXIT.
039800 WRITE-IC-DETAIL-EXIT.
039900     EXIT.
040000*
040100******************************************************************
040200* WRITE-IC-HEADINGS - register heading lines.
040300******************************************************************
040400 WRITE-IC-HEADINGS.
040500     MOVE WS-CURRENT-DATE TO CHD-RUN-DATE
040600     MOVE WS-IC-HEADING-1 TO DL100-ICRPT-RECORD
040700     PERFORM WRITE-ICRPT-RECORD THRU WRITE-ICRPT-RECORD-EXIT
040800     MOVE WS-IC-HEADING-2 TO DL100-ICRPT-RECORD
040900     PERFORM WRITE-ICRPT-RECORD THRU WRITE-ICRPT-RECORD-EXIT.
041000 WRITE-IC-HEADINGS-EXIT.
041100     EXIT.
041200*
041300******************************************************************
041400* WRITE-IC-TOTALS - the closing register totals.
041500******************************************************************
041600 WRITE-IC-TOTALS.
041700     MOVE "ACCOUNTS READ " TO CTL-LABEL
041800     MOVE WS-READ-COUNT TO CTL-COUNT
041900     MOVE WS-IC-TOTAL-LINE TO DL100-ICRPT-RECORD
042000     PERFORM WRITE-ICRPT-RECORD THRU WRITE-ICRPT-RECORD-EXIT
042100     MOVE "CAPITALIZED   " TO CTL-LABEL
042200     MOVE WS-NEW-COUNT TO CTL-COUNT
042300     MOVE WS-IC-TOTAL-LINE TO DL100-ICRPT-RECORD
042400     PERFORM WRITE-ICRPT-RECORD THRU WRITE-ICRPT-RECORD-EXIT
042500     MOVE "RAISED AGAIN  " TO CTL-LABEL
042600     MOVE WS-AGAIN-COUNT TO CTL-COUNT
042700     MOVE WS-IC-TOTAL-LINE TO DL100-ICRPT-RECORD
042800     PERFORM WRITE-ICRPT-RECORD THRU WRITE-ICRPT-RECORD-EXIT
042900     MOVE "CHARGES       " TO CTL-LABEL
043000     MOVE WS-CHARGE-COUNT TO CTL-COUNT
043100     MOVE WS-IC-TOTAL-LINE TO DL100-ICRPT-RECORD
043200     PERFORM WRITE-ICRPT-RECORD THRU WRITE-ICRPT-RECORD-EXIT
043300     MOVE "CHARGE AMOUNT " TO CAL-LABEL
043400     MOVE WS-CHARGE-TOTAL TO CAL-AMOUNT
043500     MOVE WS-IC-AMOUNT-LINE TO DL100-ICRPT-RECORD
043600     PERFORM WRITE-ICRPT-RECORD THRU WRITE-ICRPT-RECORD-EXIT
043700     DISPLAY "ACCOUNTS READ : " WS-READ-COUNT
043800     DISPLAY "CAPITALIZED   : " WS-NEW-COUNT
043900     DISPLAY "RAISED AGAIN  : " WS-AGAIN-COUNT
044000     DISPLAY "CHARGE AMOUNT : " WS-CHARGE-TOTAL.
044100 WRITE-IC-TOTALS-EXIT.
044200     EXIT.
044300*
044400******************************************************************
044500* WRITE-ICRPT-RECORD - one line to the charge register with the
044600* usual status check.
044700******************************************************************
044800 WRITE-ICRPT-RECORD.
044900     WRITE DL100-ICRPT-RECORD
045000     IF NOT WS-FS-ICRPT-OK
045100         MOVE "DL100-ICRPT-FILE" TO WS-ABEND-FILE-NAME
045200         MOVE WS-FS-ICRPT TO WS-ABEND-STATUS
045300         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
045400     END-IF.
045500 WRITE-ICRPT-RECORD-EXIT.
045600     EXIT.
045700*
045800******************************************************************
045900* ERROR-PARAGRAPH - display the bad file status and take a
046000* controlled abend, same convention as the intake run.
046100******************************************************************
046200 ERROR-PARAGRAPH.
046300     DISPLAY "*** I-O ERROR ON " WS-ABEND-FILE-NAME
046400     DISPLAY "*** FILE STATUS IS " WS-ABEND-STATUS
046500     DISPLAY "*** DL100IC ABENDING WITH RETURN CODE "
046600         WS-ABEND-RETURN-CODE
046700     MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE
046800     STOP RUN.
046900 ERROR-PARAGRAPH-EXIT.
047000     EXIT.
047100 END PROGRAM DL100IC.
