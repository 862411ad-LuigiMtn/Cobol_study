000100******************************************************************
000200* Author:      Luigi
000300* Date-Written: 15/10/2026
000400* Date-Compiled:
000500* Purpose:     Daily dual-control report for DL100.  Credit-limit
000600*              and status changes that need a second operator
000700*              are held on the pending-change file (PENDFL,
000800*              layout DL100PC) by TESTE's interactive
000900*              maintenance until a second operator approves or
001000*              declines them.  This run reads PENDFL front to
001100*              back, expires every change still pending after
001200*              the number of business days on the dual-control
001300*              card (DCPARM, layout DL100DP - five if there is
001400*              no usable card), counted off the calendar (CALFL),
001500*              and lists on DCRPT the changes requested,
001600*              approved, declined and expired that belong to the
001700*              business date, with totals and the count still
001800*              pending.  The business date is taken from the
001900*              first record of the day's GL extract (GLIN) and
002000*              must be on the calendar.  Each change is listed
002100*              under the first business date the report saw it
002200*              requested, and again under the first one it saw
002300*              it acted on or expired; a re-run of the same
002400*              business date lists the same changes again.
002500* Tectonics:   cobc -c DL100DC.cbl -I copybooks
002600*
002700* Modification History
002800* Date       Init  Description
002900* ---------- ----  ---------------------------------------------
003000* 15/10/2026  LM   Initial version.
003010* 15/10/2026  LM   Card edited as a whole, as the session does.
003100******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. DL100DC.
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
004500     SELECT DL100-PC-FILE ASSIGN TO PENDFL
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS DL100-PC-KEY
004900         FILE STATUS IS WS-FS-PC.
005000*
005100     SELECT DL100-CAL-FILE ASSIGN TO CALFL
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS DL100-CAL-DATE
005500         FILE STATUS IS WS-FS-CAL.
005600*
005700     SELECT DL100-GL-FILE ASSIGN TO GLIN
005800         ORGANIZATION IS SEQUENTIAL
005900         ACCESS MODE IS SEQUENTIAL
006000         FILE STATUS IS WS-FS-GL.
006100*
006200     SELECT OPTIONAL DL100-DP-FILE ASSIGN TO DCPARM
006300         ORGANIZATION IS SEQUENTIAL
006400         ACCESS MODE IS SEQUENTIAL
006500         FILE STATUS IS WS-FS-DP.
006600*
006700     SELECT DL100-DCRPT-FILE ASSIGN TO DCRPT
006800         ORGANIZATION IS SEQUENTIAL
006900         ACCESS MODE IS SEQUENTIAL
007000         FILE STATUS IS WS-FS-DCRPT.
007100*
007200 DATA DIVISION.
007300 FILE SECTION.
007400*
007500 FD  DL100-PC-FILE
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD.
007800     COPY DL100PC.
007900*
008000 FD  DL100-CAL-FILE
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD.
008300     COPY DL100CA.
008400*
008500 FD  DL100-GL-FILE
008600     RECORDING MODE IS F
008700     LABEL RECORDS ARE STANDARD.
008800     COPY DL100GL.
008900*
009000 FD  DL100-DP-FILE
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD.
009300     COPY DL100DP.
009400*
009500 FD  DL100-DCRPT-FILE
009600     RECORDING MODE IS F
009700     LABEL RECORDS ARE STANDARD.
009800 01  DL100-DCRPT-RECORD               PIC X(132).
009900*
010000 WORKING-STORAGE SECTION.
010100*
010200*    report counters and the dates the changes are aged by
010300 77  WS-READ-COUNT                     PIC 9(07) COMP VALUE ZERO.
010400 77  WS-REQUESTED-COUNT                PIC 9(07) COMP VALUE ZERO.
010500 77  WS-APPROVED-COUNT                 PIC 9(07) COMP VALUE ZERO.
010600 77  WS-DECLINED-COUNT                 PIC 9(07) COMP VALUE ZERO.
010700 77  WS-EXPIRED-COUNT                  PIC 9(07) COMP VALUE ZERO.
010800 77  WS-PENDING-COUNT                  PIC 9(07) COMP VALUE ZERO.
010900 77  WS-BUS-DATE                       PIC 9(08) VALUE ZERO.
011000 77  WS-BUS-SEQ                        PIC 9(07) VALUE ZERO.
011100 77  WS-REQ-SEQ                        PIC 9(07) VALUE ZERO.
011200 77  WS-AGE                            PIC 9(05) COMP VALUE ZERO.
011300 77  WS-EXPIRY-DAYS                    PIC 9(02) VALUE 5.
011400*
011500 01  WS-FILE-STATUS-FIELDS.
011600     05  WS-FS-PC                      PIC X(02) VALUE "00".
011700         88  WS-FS-PC-OK               VALUE "00".
011800         88  WS-FS-PC-EOF              VALUE "10".
011900         88  WS-FS-PC-NOT-FOUND        VALUE "23".
012000     05  WS-FS-CAL                      PIC X(02) VALUE "00".
012100         88  WS-FS-CAL-OK              VALUE "00".
012200         88  WS-FS-CAL-NOT-FOUND       VALUE "23".
012300     05  WS-FS-GL                      PIC X(02) VALUE "00".
012400         88  WS-FS-GL-OK               VALUE "00".
012500         88  WS-FS-GL-EOF              VALUE "10".
012600     05  WS-FS-DP                      PIC X(02) VALUE "00".
012700         88  WS-FS-DP-OK               VALUES "00" "05".
012800         88  WS-FS-DP-EOF              VALUE "10".
012900     05  WS-FS-DCRPT                    PIC X(02) VALUE "00".
013000         88  WS-FS-DCRPT-OK            VALUE "00".
013100*
013200 01  WS-SWITCHES.
013300     05  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
013400         88  WS-EOF                    VALUE "Y".
013500     05  WS-PC-CHANGED-SWITCH          PIC X(01) VALUE "N".
013600         88  WS-PC-CHANGED             VALUE "Y".
013700*
013800 01  WS-ABEND-FIELDS.
013900     05  WS-ABEND-FILE-NAME            PIC X(20).
014000     05  WS-ABEND-STATUS                PIC X(02).
014100     05  WS-ABEND-RETURN-CODE          PIC 9(03) VALUE 16.
014200*
014300 01  WS-REPORT-FIELDS.
014400     05  WS-DC-HEADING-1.
014500         10  FILLER                     PIC X(40)
014600             VALUE "DL100 DUAL-CONTROL DAILY REPORT         ".
014700         10  DHD-BUS-DATE               PIC 9(08).
014800         10  FILLER                     PIC X(84) VALUE SPACES.
014900     05  WS-DC-HEADING-2.
015000         10  FILLER                     PIC X(19)
015100             VALUE "ACCOUNT    TYPE    ".
015200         10  FILLER                     PIC X(38)
015300             VALUE "OLD                NEW".
015400         10  FILLER                     PIC X(40)
015500             VALUE "KEYED BY  KEYED ON  ACTED BY  ACTED ON  ".
015600         10  FILLER                     PIC X(05) VALUE "EVENT".
015700         10  FILLER                     PIC X(30) VALUE SPACES.
015800     05  WS-DC-DETAIL-LINE.
015900         10  DDT-ACCT-NO                PIC 9(09).
016000         10  FILLER                     PIC X(02) VALUE SPACES.
016100         10  DDT-TYPE                   PIC X(06).
016200         10  FILLER                     PIC X(02) VALUE SPACES.
016300         10  DDT-OLD                    PIC X(17).
016400         10  FILLER                     PIC X(02) VALUE SPACES.
016500         10  DDT-NEW                    PIC X(17).
016600         10  FILLER                     PIC X(02) VALUE SPACES.
016700         10  DDT-REQ-OPER               PIC X(08).
016800         10  FILLER                     PIC X(02) VALUE SPACES.
016900         10  DDT-REQ-DATE               PIC 9(08).
017000         10  FILLER                     PIC X(02) VALUE SPACES.
017100         10  DDT-ACT-OPER               PIC X(08).
017200         10  FILLER                     PIC X(02) VALUE SPACES.
017300         10  DDT-ACT-DATE               PIC X(08).
017400         10  FILLER                     PIC X(02) VALUE SPACES.
017500         10  DDT-EVENT                  PIC X(10).
017600         10  FILLER                     PIC X(25) VALUE SPACES.
017700     05  WS-DC-TOTAL-LINE.
017800         10  FILLER                     PIC X(10).
017900         10  DTL-LABEL                  PIC X(14).
018000         10  FILLER                     PIC X(02) VALUE ": ".
018100         10  DTL-COUNT                  PIC Z,ZZZ,ZZ9.
018200         10  FILLER                     PIC X(97) VALUE SPACES.
018300     05  WS-LIMIT-ED                    PIC Z,ZZZ,ZZZ,ZZ9.99.
018400*
018500 PROCEDURE DIVISION.
018600*
018700 MAIN-PROCEDURE.
018800     PERFORM GET-BUSINESS-DATE THRU GET-BUSINESS-DATE-EXIT
018900     OPEN INPUT DL100-CAL-FILE
019000     IF NOT WS-FS-CAL-OK
019100         MOVE "DL100-CAL-FILE" TO WS-ABEND-FILE-NAME
019200         MOVE WS-FS-CAL TO WS-ABEND-STATUS
019300         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
019400     END-IF
019500     PERFORM CHECK-BUSINESS-DATE THRU CHECK-BUSINESS-DATE-EXIT
019600     PERFORM LOAD-DUAL-CONTROL THRU LOAD-DUAL-CONTROL-EXIT
019700     OPEN I-O DL100-PC-FILE
019800     IF NOT WS-FS-PC-OK
019900         MOVE "DL100-PC-FILE" TO WS-ABEND-FILE-NAME
020000         MOVE WS-FS-PC TO WS-ABEND-STATUS
020100         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
020200     END-IF
020300     OPEN OUTPUT DL100-DCRPT-FILE
020400     IF NOT WS-FS-DCRPT-OK
020500         MOVE "DL100-DCRPT-FILE" TO WS-ABEND-FILE-NAME
020600         MOVE WS-FS-DCRPT TO WS-ABEND-STATUS
020700         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
020800     END-IF
020900     PERFORM WRITE-DC-HEADINGS THRU WRITE-DC-HEADINGS-EXIT
021000     MOVE ZERO TO DL100-PC-ACCT-NO
021100     MOVE ZERO TO DL100-PC-REQ-DATE
021200     MOVE ZERO TO DL100-PC-REQ-TIME
021300     START DL100-PC-FILE
021400         KEY IS NOT LESS THAN DL100-PC-KEY
021500     END-START
021600     IF WS-FS-PC-OK
021700         PERFORM READ-NEXT-PC THRU READ-NEXT-PC-EXIT
021800         PERFORM PROCESS-PENDING-CHANGE
021900             THRU PROCESS-PENDING-CHANGE-EXIT
022000             UNTIL WS-EOF
022100     ELSE
022200         IF NOT WS-FS-PC-NOT-FOUND
022300             AND NOT WS-FS-PC-EOF
022400             MOVE "DL100-PC-FILE" TO WS-ABEND-FILE-NAME
022500             MOVE WS-FS-PC TO WS-ABEND-STATUS
022600             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
022700         END-IF
022800     END-IF
022900     PERFORM WRITE-DC-TOTALS THRU WRITE-DC-TOTALS-EXIT
023000     CLOSE DL100-PC-FILE
023100     IF NOT WS-FS-PC-OK
023200         MOVE "DL100-PC-FILE" TO WS-ABEND-FILE-NAME
023300         MOVE WS-FS-PC TO WS-ABEND-STATUS
023400         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
023500     END-IF
023600     CLOSE DL100-CAL-FILE
023700     IF NOT WS-FS-CAL-OK
023800         MOVE "DL100-CAL-FILE" TO WS-ABEND-FILE-NAME
023900         MOVE WS-FS-CAL TO WS-ABEND-STATUS
024000         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
024100     END-IF
024200     CLOSE DL100-DCRPT-FILE
024300     IF NOT WS-FS-DCRPT-OK
024400         MOVE "DL100-DCRPT-FILE" TO WS-ABEND-FILE-NAME
024500         MOVE WS-FS-DCRPT TO WS-ABEND-STATUS
024600         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
024700     END-IF
024800     GOBACK.
024900*
025000******************************************************************
025100* GET-BUSINESS-DATE - the business date of the night's intake,
025200* from the first record of the GL extract it cut.  An empty
025300* extract has no date to report under; nothing is run.
025400******************************************************************
025500 GET-BUSINESS-DATE.
025600     OPEN INPUT DL100-GL-FILE
025700     IF NOT WS-FS-GL-OK
025800         MOVE "DL100-GL-FILE" TO WS-ABEND-FILE-NAME
025900         MOVE WS-FS-GL TO WS-ABEND-STATUS
026000         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
026100     END-IF
026200     READ DL100-GL-FILE
026300     IF WS-FS-GL-OK
026400         IF DL100-GL-BUS-DATE NUMERIC
026500             MOVE DL100-GL-BUS-DATE TO WS-BUS-DATE
026600         END-IF
026700     ELSE
026800         IF NOT WS-FS-GL-EOF
026900             MOVE "DL100-GL-FILE" TO WS-ABEND-FILE-NAME
027000             MOVE WS-FS-GL TO WS-ABEND-STATUS
027100             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
027200         END-IF
027300     END-IF
027400     CLOSE DL100-GL-FILE
027500     IF NOT WS-FS-GL-OK
027600         MOVE "DL100-GL-FILE" TO WS-ABEND-FILE-NAME
027700         MOVE WS-FS-GL TO WS-ABEND-STATUS
027800         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
027900     END-IF
028000     IF WS-BUS-DATE = ZERO
028100         DISPLAY "*** GLIN CARRIES NO BUSINESS DATE ***"
028200         MOVE 12 TO RETURN-CODE
028300         STOP RUN
028400     END-IF.
028500 GET-BUSINESS-DATE-EXIT.
028600     EXIT.
028700*
028800******************************************************************
028900* CHECK-BUSINESS-DATE - the business date must be on the
029000* calendar; its business-day sequence number is what the age of
029100* a pending change is counted from.
029200******************************************************************
029300 CHECK-BUSINESS-DATE.
029400     MOVE WS-BUS-DATE TO DL100-CAL-DATE
029500     READ DL100-CAL-FILE KEY IS DL100-CAL-DATE
029600     IF NOT WS-FS-CAL-OK
029700         IF WS-FS-CAL-NOT-FOUND
029800             DISPLAY "*** BUSINESS DATE " WS-BUS-DATE
029900                 " IS NOT ON THE CALENDAR ***"
030000             MOVE 12 TO RETURN-CODE
030100             STOP RUN
030200         ELSE
030300             MOVE "DL100-CAL-FILE" TO WS-ABEND-FILE-NAME
030400             MOVE WS-FS-CAL TO WS-ABEND-STATUS
030500             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
030600         END-IF
030700     END-IF
030800     MOVE DL100-CAL-BUS-SEQ TO WS-BUS-SEQ.
030900 CHECK-BUSINESS-DATE-EXIT.
031000     EXIT.
031100*
031200******************************************************************
031300* LOAD-DUAL-CONTROL - the expiry in business days from the
031400* dual-control card, the same card the maintenance session reads.
031500* The card is edited as a whole, exactly as the session edits
031510* it, so that both fall back together: with no card, or one that
031520* does not edit, a change expires after five business days.
031600******************************************************************
031700 LOAD-DUAL-CONTROL.
031800     OPEN INPUT DL100-DP-FILE
031900     IF NOT WS-FS-DP-OK
032000         MOVE "DL100-DP-FILE" TO WS-ABEND-FILE-NAME
032100         MOVE WS-FS-DP TO WS-ABEND-STATUS
032200         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
032300     END-IF
032400     READ DL100-DP-FILE
032500     IF NOT WS-FS-DP-OK AND NOT WS-FS-DP-EOF
032600         MOVE "DL100-DP-FILE" TO WS-ABEND-FILE-NAME
032700         MOVE WS-FS-DP TO WS-ABEND-STATUS
032800         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
032900     END-IF
033000     EVALUATE TRUE
033100         WHEN WS-FS-DP-EOF
033200             DISPLAY "*** NO DUAL-CONTROL CARD - CHANGES EXPIRE"
033300                 " AFTER " WS-EXPIRY-DAYS " BUSINESS DAYS ***"
033400         WHEN DL100-DP-LIMIT-THRESHOLD NUMERIC
033410             AND DL100-DP-STATUS-RULE-VALID
033420             AND DL100-DP-EXPIRY-DAYS NUMERIC
033500             AND DL100-DP-EXPIRY-DAYS > ZERO
033600             MOVE DL100-DP-EXPIRY-DAYS TO WS-EXPIRY-DAYS
033700         WHEN OTHER
033800             DISPLAY "*** DUAL-CONTROL CARD INVALID - CHANGES"
033900                 " EXPIRE AFTER " WS-EXPIRY-DAYS
034000                 " BUSINESS DAYS ***"
034100     END-EVALUATE
034200     CLOSE DL100-DP-FILE
034300     IF NOT WS-FS-DP-OK
034400         MOVE "DL100-DP-FILE" TO WS-ABEND-FILE-NAME
034500         MOVE WS-FS-DP TO WS-ABEND-STATUS
034600         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
034700     END-IF.
034800 LOAD-DUAL-CONTROL-EXIT.
034900     EXIT.
035000*
035100******************************************************************
035200* READ-NEXT-PC - sequential read along the pending-change key.
035300******************************************************************
035400 READ-NEXT-PC.
035500     READ DL100-PC-FILE NEXT RECORD
035600         AT END
035700             MOVE "Y" TO WS-EOF-SWITCH
035800     END-READ
035900     IF WS-FS-PC-OK
036000         ADD 1 TO WS-READ-COUNT
036100     ELSE
036200         IF NOT WS-FS-PC-EOF
036300             MOVE "DL100-PC-FILE" TO WS-ABEND-FILE-NAME
036400             MOVE WS-FS-PC TO WS-ABEND-STATUS
036500             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
036600         END-IF
036700     END-IF.
036800 READ-NEXT-PC-EXIT.
036900     EXIT.
037000*
037100******************************************************************
037200* PROCESS-PENDING-CHANGE - one change.  One still pending at the
037300* expiry age is expired.  The request is listed if the report has
037400* not listed it before or listed it under this business date, and
037500* likewise the outcome of one approved, declined or expired.  The
037600* record is rewritten only if it was expired or first listed.
037700******************************************************************
037800 PROCESS-PENDING-CHANGE.
037900     MOVE "N" TO WS-PC-CHANGED-SWITCH
038000     IF DL100-PC-PENDING
038100         PERFORM COMPUTE-PENDING-AGE THRU COMPUTE-PENDING-AGE-EXIT
038200         IF WS-AGE NOT < WS-EXPIRY-DAYS
038300             MOVE "E" TO DL100-PC-STATE
038400             MOVE SPACES TO DL100-PC-ACT-OPER
038500             MOVE WS-BUS-DATE TO DL100-PC-ACT-DATE
038600             MOVE ZERO TO DL100-PC-ACT-TIME
038700             MOVE ZERO TO DL100-PC-ACT-RPT-DATE
038800             MOVE "Y" TO WS-PC-CHANGED-SWITCH
038900         END-IF
039000     END-IF
039100     IF DL100-PC-REQ-RPT-DATE = ZERO
039200         OR DL100-PC-REQ-RPT-DATE = WS-BUS-DATE
039300         IF DL100-PC-REQ-RPT-DATE = ZERO
039400             MOVE WS-BUS-DATE TO DL100-PC-REQ-RPT-DATE
039500             MOVE "Y" TO WS-PC-CHANGED-SWITCH
039600         END-IF
039700         ADD 1 TO WS-REQUESTED-COUNT
039800         MOVE "REQUESTED" TO DDT-EVENT
039900         PERFORM WRITE-DC-DETAIL THRU WRITE-DC-DETAIL-EXIT
040000     END-IF
040100     IF DL100-PC-PENDING
040200         ADD 1 TO WS-PENDING-COUNT
040300     ELSE
040400         IF DL100-PC-ACT-RPT-DATE = ZERO
040500             OR DL100-PC-ACT-RPT-DATE = WS-BUS-DATE
040600             IF DL100-PC-ACT-RPT-DATE = ZERO
040700                 MOVE WS-BUS-DATE TO DL100-PC-ACT-RPT-DATE
040800                 MOVE "Y" TO WS-PC-CHANGED-SWITCH
040900             END-IF
041000             PERFORM LIST-OUTCOME THRU LIST-OUTCOME-EXIT
041100         END-IF
041200     END-IF
041300     IF WS-PC-CHANGED
041400         REWRITE DL100-PC-RECORD
041500         IF NOT WS-FS-PC-OK
041600             MOVE "DL100-PC-FILE" TO WS-ABEND-FILE-NAME
041700             MOVE WS-FS-PC TO WS-ABEND-STATUS
041800             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
041900         END-IF
042000     END-IF.
042100 PROCESS-PENDING-CHANGE-NEXT.
042200     PERFORM READ-NEXT-PC THRU READ-NEXT-PC-EXIT.
042300 PROCESS-PENDING-CHANGE-EXIT.
042400     EXIT.
042500*
042600******************************************************************
042700* COMPUTE-PENDING-AGE - business days since the change was
042800* keyed.  A change keyed on a date off the calendar counts as
042900* keyed on the business date, so it never expires early.
043000******************************************************************
043100 COMPUTE-PENDING-AGE.
043200     MOVE ZERO TO WS-AGE
043300     MOVE ZERO TO WS-REQ-SEQ
043400     MOVE DL100-PC-REQ-DATE TO DL100-CAL-DATE
043500     READ DL100-CAL-FILE KEY IS DL100-CAL-DATE
043600     IF WS-FS-CAL-OK
043700         IF DL100-CAL-BUS-SEQ NUMERIC
043800             MOVE DL100-CAL-BUS-SEQ TO WS-REQ-SEQ
043900         END-IF
044000     ELSE
044100         IF NOT WS-FS-CAL-NOT-FOUND
044200             MOVE "DL100-CAL-FILE" TO WS-ABEND-FILE-NAME
044300             MOVE WS-FS-CAL TO WS-ABEND-STATUS
044400             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
044500         END-IF
044600     END-IF
044700     IF WS-REQ-SEQ > ZERO
044800         AND WS-BUS-SEQ > WS-REQ-SEQ
044900         COMPUTE WS-AGE = WS-BUS-SEQ - WS-REQ-SEQ
045000     END-IF.
045100 COMPUTE-PENDING-AGE-EXIT.
045200     EXIT.
045300*
045400******************************************************************
045500* LIST-OUTCOME - the line and the count for a change approved,
045600* declined or expired.
045700******************************************************************
045800 LIST-OUTCOME.
045900     EVALUATE TRUE
046000         WHEN DL100-PC-APPROVED
046100             ADD 1 TO WS-APPROVED-COUNT
046200             MOVE "APPROVED" TO DDT-EVENT
046300         WHEN DL100-PC-DECLINED
046400             ADD 1 TO WS-DECLINED-COUNT
046500             MOVE "DECLINED" TO DDT-EVENT
046600         WHEN DL100-PC-EXPIRED
046700             ADD 1 TO WS-EXPIRED-COUNT
046800             MOVE "EXPIRED" TO DDT-EVENT
046900         WHEN OTHER
047000             MOVE "STATE ?" TO DDT-EVENT
047100     END-EVALUATE
047200     PERFORM WRITE-DC-DETAIL THRU WRITE-DC-DETAIL-EXIT.
047300 LIST-OUTCOME-EXIT.
047400     EXIT.
047500*
047600******************************************************************
047700* WRITE-DC-DETAIL - one line for the change in DL100-PC-RECORD,
047800* the event already in DDT-EVENT.  A request not yet acted on
047900* shows no acting operator or date.
048000******************************************************************
048100 WRITE-DC-DETAIL.
048200     MOVE DL100-PC-ACCT-NO TO DDT-ACCT-NO
048300     IF DL100-PC-LIMIT-CHANGE
048400         MOVE "LIMIT" TO DDT-TYPE
048500         MOVE DL100-PC-OLD-LIMIT TO WS-LIMIT-ED
048600         MOVE WS-LIMIT-ED TO DDT-OLD
048700         MOVE DL100-PC-NEW-LIMIT TO WS-LIMIT-ED
048800         MOVE WS-LIMIT-ED TO DDT-NEW
048900     ELSE
049000         MOVE "STATUS" TO DDT-TYPE
049100         MOVE DL100-PC-OLD-STATUS TO DDT-OLD
049200         MOVE DL100-PC-NEW-STATUS TO DDT-NEW
049300     END-IF
049400     MOVE DL100-PC-REQ-OPER TO DDT-REQ-OPER
049500     MOVE DL100-PC-REQ-DATE TO DDT-REQ-DATE
049600     IF DDT-EVENT = "REQUESTED"
049700         MOVE SPACES TO DDT-ACT-OPER
049800         MOVE SPACES TO DDT-ACT-DATE
049900     ELSE
050000         MOVE DL100-PC-ACT-OPER TO DDT-ACT-OPER
050100         MOVE DL100-PC-ACT-DATE TO DDT-ACT-DATE
050200     END-IF
050300     MOVE WS-DC-DETAIL-LINE TO DL100-DCRPT-RECORD
050400     PERFORM WRITE-DCRPT-RECORD THRU WRITE-DCRPT-RECORD-EXIT.
050500 WRITE-DC-DETAIL-EXIT.
050600     EXIT.
050700*
050800 WRITE-DC-HEADINGS.
050900     MOVE WS-BUS-DATE TO DHD-BUS-DATE
051000     MOVE WS-DC-HEADING-1 TO DL100-DCRPT-RECORD
051100     PERFORM WRITE-DCRPT-RECORD THRU WRITE-DCRPT-RECORD-EXIT
051200     MOVE WS-DC-HEADING-2 TO DL100-DCRPT-RECORD
051300     PERFORM WRITE-DCRPT-RECORD THRU WRITE-DCRPT-RECORD-EXIT.
051400 WRITE-DC-HEADINGS-EXIT.
051500     EXIT.
051600*
051700 WRITE-DC-TOTALS.
051800     MOVE "REQUESTED     " TO DTL-LABEL
051900     MOVE WS-REQUESTED-COUNT TO DTL-COUNT
052000     PERFORM WRITE-DC-TOTAL-LINE THRU WRITE-DC-TOTAL-LINE-EXIT
052100     MOVE "APPROVED      " TO DTL-LABEL
052200     MOVE WS-APPROVED-COUNT TO DTL-COUNT
052300     PERFORM WRITE-DC-TOTAL-LINE THRU WRITE-DC-TOTAL-LINE-EXIT
052400     MOVE "DECLINED      " TO DTL-LABEL
052500     MOVE WS-DECLINED-COUNT TO DTL-COUNT
052600     PERFORM WRITE-DC-TOTAL-LINE THRU WRITE-DC-TOTAL-LINE-EXIT
052700     MOVE "EXPIRED       " TO DTL-LABEL
052800     MOVE WS-EXPIRED-COUNT TO DTL-COUNT
052900     PERFORM WRITE-DC-TOTAL-LINE THRU WRITE-DC-TOTAL-LINE-EXIT
053000     MOVE "STILL PENDING " TO DTL-LABEL
053100     MOVE WS-PENDING-COUNT TO DTL-COUNT
053200     PERFORM WRITE-DC-TOTAL-LINE THRU WRITE-DC-TOTAL-LINE-EXIT
053300     DISPLAY "CHANGES READ  : " WS-READ-COUNT
053400     DISPLAY "REQUESTED     : " WS-REQUESTED-COUNT
053500     DISPLAY "APPROVED      : " WS-APPROVED-COUNT
053600     DISPLAY "DECLINED      : " WS-DECLINED-COUNT
053700     DISPLAY "EXPIRED       : " WS-EXPIRED-COUNT
053800     DISPLAY "STILL PENDING : " WS-PENDING-COUNT.
053900 WRITE-DC-TOTALS-EXIT.
054000     EXIT.
054100*
054200 WRITE-DC-TOTAL-LINE.
054300     MOVE WS-DC-TOTAL-LINE TO DL100-DCRPT-RECORD
054400     PERFORM WRITE-DCRPT-RECORD THRU WRITE-DCRPT-RECORD-EXIT.
054500 WRITE-DC-TOTAL-LINE-EXIT.
054600     EXIT.
054700*
054800******************************************************************
054900* WRITE-DCRPT-RECORD - one line to the report with the usual
055000* status check.
055100******************************************************************
055200 WRITE-DCRPT-RECORD.
055300     WRITE DL100-DCRPT-RECORD
055400     IF NOT WS-FS-DCRPT-OK
055500         MOVE "DL100-DCRPT-FILE" TO WS-ABEND-FILE-NAME
055600         MOVE WS-FS-DCRPT TO WS-ABEND-STATUS
055700         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
055800     END-IF.
055900 WRITE-DCRPT-RECORD-EXIT.
056000     EXIT.
056100*
056200******************************************************************
056300* ERROR-PARAGRAPH - display the bad file status and take a
056400* controlled abend, same convention as the intake run.
056500******************************************************************
056600 ERROR-PARAGRAPH.
056700     DISPLAY "*** I-O ERROR ON " WS-ABEND-FILE-NAME
056800     DISPLAY "*** FILE STATUS IS " WS-ABEND-STATUS
056900     DISPLAY "*** DL100DC ABENDING WITH RETURN CODE "
057000         WS-ABEND-RETURN-CODE
057100     MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE
057200     STOP RUN.
057300 ERROR-PARAGRAPH-EXIT.
057400     EXIT.
057500 END PROGRAM DL100DC.
