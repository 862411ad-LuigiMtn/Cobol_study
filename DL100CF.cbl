000100******************************************************************
000200* Author:      Luigi
000300* Date-Written: 15/10/2026
000400* Date-Compiled:
000500* Purpose:     Nightly outbound change feed for DL100.  Runs after
000600*              the intake (TESTE) and the trial balance (DL100TB)
000700*              and compares tonight's DL100-MASTER-FILE with the
000800*              snapshot of it the previous run kept, both in
000900*              account order.  Every account added, closed,
001000*              reopened, purged by DL100AG (on the snapshot, gone
001100*              from the master) or whose balance, status or credit
001200*              limit moved gets one change record (layout DL100CG)
001300*              with the old and new values and a change-reason
001400*              code, wrapped in DL100CT header and trailer records
001500*              so the authorization and customer-service systems
001600*              can balance what they load.  Mode F sends a full
001700*              refresh instead - one record for every account on
001800*              the master - for a downstream system that has to
001900*              rebuild.  Either way tonight's master is kept as
002000*              the snapshot the next run compares with.  The
002100*              business date comes off the GL extract the intake
002200*              just cut.  Counts by reason print on CFRPT.
002300* Tectonics:   cobc -c DL100CF.cbl -I copybooks
002400*
002500* Modification History
002600* Date       Init  Description
002700* ---------- ----  ---------------------------------------------
002800* 15/10/2026  LM   Initial version.
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. DL100CF.
003200 AUTHOR. LUIGI.
003300 DATE-WRITTEN. 15/10/2026.
003400 DATE-COMPILED.
003500*
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.     IBM-370.
003900 OBJECT-COMPUTER.     IBM-370.
004000*
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT DL100-MASTER-FILE ASSIGN TO MASTFL
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS DL100-MASTER-ACCT-NO
004700         FILE STATUS IS WS-FS-MASTER.
004800*
004900     SELECT DL100-SNAPIN-FILE ASSIGN TO SNAPIN
005000         ORGANIZATION IS SEQUENTIAL
005100         ACCESS MODE IS SEQUENTIAL
005200         FILE STATUS IS WS-FS-SNAPIN.
005300*
005400     SELECT DL100-SNAPOUT-FILE ASSIGN TO SNAPOUT
005500         ORGANIZATION IS SEQUENTIAL
005600         ACCESS MODE IS SEQUENTIAL
005700         FILE STATUS IS WS-FS-SNAPOUT.
005800*
005900     SELECT DL100-GL-FILE ASSIGN TO GLIN
006000         ORGANIZATION IS SEQUENTIAL
006100         ACCESS MODE IS SEQUENTIAL
006200         FILE STATUS IS WS-FS-GL.
006300*
006400     SELECT DL100-CHGOUT-FILE ASSIGN TO CHGOUT
006500         ORGANIZATION IS SEQUENTIAL
006600         ACCESS MODE IS SEQUENTIAL
006700         FILE STATUS IS WS-FS-CHGOUT.
006800*
006900     SELECT DL100-CFRPT-FILE ASSIGN TO CFRPT
007000         ORGANIZATION IS SEQUENTIAL
007100         ACCESS MODE IS SEQUENTIAL
007200         FILE STATUS IS WS-FS-CFRPT.
007300*
007400 DATA DIVISION.
007500 FILE SECTION.
007600*
007700 FD  DL100-MASTER-FILE
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000     COPY DL100MS.
008100*
008200*    the snapshot is a master record image; only the fields the
008300*    feed compares are named
008400 FD  DL100-SNAPIN-FILE
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700 01  DL100-SNAP-RECORD.
008800     05  DL100-SNAP-ACCT-NO           PIC 9(09).
008900     05  DL100-SNAP-NAME              PIC X(30).
009000     05  DL100-SNAP-STATUS            PIC X(01).
009100     05  DL100-SNAP-BALANCE           PIC S9(09)V99.
009200     05  DL100-SNAP-LAST-ACT-DATE     PIC 9(08).
009300     05  DL100-SNAP-CREDIT-LIMIT      PIC 9(09)V99.
009400     05  FILLER                       PIC X(80).
009500*
009600 FD  DL100-SNAPOUT-FILE
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD.
009900 01  DL100-SNAPOUT-RECORD             PIC X(150).
010000*
010100 FD  DL100-GL-FILE
010200     RECORDING MODE IS F
010300     LABEL RECORDS ARE STANDARD.
010400     COPY DL100GL.
010500*
010600 FD  DL100-CHGOUT-FILE
010700     RECORDING MODE IS F
010800     LABEL RECORDS ARE STANDARD.
010900 01  DL100-CHGOUT-RECORD              PIC X(120).
011000*
011100 FD  DL100-CFRPT-FILE
011200     RECORDING MODE IS F
011300     LABEL RECORDS ARE STANDARD.
011400 01  DL100-CFRPT-RECORD               PIC X(132).
011500*
011600 WORKING-STORAGE SECTION.
011700*
011800*    feed counters and the batch control figures
011900 77  WS-MASTER-COUNT                   PIC 9(07) COMP VALUE ZERO.
012000 77  WS-SNAP-COUNT                     PIC 9(07) COMP VALUE ZERO.
012100 77  WS-UNCHANGED-COUNT                PIC 9(07) COMP VALUE ZERO.
012200 77  WS-CHANGE-COUNT                   PIC 9(09) COMP VALUE ZERO.
012300 77  WS-ADDED-COUNT                    PIC 9(07) COMP VALUE ZERO.
012400 77  WS-PURGED-COUNT                   PIC 9(07) COMP VALUE ZERO.
012500 77  WS-CLOSED-COUNT                   PIC 9(07) COMP VALUE ZERO.
012600 77  WS-REOPENED-COUNT                 PIC 9(07) COMP VALUE ZERO.
012700 77  WS-STATUS-COUNT                   PIC 9(07) COMP VALUE ZERO.
012800 77  WS-LIMIT-COUNT                    PIC 9(07) COMP VALUE ZERO.
012900 77  WS-BALANCE-COUNT                  PIC 9(07) COMP VALUE ZERO.
013000 77  WS-REFRESH-COUNT                  PIC 9(07) COMP VALUE ZERO.
013100 77  WS-HASH-TOTAL                     PIC 9(13)V99 VALUE ZERO.
013200 77  WS-BUS-DATE                       PIC 9(08) VALUE ZERO.
013300*
013400*    the two sides of the match, 9999999999 once a side is spent
013500 01  WS-MATCH-FIELDS.
013600     05  WS-MASTER-KEY                 PIC 9(10) VALUE ZERO.
013700     05  WS-SNAP-KEY                   PIC 9(10) VALUE ZERO.
013800     05  WS-OLD-BALANCE                PIC S9(09)V99 VALUE ZERO.
013900     05  WS-NEW-BALANCE                PIC S9(09)V99 VALUE ZERO.
014000     05  WS-OLD-LIMIT                  PIC 9(09)V99 VALUE ZERO.
014100     05  WS-NEW-LIMIT                  PIC 9(09)V99 VALUE ZERO.
014200*
014300 01  WS-FILE-STATUS-FIELDS.
014400     05  WS-FS-MASTER                  PIC X(02) VALUE "00".
014500         88  WS-FS-MASTER-OK           VALUE "00".
014600         88  WS-FS-MASTER-EOF          VALUE "10".
014700         88  WS-FS-MASTER-NOT-FOUND    VALUE "23".
014800     05  WS-FS-SNAPIN                  PIC X(02) VALUE "00".
014900         88  WS-FS-SNAPIN-OK           VALUE "00".
015000         88  WS-FS-SNAPIN-EOF          VALUE "10".
015100     05  WS-FS-SNAPOUT                 PIC X(02) VALUE "00".
015200         88  WS-FS-SNAPOUT-OK          VALUE "00".
015300     05  WS-FS-GL                      PIC X(02) VALUE "00".
015400         88  WS-FS-GL-OK               VALUE "00".
015500         88  WS-FS-GL-EOF              VALUE "10".
015600     05  WS-FS-CHGOUT                  PIC X(02) VALUE "00".
015700         88  WS-FS-CHGOUT-OK           VALUE "00".
015800     05  WS-FS-CFRPT                   PIC X(02) VALUE "00".
015900         88  WS-FS-CFRPT-OK            VALUE "00".
016000*
016100 01  WS-SWITCHES.
016200     05  WS-MASTER-EOF-SWITCH          PIC X(01) VALUE "N".
016300         88  WS-MASTER-EOF             VALUE "Y".
016400     05  WS-SNAP-EOF-SWITCH            PIC X(01) VALUE "N".
016500         88  WS-SNAP-EOF               VALUE "Y".
016600     05  WS-FEED-MODE                  PIC X(01) VALUE SPACE.
016700         88  WS-MODE-CHANGES           VALUE "C".
016800         88  WS-MODE-REFRESH           VALUE "F".
016900         88  WS-MODE-VALID             VALUES "C" "F".
017000     05  WS-FIRST-RUN-SWITCH           PIC X(01) VALUE "N".
017100         88  WS-FIRST-RUN              VALUE "Y".
017200*
017300 01  WS-ABEND-FIELDS.
017400     05  WS-ABEND-FILE-NAME            PIC X(20).
017500     05  WS-ABEND-STATUS               PIC X(02).
017600     05  WS-ABEND-RETURN-CODE          PIC 9(03) VALUE 16.
017700*
017800 01  WS-CURRENT-DATE                   PIC 9(08).
017900*
018000*    the change record is built in the feed layout
018100     COPY DL100CG.
018200*
018300*    build area for the feed control records
018400     COPY DL100CT.
018500*
018600 01  WS-REPORT-FIELDS.
018700     05  WS-CF-HEADING-1.
018800         10  FILLER                     PIC X(32)
018900             VALUE "DL100 OUTBOUND CHANGE FEED      ".
019000         10  FILLER                     PIC X(14)
019100             VALUE "BUSINESS DATE ".
019200         10  FHD-BUS-DATE               PIC 9(08).
019300         10  FILLER                     PIC X(11)
019400             VALUE "  RUN DATE ".
019500         10  FHD-RUN-DATE               PIC 9(08).
019600         10  FILLER                     PIC X(02) VALUE SPACES.
019700         10  FHD-MODE-TEXT              PIC X(24).
019800         10  FILLER                     PIC X(33) VALUE SPACES.
019900     05  WS-CF-COUNT-LINE.
020000         10  FILLER                     PIC X(02) VALUE SPACES.
020100         10  FCN-LABEL                  PIC X(30).
020200         10  FILLER                     PIC X(02) VALUE ": ".
020300         10  FCN-COUNT                  PIC ZZZ,ZZZ,ZZ9.
020400         10  FILLER                     PIC X(87) VALUE SPACES.
020500     05  WS-CF-AMOUNT-LINE.
020600         10  FILLER                     PIC X(02) VALUE SPACES.
020700         10  FAM-LABEL                  PIC X(30).
020800         10  FILLER                     PIC X(02) VALUE ": ".
020900         10  FAM-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
021000         10  FILLER                     PIC X(78) VALUE SPACES.
021100     05  WS-BLANK-LINE                  PIC X(132) VALUE SPACES.
021200*
021300 PROCEDURE DIVISION.
021400*
021500 MAIN-PROCEDURE.
021600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
021700     DISPLAY "ENTER MODE (C=CHANGES, F=FULL REFRESH): "
021800     ACCEPT WS-FEED-MODE
021900     IF NOT WS-MODE-VALID
022000         DISPLAY "*** MODE MUST BE C OR F ***"
022100         MOVE 12 TO RETURN-CODE
022200         STOP RUN
022300     END-IF
022400     PERFORM GET-BUSINESS-DATE THRU GET-BUSINESS-DATE-EXIT
022500     OPEN INPUT DL100-MASTER-FILE
022600     IF NOT WS-FS-MASTER-OK
022700         MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
022800         MOVE WS-FS-MASTER TO WS-ABEND-STATUS
022900         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
023000     END-IF
023100     OPEN INPUT DL100-SNAPIN-FILE
023200     IF NOT WS-FS-SNAPIN-OK
023300         MOVE "DL100-SNAPIN-FILE" TO WS-ABEND-FILE-NAME
023400         MOVE WS-FS-SNAPIN TO WS-ABEND-STATUS
023500         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
023600     END-IF
023700     OPEN OUTPUT DL100-SNAPOUT-FILE
023800     IF NOT WS-FS-SNAPOUT-OK
023900         MOVE "DL100-SNAPOUT-FILE" TO WS-ABEND-FILE-NAME
024000         MOVE WS-FS-SNAPOUT TO WS-ABEND-STATUS
024100         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
024200     END-IF
024300     OPEN OUTPUT DL100-CHGOUT-FILE
024400     IF NOT WS-FS-CHGOUT-OK
024500         MOVE "DL100-CHGOUT-FILE" TO WS-ABEND-FILE-NAME
024600         MOVE WS-FS-CHGOUT TO WS-ABEND-STATUS
024700         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
024800     END-IF
024900     OPEN OUTPUT DL100-CFRPT-FILE
025000     IF NOT WS-FS-CFRPT-OK
025100         MOVE "DL100-CFRPT-FILE" TO WS-ABEND-FILE-NAME
025200         MOVE WS-FS-CFRPT TO WS-ABEND-STATUS
025300         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
025400     END-IF
025500     PERFORM READ-SNAP-RECORD THRU READ-SNAP-RECORD-EXIT
025600     IF WS-SNAP-EOF
025700         MOVE "Y" TO WS-FIRST-RUN-SWITCH
025800         MOVE "F" TO WS-FEED-MODE
025900         DISPLAY "*** NO SNAPSHOT TO COMPARE WITH -"
026000             " SENDING A FULL REFRESH ***"
026100     END-IF
026200     PERFORM WRITE-CF-HEADING THRU WRITE-CF-HEADING-EXIT
026300     PERFORM WRITE-CF-BATCH-HEADER THRU WRITE-CF-BATCH-HEADER-EXIT
026400     PERFORM START-MASTER THRU START-MASTER-EXIT
026500     PERFORM MATCH-MASTER-SNAPSHOT THRU MATCH-MASTER-SNAPSHOT-EXIT
026600         UNTIL WS-MASTER-EOF AND WS-SNAP-EOF
026700     PERFORM WRITE-CF-BATCH-TRAILER
026800         THRU WRITE-CF-BATCH-TRAILER-EXIT
026900     PERFORM WRITE-CF-TOTALS THRU WRITE-CF-TOTALS-EXIT
027000     CLOSE DL100-MASTER-FILE
027100     IF NOT WS-FS-MASTER-OK
027200         MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
027300         MOVE WS-FS-MASTER TO WS-ABEND-STATUS
027400         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
027500     END-IF
027600     CLOSE DL100-SNAPIN-FILE
027700     IF NOT WS-FS-SNAPIN-OK
027800         MOVE "DL100-SNAPIN-FILE" TO WS-ABEND-FILE-NAME
027900         MOVE WS-FS-SNAPIN TO WS-ABEND-STATUS
028000         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
028100     END-IF
028200     CLOSE DL100-SNAPOUT-FILE
028300     IF NOT WS-FS-SNAPOUT-OK
028400         MOVE "DL100-SNAPOUT-FILE" TO WS-ABEND-FILE-NAME
028500         MOVE WS-FS-SNAPOUT TO WS-ABEND-STATUS
028600         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
028700     END-IF
028800     CLOSE DL100-CHGOUT-FILE
028900     IF NOT WS-FS-CHGOUT-OK
029000         MOVE "DL100-CHGOUT-FILE" TO WS-ABEND-FILE-NAME
029100         MOVE WS-FS-CHGOUT TO WS-ABEND-STATUS
029200         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
029300     END-IF
029400     CLOSE DL100-CFRPT-FILE
029500     IF NOT WS-FS-CFRPT-OK
029600         MOVE "DL100-CFRPT-FILE" TO WS-ABEND-FILE-NAME
029700         MOVE WS-FS-CFRPT TO WS-ABEND-STATUS
029800         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
029900     END-IF
030000     IF WS-FIRST-RUN
030100         MOVE 4 TO RETURN-CODE
030200     END-IF
030300     GOBACK.
030400*
030500******************************************************************
030600* GET-BUSINESS-DATE - the business date the feed is stamped with
030700* comes off the first record of the GL extract the intake run
030800* just cut, the same way DL100TB finds the date it proves.  An
030900* empty or undated extract means the intake did not run.
031000******************************************************************
031100 GET-BUSINESS-DATE.
031200     OPEN INPUT DL100-GL-FILE
031300     IF NOT WS-FS-GL-OK
031400         MOVE "DL100-GL-FILE" TO WS-ABEND-FILE-NAME
031500         MOVE WS-FS-GL TO WS-ABEND-STATUS
031600         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
031700     END-IF
031800     READ DL100-GL-FILE
031900     IF WS-FS-GL-OK
032000         IF DL100-GL-BUS-DATE NUMERIC
032100             MOVE DL100-GL-BUS-DATE TO WS-BUS-DATE
032200         END-IF
032300     ELSE
032400         IF NOT WS-FS-GL-EOF
032500             MOVE "DL100-GL-FILE" TO WS-ABEND-FILE-NAME
032600             MOVE WS-FS-GL TO WS-ABEND-STATUS
032700             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
032800         END-IF
032900     END-IF
033000     CLOSE DL100-GL-FILE
033100     IF NOT WS-FS-GL-OK
033200         MOVE "DL100-GL-FILE" TO WS-ABEND-FILE-NAME
033300         MOVE WS-FS-GL TO WS-ABEND-STATUS
033400         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
033500     END-IF
033600     IF WS-BUS-DATE = ZERO
033700         DISPLAY "*** GLIN CARRIES NO BUSINESS DATE ***"
033800         MOVE 12 TO RETURN-CODE
033900         STOP RUN
034000     END-IF.
034100 GET-BUSINESS-DATE-EXIT.
034200     EXIT.
034300*
034400******************************************************************
034500* WRITE-CF-BATCH-HEADER - open the feed with a header control
034600* record: the business date and DL100CF as the sending system.
034700******************************************************************
034800 WRITE-CF-BATCH-HEADER.
034900     MOVE SPACES TO DL100-CTL-RECORD
035000     MOVE "HD" TO DL100-CTL-REC-ID
035100     MOVE WS-BUS-DATE TO DL100-HDR-BUS-DATE
035200     MOVE "DL100CF" TO DL100-HDR-SOURCE-SYSTEM
035300     MOVE DL100-CTL-RECORD TO DL100-CHGOUT-RECORD
035400     PERFORM WRITE-CHGOUT-RECORD THRU WRITE-CHGOUT-RECORD-EXIT.
035500 WRITE-CF-BATCH-HEADER-EXIT.
035600     EXIT.
035700*
035800******************************************************************
035900* WRITE-CF-BATCH-TRAILER - close the feed with the count of the
036000* change records and the hash of their new balances.
036100******************************************************************
036200 WRITE-CF-BATCH-TRAILER.
036300     MOVE SPACES TO DL100-CTL-RECORD
036400     MOVE "TR" TO DL100-CTL-REC-ID
036500     MOVE WS-CHANGE-COUNT TO DL100-TRL-REC-COUNT
036600     MOVE WS-HASH-TOTAL TO DL100-TRL-HASH-AMOUNT
036700     MOVE DL100-CTL-RECORD TO DL100-CHGOUT-RECORD
036800     PERFORM WRITE-CHGOUT-RECORD THRU WRITE-CHGOUT-RECORD-EXIT.
036900 WRITE-CF-BATCH-TRAILER-EXIT.
037000     EXIT.
037100*
037200******************************************************************
037300* START-MASTER - position on the first account and read it.
037400******************************************************************
037500 START-MASTER.
037600     MOVE ZERO TO DL100-MASTER-ACCT-NO
037700     START DL100-MASTER-FILE
037800         KEY IS NOT LESS THAN DL100-MASTER-ACCT-NO
037900     END-START
038000     IF WS-FS-MASTER-OK
038100         PERFORM READ-NEXT-MASTER THRU READ-NEXT-MASTER-EXIT
038200     ELSE
038300         IF WS-FS-MASTER-NOT-FOUND
038400             OR WS-FS-MASTER-EOF
038500             MOVE "Y" TO WS-MASTER-EOF-SWITCH
038600             MOVE 9999999999 TO WS-MASTER-KEY
038700         ELSE
038800             MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
038900             MOVE WS-FS-MASTER TO WS-ABEND-STATUS
039000             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
039100         END-IF
039200     END-IF.
039300 START-MASTER-EXIT.
039400     EXIT.
039500*
039600******************************************************************
039700* READ-NEXT-MASTER - sequential read along the account key.
039800* Every account read goes onto tonight's snapshot as it stands.
039900******************************************************************
040000 READ-NEXT-MASTER.
040100     READ DL100-MASTER-FILE NEXT RECORD
040200         AT END
040300             MOVE "Y" TO WS-MASTER-EOF-SWITCH
040400     END-READ
040500     IF WS-FS-MASTER-OK
040600         ADD 1 TO WS-MASTER-COUNT
040700         MOVE DL100-MASTER-ACCT-NO TO WS-MASTER-KEY
040800         MOVE DL100-MASTER-RECORD TO DL100-SNAPOUT-RECORD
040900         WRITE DL100-SNAPOUT-RECORD
041000         IF NOT WS-FS-SNAPOUT-OK
041100             MOVE "DL100-SNAPOUT-FILE" TO WS-ABEND-FILE-NAME
041200             MOVE WS-FS-SNAPOUT TO WS-ABEND-STATUS
041300             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
041400         END-IF
041500     ELSE
041600         IF WS-FS-MASTER-EOF
041700             MOVE 9999999999 TO WS-MASTER-KEY
041800         ELSE
041900             MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
042000             MOVE WS-FS-MASTER TO WS-ABEND-STATUS
042100             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
042200         END-IF
042300     END-IF.
042400 READ-NEXT-MASTER-EXIT.
042500     EXIT.
042600*
042700******************************************************************
042800* READ-SNAP-RECORD - the next account off last night's snapshot.
042900******************************************************************
043000 READ-SNAP-RECORD.
043100     READ DL100-SNAPIN-FILE
043200         AT END
043300             MOVE "Y" TO WS-SNAP-EOF-SWITCH
043400     END-READ
043500     IF WS-FS-SNAPIN-OK
043600         ADD 1 TO WS-SNAP-COUNT
043700         MOVE DL100-SNAP-ACCT-NO TO WS-SNAP-KEY
043800     ELSE
043900         IF WS-FS-SNAPIN-EOF
044000             MOVE 9999999999 TO WS-SNAP-KEY
044100         ELSE
044200             MOVE "DL100-SNAPIN-FILE" TO WS-ABEND-FILE-NAME
044300             MOVE WS-FS-SNAPIN TO WS-ABEND-STATUS
044400             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
044500         END-IF
044600     END-IF.
044700 READ-SNAP-RECORD-EXIT.
044800     EXIT.
044900*
045000******************************************************************
045100* MATCH-MASTER-SNAPSHOT - one step of the match on account
045200* number.  On the master only: added since the snapshot.  On the
045300* snapshot only: taken off the master since - only DL100AG's
045400* purge deletes accounts.  On both: compared.  A full refresh
045500* sends every account on the master and nothing for the purged.
045600******************************************************************
045700 MATCH-MASTER-SNAPSHOT.
045800     IF WS-MASTER-KEY < WS-SNAP-KEY
045900         PERFORM LOAD-NEW-VALUES THRU LOAD-NEW-VALUES-EXIT
046000         MOVE SPACE TO DL100-CHG-OLD-STATUS
046100         MOVE ZERO TO WS-OLD-BALANCE
046200         MOVE ZERO TO WS-OLD-LIMIT
046300         IF WS-MODE-REFRESH
046400             MOVE "FR" TO DL100-CHG-REASON
046500         ELSE
046600             MOVE "AD" TO DL100-CHG-REASON
046700         END-IF
046800         MOVE "YYY" TO DL100-CHG-MOVED-FLAGS
046900         PERFORM WRITE-CHANGE-RECORD THRU WRITE-CHANGE-RECORD-EXIT
047000         PERFORM READ-NEXT-MASTER THRU READ-NEXT-MASTER-EXIT
047100         GO TO MATCH-MASTER-SNAPSHOT-EXIT
047200     END-IF
047300     IF WS-SNAP-KEY < WS-MASTER-KEY
047400         IF WS-MODE-CHANGES
047500             PERFORM LOAD-PURGED-VALUES
047600                 THRU LOAD-PURGED-VALUES-EXIT
047700             MOVE "PG" TO DL100-CHG-REASON
047800             MOVE "YYY" TO DL100-CHG-MOVED-FLAGS
047900             PERFORM WRITE-CHANGE-RECORD
048000                 THRU WRITE-CHANGE-RECORD-EXIT
048100         END-IF
048200         PERFORM READ-SNAP-RECORD THRU READ-SNAP-RECORD-EXIT
048300         GO TO MATCH-MASTER-SNAPSHOT-EXIT
048400     END-IF
048500     PERFORM COMPARE-ACCOUNT THRU COMPARE-ACCOUNT-EXIT
048600     PERFORM READ-NEXT-MASTER THRU READ-NEXT-MASTER-EXIT
048700     PERFORM READ-SNAP-RECORD THRU READ-SNAP-RECORD-EXIT.
048800 MATCH-MASTER-SNAPSHOT-EXIT.
048900     EXIT.
049000*
049100******************************************************************
049200* COMPARE-ACCOUNT - an account on both sides.  Flag which of
049300* balance, status and limit moved, then pick the one reason the
049400* record carries, most significant first: closed (status to C),
049500* reopened (status from C), any other status change, credit
049600* limit, balance.  An account nothing moved on is not sent
049700* unless this is a full refresh.
049800******************************************************************
049900 COMPARE-ACCOUNT.
050000     PERFORM LOAD-NEW-VALUES THRU LOAD-NEW-VALUES-EXIT
050100     MOVE DL100-SNAP-STATUS TO DL100-CHG-OLD-STATUS
050200     IF DL100-SNAP-BALANCE NUMERIC
050300         MOVE DL100-SNAP-BALANCE TO WS-OLD-BALANCE
050400     ELSE
050500         MOVE ZERO TO WS-OLD-BALANCE
050600     END-IF
050700     IF DL100-SNAP-CREDIT-LIMIT NUMERIC
050800         MOVE DL100-SNAP-CREDIT-LIMIT TO WS-OLD-LIMIT
050900     ELSE
051000         MOVE ZERO TO WS-OLD-LIMIT
051100     END-IF
051200     MOVE "NNN" TO DL100-CHG-MOVED-FLAGS
051300     IF WS-NEW-BALANCE NOT = WS-OLD-BALANCE
051400         MOVE "Y" TO DL100-CHG-BAL-MOVED
051500     END-IF
051600     IF DL100-CHG-NEW-STATUS NOT = DL100-CHG-OLD-STATUS
051700         MOVE "Y" TO DL100-CHG-STATUS-MOVED
051800     END-IF
051900     IF WS-NEW-LIMIT NOT = WS-OLD-LIMIT
052000         MOVE "Y" TO DL100-CHG-LIMIT-MOVED
052100     END-IF
052200     EVALUATE TRUE
052300         WHEN WS-MODE-REFRESH
052400             MOVE "FR" TO DL100-CHG-REASON
052500         WHEN DL100-CHG-STATUS-MOVED = "Y"
052600             AND DL100-CHG-NEW-STATUS = "C"
052700             MOVE "CL" TO DL100-CHG-REASON
052800         WHEN DL100-CHG-STATUS-MOVED = "Y"
052900             AND DL100-CHG-OLD-STATUS = "C"
053000             MOVE "RO" TO DL100-CHG-REASON
053100         WHEN DL100-CHG-STATUS-MOVED = "Y"
053200             MOVE "ST" TO DL100-CHG-REASON
053300         WHEN DL100-CHG-LIMIT-MOVED = "Y"
053400             MOVE "LM" TO DL100-CHG-REASON
053500         WHEN DL100-CHG-BAL-MOVED = "Y"
053600             MOVE "BL" TO DL100-CHG-REASON
053700         WHEN OTHER
053800             ADD 1 TO WS-UNCHANGED-COUNT
053900             GO TO COMPARE-ACCOUNT-EXIT
054000     END-EVALUATE
054100     PERFORM WRITE-CHANGE-RECORD THRU WRITE-CHANGE-RECORD-EXIT.
054200 COMPARE-ACCOUNT-EXIT.
054300     EXIT.
054400*
054500******************************************************************
054600* LOAD-NEW-VALUES - the master side of the change record.  Spaces
054700* in the amounts on records older than the fields read as zero.
054800******************************************************************
054900 LOAD-NEW-VALUES.
055000     MOVE SPACES TO DL100-CHG-RECORD
055100     MOVE DL100-MASTER-ACCT-NO TO DL100-CHG-ACCT-NO
055200     MOVE DL100-MASTER-NAME TO DL100-CHG-NAME
055300     MOVE DL100-MASTER-STATUS TO DL100-CHG-NEW-STATUS
055400     IF DL100-MASTER-BALANCE NUMERIC
055500         MOVE DL100-MASTER-BALANCE TO WS-NEW-BALANCE
055600     ELSE
055700         MOVE ZERO TO WS-NEW-BALANCE
055800     END-IF
055900     IF DL100-MASTER-CREDIT-LIMIT NUMERIC
056000         MOVE DL100-MASTER-CREDIT-LIMIT TO WS-NEW-LIMIT
056100     ELSE
056200         MOVE ZERO TO WS-NEW-LIMIT
056300     END-IF.
056400 LOAD-NEW-VALUES-EXIT.
056500     EXIT.
056600*
056700******************************************************************
056800* LOAD-PURGED-VALUES - a purged account: the old values are the
056900* snapshot's, the new ones nothing.
057000******************************************************************
057100 LOAD-PURGED-VALUES.
057200     MOVE SPACES TO DL100-CHG-RECORD
057300     MOVE DL100-SNAP-ACCT-NO TO DL100-CHG-ACCT-NO
057400     MOVE DL100-SNAP-NAME TO DL100-CHG-NAME
057500     MOVE DL100-SNAP-STATUS TO DL100-CHG-OLD-STATUS
057600     MOVE SPACE TO DL100-CHG-NEW-STATUS
057700     IF DL100-SNAP-BALANCE NUMERIC
057800         MOVE DL100-SNAP-BALANCE TO WS-OLD-BALANCE
057900     ELSE
058000         MOVE ZERO TO WS-OLD-BALANCE
058100     END-IF
058200     IF DL100-SNAP-CREDIT-LIMIT NUMERIC
058300         MOVE DL100-SNAP-CREDIT-LIMIT TO WS-OLD-LIMIT
058400     ELSE
058500         MOVE ZERO TO WS-OLD-LIMIT
058600     END-IF
058700     MOVE ZERO TO WS-NEW-BALANCE
058800     MOVE ZERO TO WS-NEW-LIMIT.
058900 LOAD-PURGED-VALUES-EXIT.
059000     EXIT.
059100*
059200******************************************************************
059300* WRITE-CHANGE-RECORD - finish and write one change record,
059400* count it under its reason and add its new balance, whatever
059500* the sign, to the trailer hash.
059600******************************************************************
059700 WRITE-CHANGE-RECORD.
059800     MOVE WS-BUS-DATE TO DL100-CHG-BUS-DATE
059900     MOVE WS-OLD-BALANCE TO DL100-CHG-OLD-BALANCE
060000     MOVE WS-NEW-BALANCE TO DL100-CHG-NEW-BALANCE
060100     MOVE WS-OLD-LIMIT TO DL100-CHG-OLD-LIMIT
060200     MOVE WS-NEW-LIMIT TO DL100-CHG-NEW-LIMIT
060300     MOVE DL100-CHG-RECORD TO DL100-CHGOUT-RECORD
060400     PERFORM WRITE-CHGOUT-RECORD THRU WRITE-CHGOUT-RECORD-EXIT
060500     ADD 1 TO WS-CHANGE-COUNT
060600     IF WS-NEW-BALANCE < ZERO
060700         SUBTRACT WS-NEW-BALANCE FROM WS-HASH-TOTAL
060800     ELSE
060900         ADD WS-NEW-BALANCE TO WS-HASH-TOTAL
061000     END-IF
061100     EVALUATE TRUE
061200         WHEN DL100-CHG-ADDED
061300             ADD 1 TO WS-ADDED-COUNT
061400         WHEN DL100-CHG-PURGED
061500             ADD 1 TO WS-PURGED-COUNT
061600         WHEN DL100-CHG-CLOSED
061700             ADD 1 TO WS-CLOSED-COUNT
061800         WHEN DL100-CHG-REOPENED
061900             ADD 1 TO WS-REOPENED-COUNT
062000         WHEN DL100-CHG-STATUS
062100             ADD 1 TO WS-STATUS-COUNT
062200         WHEN DL100-CHG-LIMIT
062300             ADD 1 TO WS-LIMIT-COUNT
062400         WHEN DL100-CHG-BALANCE
062500             ADD 1 TO WS-BALANCE-COUNT
062600         WHEN DL100-CHG-REFRESH
062700             ADD 1 TO WS-REFRESH-COUNT
062800     END-EVALUATE.
062900 WRITE-CHANGE-RECORD-EXIT.
063000     EXIT.
063100*
063200 WRITE-CHGOUT-RECORD.
063300     WRITE DL100-CHGOUT-RECORD
063400     IF NOT WS-FS-CHGOUT-OK
063500         MOVE "DL100-CHGOUT-FILE" TO WS-ABEND-FILE-NAME
063600         MOVE WS-FS-CHGOUT TO WS-ABEND-STATUS
063700         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
063800     END-IF.
063900 WRITE-CHGOUT-RECORD-EXIT.
064000     EXIT.
064100*
064200******************************************************************
064300* WRITE-CF-HEADING - report heading with the business date and
064400* the kind of feed sent.
064500******************************************************************
064600 WRITE-CF-HEADING.
064700     MOVE WS-BUS-DATE TO FHD-BUS-DATE
064800     MOVE WS-CURRENT-DATE TO FHD-RUN-DATE
064900     IF WS-FIRST-RUN
065000         MOVE "FULL REFRESH - NO SNAP" TO FHD-MODE-TEXT
065100     ELSE
065200         IF WS-MODE-REFRESH
065300             MOVE "FULL REFRESH ON DEMAND" TO FHD-MODE-TEXT
065400         ELSE
065500             MOVE "CHANGES SINCE SNAPSHOT" TO FHD-MODE-TEXT
065600         END-IF
065700     END-IF
065800     MOVE WS-CF-HEADING-1 TO DL100-CFRPT-RECORD
065900     PERFORM WRITE-CFRPT-RECORD THRU WRITE-CFRPT-RECORD-EXIT
066000     MOVE WS-BLANK-LINE TO DL100-CFRPT-RECORD
066100     PERFORM WRITE-CFRPT-RECORD THRU WRITE-CFRPT-RECORD-EXIT.
066200 WRITE-CF-HEADING-EXIT.
066300     EXIT.
066400*
066500******************************************************************
066600* WRITE-CF-TOTALS - the counts by reason and the trailer figures.
066700******************************************************************
066800 WRITE-CF-TOTALS.
066900     MOVE "ACCOUNTS ON MASTER" TO FCN-LABEL
067000     MOVE WS-MASTER-COUNT TO FCN-COUNT
067100     PERFORM WRITE-CF-COUNT THRU WRITE-CF-COUNT-EXIT
067200     MOVE "ACCOUNTS ON LAST SNAPSHOT" TO FCN-LABEL
067300     MOVE WS-SNAP-COUNT TO FCN-COUNT
067400     PERFORM WRITE-CF-COUNT THRU WRITE-CF-COUNT-EXIT
067500     MOVE "UNCHANGED, NOT SENT" TO FCN-LABEL
067600     MOVE WS-UNCHANGED-COUNT TO FCN-COUNT
067700     PERFORM WRITE-CF-COUNT THRU WRITE-CF-COUNT-EXIT
067800     MOVE "AD ADDED" TO FCN-LABEL
067900     MOVE WS-ADDED-COUNT TO FCN-COUNT
068000     PERFORM WRITE-CF-COUNT THRU WRITE-CF-COUNT-EXIT
068100     MOVE "PG PURGED" TO FCN-LABEL
068200     MOVE WS-PURGED-COUNT TO FCN-COUNT
068300     PERFORM WRITE-CF-COUNT THRU WRITE-CF-COUNT-EXIT
068400     MOVE "CL CLOSED" TO FCN-LABEL
068500     MOVE WS-CLOSED-COUNT TO FCN-COUNT
068600     PERFORM WRITE-CF-COUNT THRU WRITE-CF-COUNT-EXIT
068700     MOVE "RO REOPENED" TO FCN-LABEL
068800     MOVE WS-REOPENED-COUNT TO FCN-COUNT
068900     PERFORM WRITE-CF-COUNT THRU WRITE-CF-COUNT-EXIT
069000     MOVE "ST STATUS CHANGED" TO FCN-LABEL
069100     MOVE WS-STATUS-COUNT TO FCN-COUNT
069200     PERFORM WRITE-CF-COUNT THRU WRITE-CF-COUNT-EXIT
069300     MOVE "LM CREDIT LIMIT CHANGED" TO FCN-LABEL
069400     MOVE WS-LIMIT-COUNT TO FCN-COUNT
069500     PERFORM WRITE-CF-COUNT THRU WRITE-CF-COUNT-EXIT
069600     MOVE "BL BALANCE CHANGED" TO FCN-LABEL
069700     MOVE WS-BALANCE-COUNT TO FCN-COUNT
069800     PERFORM WRITE-CF-COUNT THRU WRITE-CF-COUNT-EXIT
069900     MOVE "FR FULL REFRESH" TO FCN-LABEL
070000     MOVE WS-REFRESH-COUNT TO FCN-COUNT
070100     PERFORM WRITE-CF-COUNT THRU WRITE-CF-COUNT-EXIT
070200     MOVE WS-BLANK-LINE TO DL100-CFRPT-RECORD
070300     PERFORM WRITE-CFRPT-RECORD THRU WRITE-CFRPT-RECORD-EXIT
070400     MOVE "TRAILER RECORD COUNT" TO FCN-LABEL
070500     MOVE WS-CHANGE-COUNT TO FCN-COUNT
070600     PERFORM WRITE-CF-COUNT THRU WRITE-CF-COUNT-EXIT
070700     MOVE "TRAILER BALANCE HASH" TO FAM-LABEL
070800     MOVE WS-HASH-TOTAL TO FAM-AMOUNT
070900     MOVE WS-CF-AMOUNT-LINE TO DL100-CFRPT-RECORD
071000     PERFORM WRITE-CFRPT-RECORD THRU WRITE-CFRPT-RECORD-EXIT
071100     DISPLAY "CHANGE RECORDS : " WS-CHANGE-COUNT
071200     DISPLAY "BALANCE HASH   : " WS-HASH-TOTAL.
071300 WRITE-CF-TOTALS-EXIT.
071400     EXIT.
071500*
071600 WRITE-CF-COUNT.
071700     MOVE WS-CF-COUNT-LINE TO DL100-CFRPT-RECORD
071800     PERFORM WRITE-CFRPT-RECORD THRU WRITE-CFRPT-RECORD-EXIT.
071900 WRITE-CF-COUNT-EXIT.
072000     EXIT.
072100*
072200 WRITE-CFRPT-RECORD.
072300     WRITE DL100-CFRPT-RECORD
072400     IF NOT WS-FS-CFRPT-OK
072500         MOVE "DL100-CFRPT-FILE" TO WS-ABEND-FILE-NAME
072600         MOVE WS-FS-CFRPT TO WS-ABEND-STATUS
072700         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
072800     END-IF.
072900 WRITE-CFRPT-RECORD-EXIT.
073000     EXIT.
073100*
073200******************************************************************
073300* ERROR-PARAGRAPH - display the bad file status and take a
073400* controlled abend, same convention as the intake run.
073500******************************************************************
073600 ERROR-PARAGRAPH.
073700     DISPLAY "*** I-O ERROR ON " WS-ABEND-FILE-NAME
073800     DISPLAY "*** FILE STATUS IS " WS-ABEND-STATUS
073900     DISPLAY "*** DL100CF ABENDING WITH RETURN CODE "
074000         WS-ABEND-RETURN-CODE
074100     MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE
074200     STOP RUN.
074300 ERROR-PARAGRAPH-EXIT.
074400     EXIT.
074500 END PROGRAM DL100CF.
