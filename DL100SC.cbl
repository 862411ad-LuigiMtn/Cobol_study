000100******************************************************************
000200* Author:      Luigi
000300* Date-Written: 15/10/2026
000400* Date-Compiled:
000500* Purpose:     Payment suspense clearing and aging for DL100.
000600*              The daily intake (TESTE) holds a PY payment it
000700*              cannot apply - account not on the master (R018)
000800*              or failing the master edits - on the keyed
000900*              suspense file instead of rejecting it.  Run with
001000*              mode C, this program walks the open items, shows
001100*              the operator each one with the edits it failed,
001200*              and either applies it to the account the operator
001300*              keys or marks it for refund.  An applied item is
001400*              re-edited through TESTE's validation interface
001500*              and written to a clearing batch - its own header
001600*              and trailer, source DL100SC - that the next
001700*              intake run posts like any other feed; a refund
001800*              is cut to a GL suspense extract for the GL load
001900*              and the refund run.  Either way the item stays
002000*              on the suspense file, marked with what was done
002100*              and when.  Run with mode A, it prints the aging
002200*              report of the items still open, flagging every
002300*              item older than WS-AGE-LIMIT business days.
002400* Tectonics:   cobc -c DL100SC.cbl -I copybooks
002500*
002600* Modification History
002700* Date       Init  Description
002800* ---------- ----  ---------------------------------------------
002900* 15/10/2026  LM   Initial version.
002910* 15/10/2026  LM   An applied payment takes the target account's
002920*                  name and no status change, not the suspended
002930*                  item's.
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. DL100SC.
003300 AUTHOR. LUIGI.
003400 DATE-WRITTEN. 15/10/2026.
003500 DATE-COMPILED.
003600*
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.     IBM-370.
004000 OBJECT-COMPUTER.     IBM-370.
004100*
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT DL100-SUSP-FILE ASSIGN TO SUSPFL
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS DL100-SUSP-KEY
004800         FILE STATUS IS WS-FS-SUSP.
004900*
005000     SELECT DL100-MASTER-FILE ASSIGN TO MASTFL
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS DL100-MASTER-ACCT-NO
005400         FILE STATUS IS WS-FS-MASTER.
005500*
005600     SELECT DL100-PROCD-FILE ASSIGN TO PROCFL
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS DL100-PROCD-KEY
006000         FILE STATUS IS WS-FS-PROCD.
006100*
006200     SELECT DL100-CAL-FILE ASSIGN TO CALFL
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS DL100-CAL-DATE
006600         FILE STATUS IS WS-FS-CAL.
006700*
006800     SELECT DL100-GL-FILE ASSIGN TO GLIN
006900         ORGANIZATION IS SEQUENTIAL
007000         ACCESS MODE IS SEQUENTIAL
007100         FILE STATUS IS WS-FS-GL.
007200*
007300     SELECT DL100-RECYCLE-FILE ASSIGN TO RCYOUT
007400         ORGANIZATION IS SEQUENTIAL
007500         ACCESS MODE IS SEQUENTIAL
007600         FILE STATUS IS WS-FS-RECYCLE.
007700*
007800     SELECT DL100-GLSUSP-FILE ASSIGN TO GLSUSP
007900         ORGANIZATION IS SEQUENTIAL
008000         ACCESS MODE IS SEQUENTIAL
008100         FILE STATUS IS WS-FS-GLSUSP.
008200*
008300     SELECT DL100-AGERPT-FILE ASSIGN TO AGERPT
008400         ORGANIZATION IS SEQUENTIAL
008500         ACCESS MODE IS SEQUENTIAL
008600         FILE STATUS IS WS-FS-AGERPT.
008700*
008800 DATA DIVISION.
008900 FILE SECTION.
009000*
009100 FD  DL100-SUSP-FILE
009200     RECORDING MODE IS F
009300     LABEL RECORDS ARE STANDARD.
009400     COPY DL100SP.
009500*
009600 FD  DL100-MASTER-FILE
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD.
009900     COPY DL100MS.
010000*
010100 FD  DL100-PROCD-FILE
010200     RECORDING MODE IS F
010300     LABEL RECORDS ARE STANDARD.
010400     COPY DL100PD.
010500*
010600 FD  DL100-CAL-FILE
010700     RECORDING MODE IS F
010800     LABEL RECORDS ARE STANDARD.
010900     COPY DL100CA.
011000*
011100 FD  DL100-GL-FILE
011200     RECORDING MODE IS F
011300     LABEL RECORDS ARE STANDARD.
011400     COPY DL100GL.
011500*
011600 FD  DL100-RECYCLE-FILE
011700     RECORDING MODE IS F
011800     LABEL RECORDS ARE STANDARD.
011900 01  DL100-RCY-RECORD                 PIC X(81).
012000*
012100 FD  DL100-GLSUSP-FILE
012200     RECORDING MODE IS F
012300     LABEL RECORDS ARE STANDARD.
012400 01  DL100-GLSUSP-RECORD              PIC X(80).
012500*
012600 FD  DL100-AGERPT-FILE
012700     RECORDING MODE IS F
012800     LABEL RECORDS ARE STANDARD.
012900 01  DL100-AGERPT-RECORD              PIC X(132).
013000*
013100 WORKING-STORAGE SECTION.
013200*
013300*    counters for the closing summary
013400 77  WS-OPEN-COUNT                     PIC 9(07) COMP VALUE ZERO.
013500 77  WS-APPLIED-COUNT                  PIC 9(07) COMP VALUE ZERO.
013600 77  WS-REFUND-COUNT                   PIC 9(07) COMP VALUE ZERO.
013700 77  WS-SKIPPED-COUNT                  PIC 9(07) COMP VALUE ZERO.
013800 77  WS-AGED-COUNT                     PIC 9(07) COMP VALUE ZERO.
013900 77  WS-RCY-HASH-AMOUNT                PIC 9(13)V99 VALUE ZERO.
014000 77  WS-REFUND-AMOUNT                  PIC 9(11)V99 VALUE ZERO.
014100 77  WS-OPEN-AMOUNT                    PIC 9(13)V99 VALUE ZERO.
014200 77  WS-AGED-AMOUNT                    PIC 9(13)V99 VALUE ZERO.
014300*    an open item older than this many business days is flagged
014400 77  WS-AGE-LIMIT                      PIC 9(03) VALUE 5.
014500 77  WS-AGE-DAYS                       PIC 9(07) COMP VALUE ZERO.
014600 77  WS-BUS-DATE                       PIC 9(08) VALUE ZERO.
014700 77  WS-BUS-SEQ                        PIC 9(07) COMP VALUE ZERO.
014800 77  WS-ITEM-SEQ                       PIC 9(07) COMP VALUE ZERO.
014900 77  WS-KEY-SUB                        PIC 9(04) COMP VALUE ZERO.
015000 77  WS-KEY-MAX                        PIC 9(04) COMP VALUE 500.
015100 77  WS-RUN-MODE                       PIC X(01).
015200     88  WS-MODE-CLEAR                 VALUE "C".
015300     88  WS-MODE-AGING                 VALUE "A".
015400 77  WS-MENU-CHOICE                    PIC X(01).
015500 77  WS-CONFIRM                        PIC X(01).
015600*
015700 01  WS-FILE-STATUS-FIELDS.
015800     05  WS-FS-SUSP                    PIC X(02) VALUE "00".
015900         88  WS-FS-SUSP-OK             VALUE "00".
016000         88  WS-FS-SUSP-EOF            VALUE "10".
016100         88  WS-FS-SUSP-NOT-FOUND      VALUE "23".
016200     05  WS-FS-MASTER                  PIC X(02) VALUE "00".
016300         88  WS-FS-MASTER-OK           VALUE "00".
016400         88  WS-FS-MASTER-NOT-FOUND    VALUE "23".
016500     05  WS-FS-PROCD                   PIC X(02) VALUE "00".
016600         88  WS-FS-PROCD-OK            VALUE "00".
016700         88  WS-FS-PROCD-NOT-FOUND     VALUE "23".
016800     05  WS-FS-CAL                     PIC X(02) VALUE "00".
016900         88  WS-FS-CAL-OK              VALUE "00".
017000         88  WS-FS-CAL-NOT-FOUND       VALUE "23".
017100     05  WS-FS-GL                      PIC X(02) VALUE "00".
017200         88  WS-FS-GL-OK               VALUE "00".
017300         88  WS-FS-GL-EOF              VALUE "10".
017400     05  WS-FS-RECYCLE                 PIC X(02) VALUE "00".
017500         88  WS-FS-RECYCLE-OK          VALUE "00".
017600     05  WS-FS-GLSUSP                  PIC X(02) VALUE "00".
017700         88  WS-FS-GLSUSP-OK           VALUE "00".
017800     05  WS-FS-AGERPT                  PIC X(02) VALUE "00".
017900         88  WS-FS-AGERPT-OK           VALUE "00".
018000*
018100 01  WS-SWITCHES.
018200     05  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
018300         88  WS-EOF                    VALUE "Y".
018400     05  WS-ITEM-DONE-SWITCH           PIC X(01) VALUE "N".
018500         88  WS-ITEM-DONE              VALUE "Y".
018600     05  WS-EXIT-SWITCH                PIC X(01) VALUE "N".
018700         88  WS-CLEARING-DONE          VALUE "Y".
018800     05  WS-KEY-USED-SWITCH            PIC X(01) VALUE "N".
018900         88  WS-KEY-USED               VALUE "Y".
019000*
019100 01  WS-ABEND-FIELDS.
019200     05  WS-ABEND-FILE-NAME            PIC X(20).
019300     05  WS-ABEND-STATUS               PIC X(02).
019400     05  WS-ABEND-RETURN-CODE          PIC 9(03) VALUE 16.
019500*
019600 01  WS-CURRENT-DATE                   PIC 9(08).
019700*
019800*    operator keyed values, edited by PICTURE
019900 01  WS-INPUT-FIELDS.
020000     05  WS-IN-ACCT-NO                 PIC 9(09).
020100     05  WS-IN-SEQ-NO                  PIC 9(05).
020200*
020300*    interface to TESTE's validation subcall
020400 01  WS-CALL-FIELDS.
020500     05  WS-CALL-TRANS-REC             PIC X(81).
020600     05  WS-CALL-RETURN-CODE           PIC S9(04) COMP.
020700*
020800*    keys already written to this run's clearing batch, so two
020900*    items applied to the same account cannot share a key and
021000*    the second be thrown out by the intake's duplicate check
021100 01  WS-KEY-TABLE.
021200     05  WS-KEY-COUNT                  PIC 9(04) COMP VALUE ZERO.
021300     05  WS-KEY-ENTRY                  PIC X(14) OCCURS 500.
021400*
021500*    the suspended image is applied in the extract record layout
021600     COPY DL100TR.
021700*
021800*    build area for the clearing batch control records
021900     COPY DL100CT.
022000*
022100 01  WS-REPORT-FIELDS.
022200     05  WS-AGE-HEADING-1.
022300         10  FILLER                     PIC X(30)
022400             VALUE "DL100 PAYMENT SUSPENSE AGING  ".
022500         10  FILLER                     PIC X(14)
022600             VALUE "BUSINESS DATE ".
022700         10  AHD-BUS-DATE               PIC 9(08).
022800         10  FILLER                     PIC X(11)
022900             VALUE "  RUN DATE ".
023000         10  AHD-RUN-DATE               PIC 9(08).
023100         10  FILLER                     PIC X(16)
023200             VALUE "  FLAG OVER    ".
023300         10  AHD-AGE-LIMIT              PIC ZZ9.
023400         10  FILLER                     PIC X(42)
023500             VALUE " BUSINESS DAYS".
023600     05  WS-AGE-HEADING-2.
023700         10  FILLER                     PIC X(40)
023800             VALUE "SUSP DATE SOURCE    ACCOUNT    SEQ   ".
023900         10  FILLER                     PIC X(40)
024000             VALUE "NAME                                    ".
024100         10  FILLER                     PIC X(52)
024200             VALUE "     AMOUNT   AGE  REASONS".
024300     05  WS-AGE-DETAIL-LINE.
024400         10  ADT-BUS-DATE               PIC 9(08).
024500         10  FILLER                     PIC X(02) VALUE SPACES.
024600         10  ADT-SOURCE                 PIC X(08).
024700         10  FILLER                     PIC X(02) VALUE SPACES.
024800         10  ADT-ACCT-NO                PIC 9(09).
024900         10  FILLER                     PIC X(02) VALUE SPACES.
025000         10  ADT-SEQ-NO                 PIC 9(05).
025100         10  FILLER                     PIC X(04) VALUE SPACES.
025200         10  ADT-NAME                   PIC X(30).
025300         10  FILLER                     PIC X(09) VALUE SPACES.
025400         10  ADT-AMOUNT                 PIC Z,ZZZ,ZZ9.99.
025500         10  FILLER                     PIC X(02) VALUE SPACES.
025600         10  ADT-AGE                    PIC ZZZ9.
025700         10  FILLER                     PIC X(02) VALUE SPACES.
025800         10  ADT-REASONS                PIC X(24).
025900         10  ADT-FLAG                   PIC X(09).
026000     05  WS-AGE-TOTAL-LINE.
026100         10  FILLER                     PIC X(02) VALUE SPACES.
026200         10  ATL-LABEL                  PIC X(24).
026300         10  FILLER                     PIC X(02) VALUE ": ".
026400         10  ATL-COUNT                  PIC Z,ZZZ,ZZ9.
026500         10  FILLER                     PIC X(04) VALUE SPACES.
026600         10  ATL-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
026700         10  FILLER                     PIC X(71) VALUE SPACES.
026800     05  WS-BLANK-LINE                  PIC X(132) VALUE SPACES.
026900*
027000 PROCEDURE DIVISION.
027100*
027200 MAIN-PROCEDURE.
027300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
027400     DISPLAY "ENTER RUN MODE (C - CLEAR ITEMS, A - AGING): "
027500     ACCEPT WS-RUN-MODE
027600     EVALUATE TRUE
027700         WHEN WS-MODE-CLEAR
027800             PERFORM CLEAR-SUSPENSE THRU CLEAR-SUSPENSE-EXIT
027900         WHEN WS-MODE-AGING
028000             PERFORM AGE-SUSPENSE THRU AGE-SUSPENSE-EXIT
028100         WHEN OTHER
028200             DISPLAY "*** RUN MODE MUST BE C OR A ***"
028300             MOVE 12 TO RETURN-CODE
028400             STOP RUN
028500     END-EVALUATE
028600     GOBACK.
028700*
028800******************************************************************
028900* CLEAR-SUSPENSE - the operator's clearing session.  The master
029000* and the processed-transactions file are only looked at, to
029100* check the account an item is applied to and that the key it
029200* will post under is free; the suspense file is updated in
029300* place as each item is dealt with.
029400******************************************************************
029500 CLEAR-SUSPENSE.
029600     OPEN I-O DL100-SUSP-FILE
029700     IF NOT WS-FS-SUSP-OK
029800         MOVE "DL100-SUSP-FILE" TO WS-ABEND-FILE-NAME
029900         MOVE WS-FS-SUSP TO WS-ABEND-STATUS
030000         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
030100     END-IF
030200     OPEN INPUT DL100-MASTER-FILE
030300     IF NOT WS-FS-MASTER-OK
030400         MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
030500         MOVE WS-FS-MASTER TO WS-ABEND-STATUS
030600         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
030700     END-IF
030800     OPEN INPUT DL100-PROCD-FILE
030900     IF NOT WS-FS-PROCD-OK
031000         MOVE "DL100-PROCD-FILE" TO WS-ABEND-FILE-NAME
031100         MOVE WS-FS-PROCD TO WS-ABEND-STATUS
031200         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
031300     END-IF
031400     OPEN OUTPUT DL100-RECYCLE-FILE
031500     IF NOT WS-FS-RECYCLE-OK
031600         MOVE "DL100-RECYCLE-FILE" TO WS-ABEND-FILE-NAME
031700         MOVE WS-FS-RECYCLE TO WS-ABEND-STATUS
031800         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
031900     END-IF
032000     OPEN OUTPUT DL100-GLSUSP-FILE
032100     IF NOT WS-FS-GLSUSP-OK
032200         MOVE "DL100-GLSUSP-FILE" TO WS-ABEND-FILE-NAME
032300         MOVE WS-FS-GLSUSP TO WS-ABEND-STATUS
032400         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
032500     END-IF
032600     PERFORM WRITE-CLEARING-HEADER
032700         THRU WRITE-CLEARING-HEADER-EXIT
032800     PERFORM START-SUSP-FILE THRU START-SUSP-FILE-EXIT
032900     PERFORM PROCESS-SUSP-ITEM THRU PROCESS-SUSP-ITEM-EXIT
033000         UNTIL WS-EOF OR WS-CLEARING-DONE
033100     PERFORM WRITE-CLEARING-TRAILER
033200         THRU WRITE-CLEARING-TRAILER-EXIT
033300     PERFORM WRITE-REFUND-EXTRACT
033400         THRU WRITE-REFUND-EXTRACT-EXIT
033500     DISPLAY "OPEN ITEMS SEEN : " WS-OPEN-COUNT
033600     DISPLAY "APPLIED         : " WS-APPLIED-COUNT
033700     DISPLAY "REFUNDED        : " WS-REFUND-COUNT
033800     DISPLAY "SKIPPED         : " WS-SKIPPED-COUNT
033900     CLOSE DL100-SUSP-FILE
034000     IF NOT WS-FS-SUSP-OK
034100         MOVE "DL100-SUSP-FILE" TO WS-ABEND-FILE-NAME
034200         MOVE WS-FS-SUSP TO WS-ABEND-STATUS
034300         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
034400     END-IF
034500     CLOSE DL100-MASTER-FILE
034600     IF NOT WS-FS-MASTER-OK
034700         MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
034800         MOVE WS-FS-MASTER TO WS-ABEND-STATUS
034900         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
035000     END-IF
035100     CLOSE DL100-PROCD-FILE
035200     IF NOT WS-FS-PROCD-OK
035300         MOVE "DL100-PROCD-FILE" TO WS-ABEND-FILE-NAME
035400         MOVE WS-FS-PROCD TO WS-ABEND-STATUS
035500         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
035600     END-IF
035700     CLOSE DL100-RECYCLE-FILE
035800     IF NOT WS-FS-RECYCLE-OK
035900         MOVE "DL100-RECYCLE-FILE" TO WS-ABEND-FILE-NAME
036000         MOVE WS-FS-RECYCLE TO WS-ABEND-STATUS
036100         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
036200     END-IF
036300     CLOSE DL100-GLSUSP-FILE
036400     IF NOT WS-FS-GLSUSP-OK
036500         MOVE "DL100-GLSUSP-FILE" TO WS-ABEND-FILE-NAME
036600         MOVE WS-FS-GLSUSP TO WS-ABEND-STATUS
036700         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
036800     END-IF.
036900 CLEAR-SUSPENSE-EXIT.
037000     EXIT.
037100*
037200******************************************************************
037300* WRITE-CLEARING-HEADER - open the clearing batch with a header
037400* control record so the intake run balances it like any other
037500* feed.  The source id must be registered on SRCCTL.
037600******************************************************************
037700 WRITE-CLEARING-HEADER.
037800     MOVE SPACES TO DL100-CTL-RECORD
037900     MOVE "HD" TO DL100-CTL-REC-ID
038000     MOVE WS-CURRENT-DATE TO DL100-HDR-BUS-DATE
038100     MOVE "DL100SC" TO DL100-HDR-SOURCE-SYSTEM
038200     MOVE DL100-CTL-RECORD TO DL100-RCY-RECORD
038300     WRITE DL100-RCY-RECORD
038400     IF NOT WS-FS-RECYCLE-OK
038500         MOVE "DL100-RECYCLE-FILE" TO WS-ABEND-FILE-NAME
038600         MOVE WS-FS-RECYCLE TO WS-ABEND-STATUS
038700         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
038800     END-IF.
038900 WRITE-CLEARING-HEADER-EXIT.
039000     EXIT.
039100*
039200******************************************************************
039300* WRITE-CLEARING-TRAILER - close the clearing batch with the
039400* count and amount hash of what was actually applied.
039500******************************************************************
039600 WRITE-CLEARING-TRAILER.
039700     MOVE SPACES TO DL100-CTL-RECORD
039800     MOVE "TR" TO DL100-CTL-REC-ID
039900     MOVE WS-APPLIED-COUNT TO DL100-TRL-REC-COUNT
040000     MOVE WS-RCY-HASH-AMOUNT TO DL100-TRL-HASH-AMOUNT
040100     MOVE DL100-CTL-RECORD TO DL100-RCY-RECORD
040200     WRITE DL100-RCY-RECORD
040300     IF NOT WS-FS-RECYCLE-OK
040400         MOVE "DL100-RECYCLE-FILE" TO WS-ABEND-FILE-NAME
040500         MOVE WS-FS-RECYCLE TO WS-ABEND-STATUS
040600         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
040700     END-IF.
040800 WRITE-CLEARING-TRAILER-EXIT.
040900     EXIT.
041000*
041100******************************************************************
041200* WRITE-REFUND-EXTRACT - one SU record in the GL extract layout
041300* for the refunds marked this session: suspense is debited with
041400* the money going back to the payers.  Written on every run, a
041500* zero record when nothing was refunded, so the GL load always
041600* finds the file it expects.
041700******************************************************************
041800 WRITE-REFUND-EXTRACT.
041900     MOVE SPACES TO DL100-GL-RECORD
042000     MOVE WS-CURRENT-DATE TO DL100-GL-BUS-DATE
042100     MOVE "SU" TO DL100-GL-TYPE-CODE
042200     MOVE WS-REFUND-COUNT TO DL100-GL-REC-COUNT
042300     MOVE WS-REFUND-AMOUNT TO DL100-GL-DEBIT-AMT
042400     MOVE ZERO TO DL100-GL-CREDIT-AMT
042500     MOVE DL100-GL-RECORD TO DL100-GLSUSP-RECORD
042600     WRITE DL100-GLSUSP-RECORD
042700     IF NOT WS-FS-GLSUSP-OK
042800         MOVE "DL100-GLSUSP-FILE" TO WS-ABEND-FILE-NAME
042900         MOVE WS-FS-GLSUSP TO WS-ABEND-STATUS
043000         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
043100     END-IF.
043200 WRITE-REFUND-EXTRACT-EXIT.
043300     EXIT.
043400*
043500******************************************************************
043600* START-SUSP-FILE - position on the first suspense item and
043700* read it.  Items run in business-date order, oldest first.
043800******************************************************************
043900 START-SUSP-FILE.
044000     MOVE "N" TO WS-EOF-SWITCH
044100     MOVE LOW-VALUES TO DL100-SUSP-KEY
044200     START DL100-SUSP-FILE
044300         KEY IS NOT LESS THAN DL100-SUSP-KEY
044400     END-START
044500     IF WS-FS-SUSP-OK
044600         PERFORM READ-NEXT-SUSP THRU READ-NEXT-SUSP-EXIT
044700     ELSE
044800         IF WS-FS-SUSP-NOT-FOUND OR WS-FS-SUSP-EOF
044900             MOVE "Y" TO WS-EOF-SWITCH
045000         ELSE
045100             MOVE "DL100-SUSP-FILE" TO WS-ABEND-FILE-NAME
045200             MOVE WS-FS-SUSP TO WS-ABEND-STATUS
045300             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
045400         END-IF
045500     END-IF.
045600 START-SUSP-FILE-EXIT.
045700     EXIT.
045800*
045900******************************************************************
046000* READ-NEXT-SUSP - sequential read along the suspense key.
046100******************************************************************
046200 READ-NEXT-SUSP.
046300     READ DL100-SUSP-FILE NEXT RECORD
046400         AT END
046500             MOVE "Y" TO WS-EOF-SWITCH
046600     END-READ
046700     IF NOT WS-FS-SUSP-OK
046800         IF NOT WS-FS-SUSP-EOF
046900             MOVE "DL100-SUSP-FILE" TO WS-ABEND-FILE-NAME
047000             MOVE WS-FS-SUSP TO WS-ABEND-STATUS
047100             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
047200         END-IF
047300     END-IF.
047400 READ-NEXT-SUSP-EXIT.
047500     EXIT.
047600*
047700******************************************************************
047800* PROCESS-SUSP-ITEM - one suspense item: an open one is shown
047900* and handed to the operator until it is applied, refunded or
048000* skipped; an item already dealt with is passed over.
048100******************************************************************
048200 PROCESS-SUSP-ITEM.
048300     IF NOT DL100-SUSP-OPEN
048400         PERFORM READ-NEXT-SUSP THRU READ-NEXT-SUSP-EXIT
048500         GO TO PROCESS-SUSP-ITEM-EXIT
048600     END-IF
048700     ADD 1 TO WS-OPEN-COUNT
048800     MOVE DL100-SUSP-TRANS-IMAGE TO DL100-TRANS-RECORD
048900     PERFORM DISPLAY-SUSP-ITEM THRU DISPLAY-SUSP-ITEM-EXIT
049000     MOVE "N" TO WS-ITEM-DONE-SWITCH
049100     PERFORM DISPLAY-CLEARING-MENU
049200         THRU DISPLAY-CLEARING-MENU-EXIT
049300         UNTIL WS-ITEM-DONE OR WS-CLEARING-DONE
049400     PERFORM READ-NEXT-SUSP THRU READ-NEXT-SUSP-EXIT.
049500 PROCESS-SUSP-ITEM-EXIT.
049600     EXIT.
049700*
049800******************************************************************
049900* DISPLAY-SUSP-ITEM - the payment as it arrived, where it came
050000* from, when it went into suspense and the edits it failed.
050100******************************************************************
050200 DISPLAY-SUSP-ITEM.
050300     DISPLAY " "
050400     DISPLAY "------------------------------------------------"
050500     DISPLAY "SUSPENDED : " DL100-SUSP-BUS-DATE
050600         "  SOURCE: " DL100-SUSP-SOURCE-SYSTEM
050700     DISPLAY "ACCT NO   : " DL100-TRANS-ACCT-NO
050800         "  SEQ NO: " DL100-TRANS-SEQ-NO
050900     DISPLAY "DATE      : " DL100-TRANS-DATE
051000         "  TYPE  : " DL100-TRANS-TYPE-CODE
051100     DISPLAY "AMOUNT    : " DL100-TRANS-AMOUNT
051200     DISPLAY "NAME      : " DL100-TRANS-NAME
051300     DISPLAY "REASONS   : " DL100-SUSP-REASON (1) " "
051400         DL100-SUSP-REASON (2) " " DL100-SUSP-REASON (3) " "
051500         DL100-SUSP-REASON (4) " " DL100-SUSP-REASON (5).
051600 DISPLAY-SUSP-ITEM-EXIT.
051700     EXIT.
051800*
051900******************************************************************
052000* DISPLAY-CLEARING-MENU - one pass through the clearing menu;
052100* loops in PROCESS-SUSP-ITEM until the item is dealt with or
052200* skipped, or the operator leaves.
052300******************************************************************
052400 DISPLAY-CLEARING-MENU.
052500     DISPLAY "A - APPLY TO ACCOUNT  R - MARK FOR REFUND"
052600     DISPLAY "S - SKIP ITEM         X - EXIT CLEARING"
052700     DISPLAY "ENTER CHOICE: "
052800     ACCEPT WS-MENU-CHOICE
052900     EVALUATE WS-MENU-CHOICE
053000         WHEN "A"
053100             PERFORM APPLY-SUSP-ITEM THRU APPLY-SUSP-ITEM-EXIT
053200         WHEN "R"
053300             PERFORM REFUND-SUSP-ITEM THRU REFUND-SUSP-ITEM-EXIT
053400         WHEN "S"
053500             ADD 1 TO WS-SKIPPED-COUNT
053600             MOVE "Y" TO WS-ITEM-DONE-SWITCH
053700         WHEN "X"
053800             MOVE "Y" TO WS-EXIT-SWITCH
053900         WHEN OTHER
054000             DISPLAY "*** INVALID CHOICE, TRY AGAIN ***"
054100     END-EVALUATE.
054200 DISPLAY-CLEARING-MENU-EXIT.
054300     EXIT.
054400*
054500******************************************************************
054600* APPLY-SUSP-ITEM - apply the payment to the account the
054700* operator keys.  The account must be on the master, and the
054800* key the payment will post under must not already be on the
054900* processed-transactions file or in this session's batch - if
055000* it is, the operator keys a fresh sequence number.  The
055100* payment is dated today so the intake's date edits pass; the
055200* day it was received stays on the suspense item.  It is then
055300* re-edited through TESTE's validation interface, and a clean
055400* payment goes to the clearing batch and the item is marked
055500* applied.  The payment carries the target account's name and
055510* no status or original key, so posting it cannot rename the
055520* account after the misdirected item or change its status.
055600******************************************************************
055700 APPLY-SUSP-ITEM.
055800     DISPLAY "ENTER ACCOUNT NUMBER TO APPLY TO: "
055900     ACCEPT WS-IN-ACCT-NO
056000     MOVE WS-IN-ACCT-NO TO DL100-MASTER-ACCT-NO
056100     READ DL100-MASTER-FILE KEY IS DL100-MASTER-ACCT-NO
056200     IF WS-FS-MASTER-NOT-FOUND
056300         DISPLAY "*** ACCOUNT NOT ON THE MASTER ***"
056400         GO TO APPLY-SUSP-ITEM-EXIT
056500     END-IF
056600     IF NOT WS-FS-MASTER-OK
056700         MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
056800         MOVE WS-FS-MASTER TO WS-ABEND-STATUS
056900         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
057000     END-IF
057100     DISPLAY "ACCOUNT NAME: " DL100-MASTER-NAME
057200         "  STATUS: " DL100-MASTER-STATUS
057300     MOVE DL100-SUSP-TRANS-IMAGE TO DL100-TRANS-RECORD
057400     MOVE WS-IN-ACCT-NO TO DL100-TRANS-ACCT-NO
057500     MOVE WS-CURRENT-DATE TO DL100-TRANS-DATE
057510     MOVE DL100-MASTER-NAME TO DL100-TRANS-NAME
057520     MOVE SPACE TO DL100-TRANS-STATUS
057530     MOVE SPACES TO DL100-TRANS-ORIG-KEY
057600     PERFORM CHECK-KEY-USED THRU CHECK-KEY-USED-EXIT
057700     IF WS-KEY-USED
057800         DISPLAY "*** KEY ALREADY POSTED - ENTER A NEW SEQUENCE"
057900             " NUMBER ***"
058000         ACCEPT WS-IN-SEQ-NO
058100         MOVE WS-IN-SEQ-NO TO DL100-TRANS-SEQ-NO
058200         PERFORM CHECK-KEY-USED THRU CHECK-KEY-USED-EXIT
058300         IF WS-KEY-USED
058400             DISPLAY "*** KEY ALREADY POSTED - ITEM NOT"
058500                 " APPLIED ***"
058600             GO TO APPLY-SUSP-ITEM-EXIT
058700         END-IF
058800     END-IF
058900     IF WS-KEY-COUNT NOT < WS-KEY-MAX
059000         DISPLAY "*** CLEARING BATCH FULL - RUN AGAIN AFTER THE"
059100             " NEXT INTAKE ***"
059200         GO TO APPLY-SUSP-ITEM-EXIT
059300     END-IF
059400     MOVE DL100-TRANS-RECORD TO WS-CALL-TRANS-REC
059500     CALL "TESTE" USING WS-CALL-TRANS-REC WS-CALL-RETURN-CODE
059600     IF WS-CALL-RETURN-CODE NOT = ZERO
059700         DISPLAY "*** PAYMENT STILL FAILS EDITS, RETURN CODE "
059800             WS-CALL-RETURN-CODE " ***"
059900         GO TO APPLY-SUSP-ITEM-EXIT
060000     END-IF
060100     MOVE DL100-TRANS-RECORD TO DL100-RCY-RECORD
060200     WRITE DL100-RCY-RECORD
060300     IF NOT WS-FS-RECYCLE-OK
060400         MOVE "DL100-RECYCLE-FILE" TO WS-ABEND-FILE-NAME
060500         MOVE WS-FS-RECYCLE TO WS-ABEND-STATUS
060600         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
060700     END-IF
060800     ADD 1 TO WS-KEY-COUNT
060900     MOVE DL100-TRANS-KEY TO WS-KEY-ENTRY (WS-KEY-COUNT)
061000     ADD 1 TO WS-APPLIED-COUNT
061100     ADD DL100-TRANS-AMOUNT TO WS-RCY-HASH-AMOUNT
061200     MOVE "A" TO DL100-SUSP-STATUS
061300     MOVE WS-CURRENT-DATE TO DL100-SUSP-ACTION-DATE
061400     MOVE DL100-TRANS-ACCT-NO TO DL100-SUSP-APPLIED-ACCT
061500     MOVE DL100-TRANS-SEQ-NO TO DL100-SUSP-APPLIED-SEQ
061600     PERFORM REWRITE-SUSP-ITEM THRU REWRITE-SUSP-ITEM-EXIT
061700     DISPLAY "*** PAYMENT APPLIED ***"
061800     MOVE "Y" TO WS-ITEM-DONE-SWITCH.
061900 APPLY-SUSP-ITEM-EXIT.
062000     EXIT.
062100*
062200******************************************************************
062300* CHECK-KEY-USED - is the key in the transaction record already
062400* on the processed-transactions file, or already in this
062500* session's clearing batch?
062600******************************************************************
062700 CHECK-KEY-USED.
062800     MOVE "N" TO WS-KEY-USED-SWITCH
062900     MOVE DL100-TRANS-KEY TO DL100-PROCD-KEY
063000     READ DL100-PROCD-FILE KEY IS DL100-PROCD-KEY
063100     IF WS-FS-PROCD-OK
063200         MOVE "Y" TO WS-KEY-USED-SWITCH
063300         GO TO CHECK-KEY-USED-EXIT
063400     END-IF
063500     IF NOT WS-FS-PROCD-NOT-FOUND
063600         MOVE "DL100-PROCD-FILE" TO WS-ABEND-FILE-NAME
063700         MOVE WS-FS-PROCD TO WS-ABEND-STATUS
063800         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
063900     END-IF
064000     PERFORM CHECK-KEY-ENTRY THRU CHECK-KEY-ENTRY-EXIT
064100         VARYING WS-KEY-SUB FROM 1 BY 1
064200         UNTIL WS-KEY-SUB > WS-KEY-COUNT OR WS-KEY-USED.
064300 CHECK-KEY-USED-EXIT.
064400     EXIT.
064500*
064600 CHECK-KEY-ENTRY.
064700     IF WS-KEY-ENTRY (WS-KEY-SUB) = DL100-TRANS-KEY
064800         MOVE "Y" TO WS-KEY-USED-SWITCH
064900     END-IF.
065000 CHECK-KEY-ENTRY-EXIT.
065100     EXIT.
065200*
065300******************************************************************
065400* REFUND-SUSP-ITEM - on the operator's confirmation, mark the
065500* item for refund and add it to the session's refund total for
065600* the GL suspense extract.
065700******************************************************************
065800 REFUND-SUSP-ITEM.
065900     DISPLAY "REFUND " DL100-TRANS-AMOUNT " TO THE PAYER (Y/N)? "
066000     ACCEPT WS-CONFIRM
066100     IF WS-CONFIRM NOT = "Y"
066200         GO TO REFUND-SUSP-ITEM-EXIT
066300     END-IF
066400     MOVE "R" TO DL100-SUSP-STATUS
066500     MOVE WS-CURRENT-DATE TO DL100-SUSP-ACTION-DATE
066600     PERFORM REWRITE-SUSP-ITEM THRU REWRITE-SUSP-ITEM-EXIT
066700     ADD 1 TO WS-REFUND-COUNT
066800     ADD DL100-TRANS-AMOUNT TO WS-REFUND-AMOUNT
066900     DISPLAY "*** ITEM MARKED FOR REFUND ***"
067000     MOVE "Y" TO WS-ITEM-DONE-SWITCH.
067100 REFUND-SUSP-ITEM-EXIT.
067200     EXIT.
067300*
067400 REWRITE-SUSP-ITEM.
067500     REWRITE DL100-SUSP-RECORD
067600     IF NOT WS-FS-SUSP-OK
067700         MOVE "DL100-SUSP-FILE" TO WS-ABEND-FILE-NAME
067800         MOVE WS-FS-SUSP TO WS-ABEND-STATUS
067900         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
068000     END-IF.
068100 REWRITE-SUSP-ITEM-EXIT.
068200     EXIT.
068300*
068400******************************************************************
068500* AGE-SUSPENSE - the aging report.  Each open item's age is the
068600* business days from the day it went into suspense to the
068700* business date of the night's intake, off the business-day
068800* calendar; an item older than WS-AGE-LIMIT is flagged.
068900******************************************************************
069000 AGE-SUSPENSE.
069100     PERFORM GET-BUSINESS-DATE THRU GET-BUSINESS-DATE-EXIT
069200     OPEN INPUT DL100-CAL-FILE
069300     IF NOT WS-FS-CAL-OK
069400         MOVE "DL100-CAL-FILE" TO WS-ABEND-FILE-NAME
069500         MOVE WS-FS-CAL TO WS-ABEND-STATUS
069600         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
069700     END-IF
069800     MOVE WS-BUS-DATE TO DL100-CAL-DATE
069900     PERFORM READ-CAL-RECORD THRU READ-CAL-RECORD-EXIT
070000     IF WS-FS-CAL-NOT-FOUND
070100         DISPLAY "*** BUSINESS DATE " WS-BUS-DATE
070200             " IS NOT ON THE CALENDAR ***"
070300         MOVE 12 TO RETURN-CODE
070400         STOP RUN
070500     END-IF
070600     MOVE DL100-CAL-BUS-SEQ TO WS-BUS-SEQ
070700     OPEN INPUT DL100-SUSP-FILE
070800     IF NOT WS-FS-SUSP-OK
070900         MOVE "DL100-SUSP-FILE" TO WS-ABEND-FILE-NAME
071000         MOVE WS-FS-SUSP TO WS-ABEND-STATUS
071100         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
071200     END-IF
071300     OPEN OUTPUT DL100-AGERPT-FILE
071400     IF NOT WS-FS-AGERPT-OK
071500         MOVE "DL100-AGERPT-FILE" TO WS-ABEND-FILE-NAME
071600         MOVE WS-FS-AGERPT TO WS-ABEND-STATUS
071700         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
071800     END-IF
071900     PERFORM WRITE-AGE-HEADINGS THRU WRITE-AGE-HEADINGS-EXIT
072000     PERFORM START-SUSP-FILE THRU START-SUSP-FILE-EXIT
072100     PERFORM AGE-SUSP-ITEM THRU AGE-SUSP-ITEM-EXIT
072200         UNTIL WS-EOF
072300     PERFORM WRITE-AGE-TOTALS THRU WRITE-AGE-TOTALS-EXIT
072400     CLOSE DL100-CAL-FILE
072500     IF NOT WS-FS-CAL-OK
072600         MOVE "DL100-CAL-FILE" TO WS-ABEND-FILE-NAME
072700         MOVE WS-FS-CAL TO WS-ABEND-STATUS
072800         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
072900     END-IF
073000     CLOSE DL100-SUSP-FILE
073100     IF NOT WS-FS-SUSP-OK
073200         MOVE "DL100-SUSP-FILE" TO WS-ABEND-FILE-NAME
073300         MOVE WS-FS-SUSP TO WS-ABEND-STATUS
073400         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
073500     END-IF
073600     CLOSE DL100-AGERPT-FILE
073700     IF NOT WS-FS-AGERPT-OK
073800         MOVE "DL100-AGERPT-FILE" TO WS-ABEND-FILE-NAME
073900         MOVE WS-FS-AGERPT TO WS-ABEND-STATUS
074000         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
074100     END-IF
074200     IF WS-AGED-COUNT > ZERO
074300         DISPLAY "*** " WS-AGED-COUNT " SUSPENSE ITEMS OVER "
074400             WS-AGE-LIMIT " BUSINESS DAYS - RETURN CODE 4 ***"
074500         MOVE 4 TO RETURN-CODE
074600     END-IF.
074700 AGE-SUSPENSE-EXIT.
074800     EXIT.
074900*
075000******************************************************************
075100* GET-BUSINESS-DATE - the business date the items are aged to
075200* comes off the first record of the GL extract the intake run
075300* just cut, the same way DL100TB finds the date it proves.  An
075400* empty or undated extract means the intake did not run.
075500******************************************************************
075600 GET-BUSINESS-DATE.
075700     OPEN INPUT DL100-GL-FILE
075800     IF NOT WS-FS-GL-OK
075900         MOVE "DL100-GL-FILE" TO WS-ABEND-FILE-NAME
076000         MOVE WS-FS-GL TO WS-ABEND-STATUS
076100         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
076200     END-IF
076300     READ DL100-GL-FILE
076400     IF WS-FS-GL-OK
076500         IF DL100-GL-BUS-DATE NUMERIC
076600             MOVE DL100-GL-BUS-DATE TO WS-BUS-DATE
076700         END-IF
076800     ELSE
076900         IF NOT WS-FS-GL-EOF
077000             MOVE "DL100-GL-FILE" TO WS-ABEND-FILE-NAME
077100             MOVE WS-FS-GL TO WS-ABEND-STATUS
077200             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
077300         END-IF
077400     END-IF
077500     CLOSE DL100-GL-FILE
077600     IF NOT WS-FS-GL-OK
077700         MOVE "DL100-GL-FILE" TO WS-ABEND-FILE-NAME
077800         MOVE WS-FS-GL TO WS-ABEND-STATUS
077900         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
078000     END-IF
078100     IF WS-BUS-DATE = ZERO
078200         DISPLAY "*** GLIN CARRIES NO BUSINESS DATE ***"
078300         MOVE 12 TO RETURN-CODE
078400         STOP RUN
078500     END-IF.
078600 GET-BUSINESS-DATE-EXIT.
078700     EXIT.
078800*
078900******************************************************************
079000* READ-CAL-RECORD - keyed read of the calendar on DL100-CAL-DATE.
079100* Not found is left for the caller to judge.
079200******************************************************************
079300 READ-CAL-RECORD.
079400     READ DL100-CAL-FILE KEY IS DL100-CAL-DATE
079500     IF NOT WS-FS-CAL-OK
079600         AND NOT WS-FS-CAL-NOT-FOUND
079700         MOVE "DL100-CAL-FILE" TO WS-ABEND-FILE-NAME
079800         MOVE WS-FS-CAL TO WS-ABEND-STATUS
079900         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
080000     END-IF.
080100 READ-CAL-RECORD-EXIT.
080200     EXIT.
080300*
080400 WRITE-AGE-HEADINGS.
080500     MOVE WS-BUS-DATE TO AHD-BUS-DATE
080600     MOVE WS-CURRENT-DATE TO AHD-RUN-DATE
080700     MOVE WS-AGE-LIMIT TO AHD-AGE-LIMIT
080800     MOVE WS-AGE-HEADING-1 TO DL100-AGERPT-RECORD
080900     PERFORM WRITE-AGE-LINE THRU WRITE-AGE-LINE-EXIT
081000     MOVE WS-BLANK-LINE TO DL100-AGERPT-RECORD
081100     PERFORM WRITE-AGE-LINE THRU WRITE-AGE-LINE-EXIT
081200     MOVE WS-AGE-HEADING-2 TO DL100-AGERPT-RECORD
081300     PERFORM WRITE-AGE-LINE THRU WRITE-AGE-LINE-EXIT.
081400 WRITE-AGE-HEADINGS-EXIT.
081500     EXIT.
081600*
081700******************************************************************
081800* AGE-SUSP-ITEM - one line per open item with its age in
081900* business days.  A suspense date missing from the calendar
082000* cannot be aged and is flagged for a look.
082100******************************************************************
082200 AGE-SUSP-ITEM.
082300     IF NOT DL100-SUSP-OPEN
082400         PERFORM READ-NEXT-SUSP THRU READ-NEXT-SUSP-EXIT
082500         GO TO AGE-SUSP-ITEM-EXIT
082600     END-IF
082700     ADD 1 TO WS-OPEN-COUNT
082800     MOVE DL100-SUSP-TRANS-IMAGE TO DL100-TRANS-RECORD
082900     ADD DL100-TRANS-AMOUNT TO WS-OPEN-AMOUNT
083000     MOVE DL100-SUSP-BUS-DATE TO ADT-BUS-DATE
083100     MOVE DL100-SUSP-SOURCE-SYSTEM TO ADT-SOURCE
083200     MOVE DL100-TRANS-ACCT-NO TO ADT-ACCT-NO
083300     MOVE DL100-TRANS-SEQ-NO TO ADT-SEQ-NO
083400     MOVE DL100-TRANS-NAME TO ADT-NAME
083500     MOVE DL100-TRANS-AMOUNT TO ADT-AMOUNT
083600     MOVE SPACES TO ADT-REASONS
083700     STRING DL100-SUSP-REASON (1) " " DL100-SUSP-REASON (2) " "
083800         DL100-SUSP-REASON (3) " " DL100-SUSP-REASON (4) " "
083900         DL100-SUSP-REASON (5) DELIMITED BY SIZE
084000         INTO ADT-REASONS
084100     END-STRING
084200     MOVE SPACES TO ADT-FLAG
084300     MOVE ZERO TO WS-AGE-DAYS
084400     MOVE DL100-SUSP-BUS-DATE TO DL100-CAL-DATE
084500     PERFORM READ-CAL-RECORD THRU READ-CAL-RECORD-EXIT
084600     IF WS-FS-CAL-NOT-FOUND
084700         MOVE "NO DATE" TO ADT-FLAG
084800     ELSE
084900         MOVE DL100-CAL-BUS-SEQ TO WS-ITEM-SEQ
085000         IF WS-BUS-SEQ > WS-ITEM-SEQ
085100             COMPUTE WS-AGE-DAYS = WS-BUS-SEQ - WS-ITEM-SEQ
085200         END-IF
085300         IF WS-AGE-DAYS > WS-AGE-LIMIT
085400             MOVE "*** AGED" TO ADT-FLAG
085500             ADD 1 TO WS-AGED-COUNT
085600             ADD DL100-TRANS-AMOUNT TO WS-AGED-AMOUNT
085700         END-IF
085800     END-IF
085900     MOVE WS-AGE-DAYS TO ADT-AGE
086000     MOVE WS-AGE-DETAIL-LINE TO DL100-AGERPT-RECORD
086100     PERFORM WRITE-AGE-LINE THRU WRITE-AGE-LINE-EXIT
086200     PERFORM READ-NEXT-SUSP THRU READ-NEXT-SUSP-EXIT.
086300 AGE-SUSP-ITEM-EXIT.
086400     EXIT.
086500*
086600 WRITE-AGE-TOTALS.
086700     MOVE WS-BLANK-LINE TO DL100-AGERPT-RECORD
086800     PERFORM WRITE-AGE-LINE THRU WRITE-AGE-LINE-EXIT
086900     MOVE "OPEN ITEMS" TO ATL-LABEL
087000     MOVE WS-OPEN-COUNT TO ATL-COUNT
087100     MOVE WS-OPEN-AMOUNT TO ATL-AMOUNT
087200     MOVE WS-AGE-TOTAL-LINE TO DL100-AGERPT-RECORD
087300     PERFORM WRITE-AGE-LINE THRU WRITE-AGE-LINE-EXIT
087400     MOVE "OVER THE AGE LIMIT" TO ATL-LABEL
087500     MOVE WS-AGED-COUNT TO ATL-COUNT
087600     MOVE WS-AGED-AMOUNT TO ATL-AMOUNT
087700     MOVE WS-AGE-TOTAL-LINE TO DL100-AGERPT-RECORD
087800     PERFORM WRITE-AGE-LINE THRU WRITE-AGE-LINE-EXIT.
087900 WRITE-AGE-TOTALS-EXIT.
088000     EXIT.
088100*
088200 WRITE-AGE-LINE.
088300     WRITE DL100-AGERPT-RECORD
088400     IF NOT WS-FS-AGERPT-OK
088500         MOVE "DL100-AGERPT-FILE" TO WS-ABEND-FILE-NAME
088600         MOVE WS-FS-AGERPT TO WS-ABEND-STATUS
088700         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
088800     END-IF.
088900 WRITE-AGE-LINE-EXIT.
089000     EXIT.
089100*
089200******************************************************************
089300* ERROR-PARAGRAPH - display the bad file status and take a
089400* controlled abend, same convention as the intake run.
089500******************************************************************
089600 ERROR-PARAGRAPH.
089700     DISPLAY "*** I-O ERROR ON " WS-ABEND-FILE-NAME
089800     DISPLAY "*** FILE STATUS IS " WS-ABEND-STATUS
089900     DISPLAY "*** DL100SC ABENDING WITH RETURN CODE "
090000         WS-ABEND-RETURN-CODE
090100     MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE
090200     STOP RUN.
090300 ERROR-PARAGRAPH-EXIT.
090400     EXIT.
090500 END PROGRAM DL100SC.
