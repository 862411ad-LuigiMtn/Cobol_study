000100******************************************************************
000200* Author:      Luigi
000300* Date-Written: 15/10/2026
000400* Date-Compiled:
000500* Purpose:     Forward recovery of the DL100 master file.  Loads
000600*              a sequential backup of DL100-MASTER-FILE into an
000700*              empty recovery cluster, then replays the audit
000800*              generations cut since the backup - the intake's
000900*              batch postings and the interactive MAINT-*
001000*              actions alike - in the order they are
001100*              concatenated on AUDIN, up to the stop date and
001200*              time the operator gives.  Each audit record
001300*              carries the balance before and after and the
001400*              master fields as the action left them, so each
001500*              replayed action sets the account to exactly what
001600*              the action left; a balance-before that does not
001700*              match the rebuilt account means a generation is
001800*              missing or out of order and is listed.  Accounts
001900*              DL100AG purged since the backup (the offload
002000*              generations on PURGED) are taken off again when
002100*              they saw no activity after the purge.  The run
002200*              ends by proving the rebuilt total balance
002300*              against the latest DL100TB position: a rebuilt
002400*              master that does not agree ends with return code
002500*              8 and must not be installed.  Fields only the
002600*              other nightly programs maintain (interest
002700*              accrual, minimum due, days-past-due bucket) are
002800*              as the backup had them; those programs bring
002900*              them up to date on their next run.
003000* Tectonics:   cobc -c DL100FR.cbl -I copybooks
003100*
003200* Modification History
003300* Date       Init  Description
003400* ---------- ----  ---------------------------------------------
003500* 15/10/2026  LM   Initial version.
003510* 15/10/2026  LM   MAINT-SI (standing-instruction maintenance)
003520*                  does not touch the master; passed over.
003530* 15/10/2026  LM   Audit records grow to 186 bytes with the
003540*                  operator IDs.  MAINT-REQ (a change held for
003550*                  a second operator) and MAINT-DECL (one
003560*                  declined) do not touch the master; passed
003570*                  over.  An approved change is a MAINT-LIM or
003580*                  MAINT-CHG and replays as before.
003590* 15/10/2026  LM   MAINT-REV (activity review case cleared or
003591*                  escalated) does not touch the master; passed
003592*                  over.
003600******************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID. DL100FR.
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
005000     SELECT DL100-BACKUP-FILE ASSIGN TO MASTBK
005100         ORGANIZATION IS SEQUENTIAL
005200         ACCESS MODE IS SEQUENTIAL
005300         FILE STATUS IS WS-FS-BACKUP.
005400*
005500     SELECT DL100-MASTER-FILE ASSIGN TO MASTOUT
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS DL100-MASTER-ACCT-NO
005900         FILE STATUS IS WS-FS-MASTER.
006000*
006100     SELECT DL100-AUDIT-FILE ASSIGN TO AUDIN
006200         ORGANIZATION IS SEQUENTIAL
006300         ACCESS MODE IS SEQUENTIAL
006400         FILE STATUS IS WS-FS-AUDIT.
006500*
006600     SELECT DL100-PURGE-FILE ASSIGN TO PURGED
006700         ORGANIZATION IS SEQUENTIAL
006800         ACCESS MODE IS SEQUENTIAL
006900         FILE STATUS IS WS-FS-PURGE.
007000*
007100     SELECT DL100-TBPOS-FILE ASSIGN TO TBPOS
007200         ORGANIZATION IS SEQUENTIAL
007300         ACCESS MODE IS SEQUENTIAL
007400         FILE STATUS IS WS-FS-TBPOS.
007500*
007600     SELECT DL100-FRRPT-FILE ASSIGN TO FRRPT
007700         ORGANIZATION IS SEQUENTIAL
007800         ACCESS MODE IS SEQUENTIAL
007900         FILE STATUS IS WS-FS-FRRPT.
008000*
008100 DATA DIVISION.
008200 FILE SECTION.
008300*
008400 FD  DL100-BACKUP-FILE
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700 01  DL100-BACKUP-RECORD              PIC X(150).
008800*
008900 FD  DL100-MASTER-FILE
009000     RECORDING MODE IS F
009100     LABEL RECORDS ARE STANDARD.
009200     COPY DL100MS.
009300*
009400 FD  DL100-AUDIT-FILE
009500     RECORDING MODE IS F
009600     LABEL RECORDS ARE STANDARD.
009700     COPY DL100AU.
009800*
009900*    the DL100AG offload record is a master record image; only
010000*    the account number and the last-activity date are needed
010100 FD  DL100-PURGE-FILE
010200     RECORDING MODE IS F
010300     LABEL RECORDS ARE STANDARD.
010400 01  DL100-PURGE-RECORD.
010500     05  DL100-PURGE-ACCT-NO          PIC 9(09).
010600     05  FILLER                       PIC X(42).
010700     05  DL100-PURGE-LAST-ACT-DATE    PIC 9(08).
010800     05  FILLER                       PIC X(91).
010900*
011000 FD  DL100-TBPOS-FILE
011100     RECORDING MODE IS F
011200     LABEL RECORDS ARE STANDARD.
011300 01  DL100-TBPOS-RECORD.
011400     05  DL100-TBPOS-BUS-DATE         PIC 9(08).
011500     05  DL100-TBPOS-TOT-BALANCE      PIC S9(13)V99.
011600     05  FILLER                       PIC X(57).
011700*
011800 FD  DL100-FRRPT-FILE
011900     RECORDING MODE IS F
012000     LABEL RECORDS ARE STANDARD.
012100 01  DL100-FRRPT-RECORD               PIC X(132).
012200*
012300 WORKING-STORAGE SECTION.
012400*
012500*    recovery counters and totals
012600 77  WS-BACKUP-COUNT                   PIC 9(07) COMP VALUE ZERO.
012700 77  WS-AUDIT-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
012800 77  WS-POSTED-COUNT                   PIC 9(07) COMP VALUE ZERO.
012900 77  WS-MAINT-COUNT                    PIC 9(07) COMP VALUE ZERO.
013000 77  WS-ADDED-COUNT                    PIC 9(07) COMP VALUE ZERO.
013100 77  WS-PAST-STOP-COUNT                PIC 9(07) COMP VALUE ZERO.
013200 77  WS-NOT-MASTER-COUNT               PIC 9(07) COMP VALUE ZERO.
013300 77  WS-NO-IMAGE-COUNT                 PIC 9(07) COMP VALUE ZERO.
013400 77  WS-OUT-OF-STEP-COUNT              PIC 9(07) COMP VALUE ZERO.
013500 77  WS-PURGED-COUNT                   PIC 9(07) COMP VALUE ZERO.
013600 77  WS-PURGE-KEPT-COUNT               PIC 9(07) COMP VALUE ZERO.
013700 77  WS-MASTER-COUNT                   PIC 9(07) COMP VALUE ZERO.
013800 77  WS-TOTAL-BALANCE                  PIC S9(13)V99 VALUE ZERO.
013900 77  WS-TBPOS-BALANCE                  PIC S9(13)V99 VALUE ZERO.
014000 77  WS-TBPOS-BUS-DATE                 PIC 9(08) VALUE ZERO.
014100 77  WS-DIFFERENCE                     PIC S9(13)V99 VALUE ZERO.
014200 77  WS-REBUILT-BALANCE                PIC S9(09)V99 VALUE ZERO.
014300*
014400*    the point in time the replay stops at, keyed by the operator
014500 01  WS-STOP-FIELDS.
014600     05  WS-STOP-DATE                  PIC 9(08).
014700     05  WS-STOP-TIME                  PIC 9(08).
014800 01  WS-STOP-STAMP REDEFINES WS-STOP-FIELDS
014900                                       PIC 9(16).
015000 01  WS-AUDIT-STAMP                    PIC 9(16).
015100 01  WS-AUDIT-STAMP-PARTS REDEFINES WS-AUDIT-STAMP.
015200     05  WS-AUDIT-STAMP-DATE           PIC 9(08).
015300     05  WS-AUDIT-STAMP-TIME           PIC 9(08).
015400*
015500 01  WS-FILE-STATUS-FIELDS.
015600     05  WS-FS-BACKUP                  PIC X(02) VALUE "00".
015700         88  WS-FS-BACKUP-OK           VALUE "00".
015800         88  WS-FS-BACKUP-EOF          VALUE "10".
015900     05  WS-FS-MASTER                  PIC X(02) VALUE "00".
016000         88  WS-FS-MASTER-OK           VALUE "00".
016100         88  WS-FS-MASTER-EOF          VALUE "10".
016200         88  WS-FS-MASTER-NOT-FOUND    VALUE "23".
016300     05  WS-FS-AUDIT                   PIC X(02) VALUE "00".
016400         88  WS-FS-AUDIT-OK            VALUE "00".
016500         88  WS-FS-AUDIT-EOF           VALUE "10".
016600     05  WS-FS-PURGE                   PIC X(02) VALUE "00".
016700         88  WS-FS-PURGE-OK            VALUE "00".
016800         88  WS-FS-PURGE-EOF           VALUE "10".
016900     05  WS-FS-TBPOS                   PIC X(02) VALUE "00".
017000         88  WS-FS-TBPOS-OK            VALUE "00".
017100         88  WS-FS-TBPOS-EOF           VALUE "10".
017200         88  WS-FS-TBPOS-NOT-FOUND     VALUE "35".
017300     05  WS-FS-FRRPT                   PIC X(02) VALUE "00".
017400         88  WS-FS-FRRPT-OK            VALUE "00".
017500*
017600 01  WS-SWITCHES.
017700     05  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
017800         88  WS-EOF                    VALUE "Y".
017900     05  WS-PRIOR-SWITCH               PIC X(01) VALUE "N".
018000         88  WS-PRIOR-ON-FILE          VALUE "Y".
018100     05  WS-PROOF-SWITCH               PIC X(01) VALUE "Y".
018200         88  WS-PROOF-IN-BAL           VALUE "Y".
018300         88  WS-PROOF-OUT-OF-BAL       VALUE "N".
018400     05  WS-NEW-ACCOUNT-SWITCH         PIC X(01) VALUE "N".
018500         88  WS-NEW-ACCOUNT            VALUE "Y".
018600*
018700 01  WS-ABEND-FIELDS.
018800     05  WS-ABEND-FILE-NAME            PIC X(20).
018900     05  WS-ABEND-STATUS               PIC X(02).
019000     05  WS-ABEND-RETURN-CODE          PIC 9(03) VALUE 16.
019100*
019200 01  WS-CURRENT-DATE                   PIC 9(08).
019300*
019400 01  WS-REPORT-FIELDS.
019500     05  WS-FR-HEADING-1.
019600         10  FILLER                     PIC X(32)
019700             VALUE "DL100 MASTER FORWARD RECOVERY  ".
019800         10  FILLER                     PIC X(08)
019900             VALUE "STOP AT ".
020000         10  FHD-STOP-DATE              PIC 9(08).
020100         10  FILLER                     PIC X(01) VALUE SPACE.
020200         10  FHD-STOP-TIME              PIC 9(08).
020300         10  FILLER                     PIC X(11)
020400             VALUE "  RUN DATE ".
020500         10  FHD-RUN-DATE               PIC 9(08).
020600         10  FILLER                     PIC X(56) VALUE SPACES.
020700     05  WS-FR-HEADING-2.
020800         10  FILLER                     PIC X(41)
020900             VALUE "OUT OF STEP  ACCOUNT    RUN DATE RUN TIME".
021000         10  FILLER                     PIC X(33)
021100             VALUE "  ACTION     AUDIT BAL BEFORE    ".
021200         10  FILLER                     PIC X(58)
021300             VALUE "REBUILT BALANCE".
021400     05  WS-FR-DETAIL-LINE.
021500         10  FILLER                     PIC X(13) VALUE SPACES.
021600         10  FDT-ACCT-NO                PIC 9(09).
021700         10  FILLER                     PIC X(02) VALUE SPACES.
021800         10  FDT-RUN-DATE               PIC 9(08).
021900         10  FILLER                     PIC X(01) VALUE SPACE.
022000         10  FDT-RUN-TIME               PIC 9(08).
022100         10  FILLER                     PIC X(02) VALUE SPACES.
022200         10  FDT-ACTION                 PIC X(10).
022300         10  FILLER                     PIC X(02) VALUE SPACES.
022400         10  FDT-BAL-BEFORE             PIC ZZZ,ZZZ,ZZ9.99-.
022500         10  FILLER                     PIC X(04) VALUE SPACES.
022600         10  FDT-REBUILT                PIC ZZZ,ZZZ,ZZ9.99-.
022700         10  FILLER                     PIC X(43) VALUE SPACES.
022800     05  WS-FR-COUNT-LINE.
022900         10  FILLER                     PIC X(02) VALUE SPACES.
023000         10  FCN-LABEL                  PIC X(30).
023100         10  FILLER                     PIC X(02) VALUE ": ".
023200         10  FCN-COUNT                  PIC Z,ZZZ,ZZ9.
023300         10  FILLER                     PIC X(89) VALUE SPACES.
023400     05  WS-FR-AMOUNT-LINE.
023500         10  FILLER                     PIC X(02) VALUE SPACES.
023600         10  FAM-LABEL                  PIC X(30).
023700         10  FILLER                     PIC X(02) VALUE ": ".
023800         10  FAM-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
023900         10  FILLER                     PIC X(77) VALUE SPACES.
024000     05  WS-FR-MESSAGE-LINE.
024100         10  FILLER                     PIC X(02) VALUE SPACES.
024200         10  FMS-TEXT                   PIC X(70).
024300         10  FILLER                     PIC X(60) VALUE SPACES.
024400     05  WS-BLANK-LINE                  PIC X(132) VALUE SPACES.
024500*
024600 PROCEDURE DIVISION.
024700*
024800 MAIN-PROCEDURE.
024900     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
025000     DISPLAY "ENTER STOP DATE (YYYYMMDD): "
025100     ACCEPT WS-STOP-DATE
025200     IF WS-STOP-DATE NOT NUMERIC
025300         OR WS-STOP-DATE = ZERO
025400         DISPLAY "*** STOP DATE MUST BE YYYYMMDD ***"
025500         MOVE 12 TO RETURN-CODE
025600         STOP RUN
025700     END-IF
025800     DISPLAY "ENTER STOP TIME (HHMMSSHH, 23595999 = END OF DAY): "
025900     ACCEPT WS-STOP-TIME
026000     IF WS-STOP-TIME NOT NUMERIC
026100         OR WS-STOP-TIME > 23595999
026200         DISPLAY "*** STOP TIME MUST BE HHMMSSHH ***"
026300         MOVE 12 TO RETURN-CODE
026400         STOP RUN
026500     END-IF
026600     OPEN OUTPUT DL100-FRRPT-FILE
026700     IF NOT WS-FS-FRRPT-OK
026800         MOVE "DL100-FRRPT-FILE" TO WS-ABEND-FILE-NAME
026900         MOVE WS-FS-FRRPT TO WS-ABEND-STATUS
027000         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
027100     END-IF
027200     PERFORM WRITE-FR-HEADINGS THRU WRITE-FR-HEADINGS-EXIT
027300     PERFORM LOAD-BACKUP THRU LOAD-BACKUP-EXIT
027400     OPEN I-O DL100-MASTER-FILE
027500     IF NOT WS-FS-MASTER-OK
027600         MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
027700         MOVE WS-FS-MASTER TO WS-ABEND-STATUS
027800         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
027900     END-IF
028000     PERFORM REPLAY-AUDIT THRU REPLAY-AUDIT-EXIT
028100     PERFORM APPLY-PURGES THRU APPLY-PURGES-EXIT
028200     PERFORM TOTAL-MASTER THRU TOTAL-MASTER-EXIT
028300     CLOSE DL100-MASTER-FILE
028400     IF NOT WS-FS-MASTER-OK
028500         MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
028600         MOVE WS-FS-MASTER TO WS-ABEND-STATUS
028700         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
028800     END-IF
028900     PERFORM READ-TB-POSITION THRU READ-TB-POSITION-EXIT
029000     PERFORM PROVE-RECOVERY THRU PROVE-RECOVERY-EXIT
029100     PERFORM WRITE-FR-TOTALS THRU WRITE-FR-TOTALS-EXIT
029200     CLOSE DL100-FRRPT-FILE
029300     IF NOT WS-FS-FRRPT-OK
029400         MOVE "DL100-FRRPT-FILE" TO WS-ABEND-FILE-NAME
029500         MOVE WS-FS-FRRPT TO WS-ABEND-STATUS
029600         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
029700     END-IF
029800     IF WS-PROOF-OUT-OF-BAL
029900         DISPLAY "*** DL100FR RECOVERED MASTER NOT PROVEN -"
030000             " DO NOT INSTALL, RETURN CODE 8 ***"
030100         MOVE 8 TO RETURN-CODE
030200     ELSE
030300         IF WS-OUT-OF-STEP-COUNT > ZERO
030400             DISPLAY "*** DL100FR PROVEN WITH ACCOUNTS OUT OF"
030500                 " STEP - SEE FRRPT, RETURN CODE 4 ***"
030600             MOVE 4 TO RETURN-CODE
030700         END-IF
030800     END-IF
030900     GOBACK.
031000*
031100******************************************************************
031200* WRITE-FR-HEADINGS - the report heading with the stop point.
031300******************************************************************
031400 WRITE-FR-HEADINGS.
031500     MOVE WS-STOP-DATE TO FHD-STOP-DATE
031600     MOVE WS-STOP-TIME TO FHD-STOP-TIME
031700     MOVE WS-CURRENT-DATE TO FHD-RUN-DATE
031800     MOVE WS-FR-HEADING-1 TO DL100-FRRPT-RECORD
031900     PERFORM WRITE-FR-LINE THRU WRITE-FR-LINE-EXIT
032000     MOVE WS-BLANK-LINE TO DL100-FRRPT-RECORD
032100     PERFORM WRITE-FR-LINE THRU WRITE-FR-LINE-EXIT
032200     MOVE WS-FR-HEADING-2 TO DL100-FRRPT-RECORD
032300     PERFORM WRITE-FR-LINE THRU WRITE-FR-LINE-EXIT.
032400 WRITE-FR-HEADINGS-EXIT.
032500     EXIT.
032600*
032700******************************************************************
032800* LOAD-BACKUP - copy the backup into the empty recovery cluster.
032900* The backup is an unload of the keyed master, so it arrives in
033000* account order.
033100******************************************************************
033200 LOAD-BACKUP.
033300     OPEN INPUT DL100-BACKUP-FILE
033400     IF NOT WS-FS-BACKUP-OK
033500         MOVE "DL100-BACKUP-FILE" TO WS-ABEND-FILE-NAME
033600         MOVE WS-FS-BACKUP TO WS-ABEND-STATUS
033700         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
033800     END-IF
033900     OPEN OUTPUT DL100-MASTER-FILE
034000     IF NOT WS-FS-MASTER-OK
034100         MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
034200         MOVE WS-FS-MASTER TO WS-ABEND-STATUS
034300         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
034400     END-IF
034500     MOVE "N" TO WS-EOF-SWITCH
034600     PERFORM READ-BACKUP-RECORD THRU READ-BACKUP-RECORD-EXIT
034700     PERFORM LOAD-BACKUP-RECORD THRU LOAD-BACKUP-RECORD-EXIT
034800         UNTIL WS-EOF
034900     CLOSE DL100-BACKUP-FILE
035000     IF NOT WS-FS-BACKUP-OK
035100         MOVE "DL100-BACKUP-FILE" TO WS-ABEND-FILE-NAME
035200         MOVE WS-FS-BACKUP TO WS-ABEND-STATUS
035300         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
035400     END-IF
035500     CLOSE DL100-MASTER-FILE
035600     IF NOT WS-FS-MASTER-OK
035700         MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
035800         MOVE WS-FS-MASTER TO WS-ABEND-STATUS
035900         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
036000     END-IF.
036100 LOAD-BACKUP-EXIT.
036200     EXIT.
036300*
036400 READ-BACKUP-RECORD.
036500     READ DL100-BACKUP-FILE
036600         AT END
036700             MOVE "Y" TO WS-EOF-SWITCH
036800     END-READ
036900     IF NOT WS-FS-BACKUP-OK
037000         IF NOT WS-FS-BACKUP-EOF
037100             MOVE "DL100-BACKUP-FILE" TO WS-ABEND-FILE-NAME
037200             MOVE WS-FS-BACKUP TO WS-ABEND-STATUS
037300             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
037400         END-IF
037500     END-IF.
037600 READ-BACKUP-RECORD-EXIT.
037700     EXIT.
037800*
037900 LOAD-BACKUP-RECORD.
038000     MOVE DL100-BACKUP-RECORD TO DL100-MASTER-RECORD
038100     WRITE DL100-MASTER-RECORD
038200     IF NOT WS-FS-MASTER-OK
038300         MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
038400         MOVE WS-FS-MASTER TO WS-ABEND-STATUS
038500         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
038600     END-IF
038700     ADD 1 TO WS-BACKUP-COUNT
038800     PERFORM READ-BACKUP-RECORD THRU READ-BACKUP-RECORD-EXIT.
038900 LOAD-BACKUP-RECORD-EXIT.
039000     EXIT.
039100*
039200******************************************************************
039300* REPLAY-AUDIT - read the audit generations front to back and
039400* replay every master action up to the stop point.  Generations
039500* are read in the order they are concatenated, so the job must
039600* list them oldest first.
039700******************************************************************
039800 REPLAY-AUDIT.
039900     OPEN INPUT DL100-AUDIT-FILE
040000     IF NOT WS-FS-AUDIT-OK
040100         MOVE "DL100-AUDIT-FILE" TO WS-ABEND-FILE-NAME
040200         MOVE WS-FS-AUDIT TO WS-ABEND-STATUS
040300         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
040400     END-IF
040500     MOVE "N" TO WS-EOF-SWITCH
040600     PERFORM READ-AUDIT-RECORD THRU READ-AUDIT-RECORD-EXIT
040700     PERFORM REPLAY-AUDIT-RECORD THRU REPLAY-AUDIT-RECORD-EXIT
040800         UNTIL WS-EOF
040900     CLOSE DL100-AUDIT-FILE
041000     IF NOT WS-FS-AUDIT-OK
041100         MOVE "DL100-AUDIT-FILE" TO WS-ABEND-FILE-NAME
041200         MOVE WS-FS-AUDIT TO WS-ABEND-STATUS
041300         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
041400     END-IF.
041500 REPLAY-AUDIT-EXIT.
041600     EXIT.
041700*
041800 READ-AUDIT-RECORD.
041900     READ DL100-AUDIT-FILE
042000         AT END
042100             MOVE "Y" TO WS-EOF-SWITCH
042200     END-READ
042300     IF WS-FS-AUDIT-OK
042400         ADD 1 TO WS-AUDIT-READ-COUNT
042500     ELSE
042600         IF NOT WS-FS-AUDIT-EOF
042700             MOVE "DL100-AUDIT-FILE" TO WS-ABEND-FILE-NAME
042800             MOVE WS-FS-AUDIT TO WS-ABEND-STATUS
042900             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
043000         END-IF
043100     END-IF.
043200 READ-AUDIT-RECORD-EXIT.
043300     EXIT.
043400*
043500******************************************************************
043600* REPLAY-AUDIT-RECORD - one audit record.  Past the stop point,
043700* or an action that does not touch the master (customer
043800* details, standing instructions, changes held for or
043810* declined by a second operator, activity review cases), it
043820* is counted and passed over.  A record without the balance
043900* and master fields was cut before they existed and cannot be
044000* replayed; it is counted
044100* and listed as out of step.  Otherwise the account is set to
044150* what the action left.
044200******************************************************************
044300 REPLAY-AUDIT-RECORD.
044400     MOVE DL100-AUDIT-RUN-DATE TO WS-AUDIT-STAMP-DATE
044500     MOVE DL100-AUDIT-RUN-TIME TO WS-AUDIT-STAMP-TIME
044600     IF WS-AUDIT-STAMP > WS-STOP-STAMP
044700         ADD 1 TO WS-PAST-STOP-COUNT
044800         GO TO REPLAY-AUDIT-RECORD-NEXT
044900     END-IF
045000     IF DL100-AUDIT-ACTION NOT = "PROCESSED"
045100         AND (DL100-AUDIT-ACTION (1:6) NOT = "MAINT-"
045200              OR DL100-AUDIT-ACTION = "MAINT-CUST"
045210              OR DL100-AUDIT-ACTION = "MAINT-SI"
045220              OR DL100-AUDIT-ACTION = "MAINT-REQ"
045230              OR DL100-AUDIT-ACTION = "MAINT-DECL"
045240              OR DL100-AUDIT-ACTION = "MAINT-REV")
045300         ADD 1 TO WS-NOT-MASTER-COUNT
045400         GO TO REPLAY-AUDIT-RECORD-NEXT
045500     END-IF
045600     IF DL100-AUDIT-BAL-BEFORE NOT NUMERIC
045700         OR DL100-AUDIT-BAL-AFTER NOT NUMERIC
045800         ADD 1 TO WS-NO-IMAGE-COUNT
045900         MOVE ZERO TO WS-REBUILT-BALANCE
046000         PERFORM WRITE-OUT-OF-STEP THRU WRITE-OUT-OF-STEP-EXIT
046100         GO TO REPLAY-AUDIT-RECORD-NEXT
046200     END-IF
046300     PERFORM APPLY-AUDIT-RECORD THRU APPLY-AUDIT-RECORD-EXIT.
046400 REPLAY-AUDIT-RECORD-NEXT.
046500     PERFORM READ-AUDIT-RECORD THRU READ-AUDIT-RECORD-EXIT.
046600 REPLAY-AUDIT-RECORD-EXIT.
046700     EXIT.
046800*
046900******************************************************************
047000* APPLY-AUDIT-RECORD - set the account to the balance and master
047100* fields the action left.  An account not yet on the rebuilt
047200* master was opened by this action (NW posting or MAINT-ADD)
047300* and starts from nothing, as TESTE starts it.  The audit's
047400* balance-before must match the rebuilt balance; a mismatch is
047500* listed, and the action is still applied so the account ends
047600* where the journal says it ended.
047700******************************************************************
047800 APPLY-AUDIT-RECORD.
047900     MOVE "N" TO WS-NEW-ACCOUNT-SWITCH
048000     MOVE DL100-AUDIT-ACCT-NO TO DL100-MASTER-ACCT-NO
048100     READ DL100-MASTER-FILE KEY IS DL100-MASTER-ACCT-NO
048200     IF WS-FS-MASTER-NOT-FOUND
048300         MOVE "Y" TO WS-NEW-ACCOUNT-SWITCH
048400         PERFORM START-NEW-ACCOUNT THRU START-NEW-ACCOUNT-EXIT
048500     ELSE
048600         IF NOT WS-FS-MASTER-OK
048700             MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
048800             MOVE WS-FS-MASTER TO WS-ABEND-STATUS
048900             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
049000         END-IF
049100     END-IF
049200     IF DL100-MASTER-BALANCE NUMERIC
049300         MOVE DL100-MASTER-BALANCE TO WS-REBUILT-BALANCE
049400     ELSE
049500         MOVE ZERO TO WS-REBUILT-BALANCE
049600     END-IF
049700     IF DL100-AUDIT-BAL-BEFORE NOT = WS-REBUILT-BALANCE
049800         PERFORM WRITE-OUT-OF-STEP THRU WRITE-OUT-OF-STEP-EXIT
049900     END-IF
050000     MOVE DL100-AUDIT-BAL-AFTER TO DL100-MASTER-BALANCE
050100     MOVE DL100-AUDIT-MAST-STATUS TO DL100-MASTER-STATUS
050200     MOVE DL100-AUDIT-MAST-NAME TO DL100-MASTER-NAME
050300     MOVE DL100-AUDIT-MAST-LIMIT TO DL100-MASTER-CREDIT-LIMIT
050400     MOVE DL100-AUDIT-MAST-ACT-DATE TO DL100-MASTER-LAST-ACT-DATE
050500     IF WS-NEW-ACCOUNT
050600         WRITE DL100-MASTER-RECORD
050700         ADD 1 TO WS-ADDED-COUNT
050800     ELSE
050900         REWRITE DL100-MASTER-RECORD
051000     END-IF
051100     IF NOT WS-FS-MASTER-OK
051200         MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
051300         MOVE WS-FS-MASTER TO WS-ABEND-STATUS
051400         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
051500     END-IF
051600     IF DL100-AUDIT-ACTION = "PROCESSED"
051700         ADD 1 TO WS-POSTED-COUNT
051800     ELSE
051900         ADD 1 TO WS-MAINT-COUNT
052000     END-IF.
052100 APPLY-AUDIT-RECORD-EXIT.
052200     EXIT.
052300*
052400******************************************************************
052500* START-NEW-ACCOUNT - an empty master record for an account the
052600* replayed action opened, every amount and date zero.
052700******************************************************************
052800 START-NEW-ACCOUNT.
052900     MOVE SPACES TO DL100-MASTER-RECORD
053000     MOVE DL100-AUDIT-ACCT-NO TO DL100-MASTER-ACCT-NO
053100     MOVE ZERO TO DL100-MASTER-BALANCE
053200     MOVE ZERO TO DL100-MASTER-CREDIT-LIMIT
053300     MOVE ZERO TO DL100-MASTER-ACCR-INT
053400     MOVE ZERO TO DL100-MASTER-ACCR-DATE
053500     MOVE ZERO TO DL100-MASTER-ACCR-CAP-MONTH
053600     MOVE ZERO TO DL100-MASTER-ACCR-CAP-AMT
053700     MOVE ZERO TO DL100-MASTER-MIN-DUE
053800     MOVE ZERO TO DL100-MASTER-DUE-DATE
053900     MOVE ZERO TO DL100-MASTER-PAST-DUE-AMT
054000     MOVE "N" TO DL100-MASTER-DUE-CHECKED
054100     MOVE ZERO TO DL100-MASTER-DPD-BUCKET
054200     MOVE ZERO TO DL100-MASTER-PREV-BUCKET
054300     MOVE ZERO TO DL100-MASTER-BUCKET-DATE.
054400 START-NEW-ACCOUNT-EXIT.
054500     EXIT.
054600*
054700 WRITE-OUT-OF-STEP.
054800     ADD 1 TO WS-OUT-OF-STEP-COUNT
054900     MOVE DL100-AUDIT-ACCT-NO TO FDT-ACCT-NO
055000     MOVE DL100-AUDIT-RUN-DATE TO FDT-RUN-DATE
055100     MOVE DL100-AUDIT-RUN-TIME TO FDT-RUN-TIME
055200     MOVE DL100-AUDIT-ACTION TO FDT-ACTION
055300     IF DL100-AUDIT-BAL-BEFORE NUMERIC
055400         MOVE DL100-AUDIT-BAL-BEFORE TO FDT-BAL-BEFORE
055500     ELSE
055600         MOVE ZERO TO FDT-BAL-BEFORE
055700     END-IF
055800     MOVE WS-REBUILT-BALANCE TO FDT-REBUILT
055900     MOVE WS-FR-DETAIL-LINE TO DL100-FRRPT-RECORD
056000     PERFORM WRITE-FR-LINE THRU WRITE-FR-LINE-EXIT.
056100 WRITE-OUT-OF-STEP-EXIT.
056200     EXIT.
056300*
056400******************************************************************
056500* APPLY-PURGES - accounts DL100AG archived and deleted since the
056600* backup come off the rebuilt master again.  One whose last
056700* activity date moved on after the purge was reopened or posted
056800* to afterwards and stays.
056900******************************************************************
057000 APPLY-PURGES.
057100     OPEN INPUT DL100-PURGE-FILE
057200     IF NOT WS-FS-PURGE-OK
057300         MOVE "DL100-PURGE-FILE" TO WS-ABEND-FILE-NAME
057400         MOVE WS-FS-PURGE TO WS-ABEND-STATUS
057500         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
057600     END-IF
057700     MOVE "N" TO WS-EOF-SWITCH
057800     PERFORM READ-PURGE-RECORD THRU READ-PURGE-RECORD-EXIT
057900     PERFORM APPLY-PURGE-RECORD THRU APPLY-PURGE-RECORD-EXIT
058000         UNTIL WS-EOF
058100     CLOSE DL100-PURGE-FILE
058200     IF NOT WS-FS-PURGE-OK
058300         MOVE "DL100-PURGE-FILE" TO WS-ABEND-FILE-NAME
058400         MOVE WS-FS-PURGE TO WS-ABEND-STATUS
058500         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
058600     END-IF.
058700 APPLY-PURGES-EXIT.
058800     EXIT.
058900*
059000 READ-PURGE-RECORD.
059100     READ DL100-PURGE-FILE
059200         AT END
059300             MOVE "Y" TO WS-EOF-SWITCH
059400     END-READ
059500     IF NOT WS-FS-PURGE-OK
059600         IF NOT WS-FS-PURGE-EOF
059700             MOVE "DL100-PURGE-FILE" TO WS-ABEND-FILE-NAME
059800             MOVE WS-FS-PURGE TO WS-ABEND-STATUS
059900             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
060000         END-IF
060100     END-IF.
060200 READ-PURGE-RECORD-EXIT.
060300     EXIT.
060400*
060500 APPLY-PURGE-RECORD.
060600     MOVE DL100-PURGE-ACCT-NO TO DL100-MASTER-ACCT-NO
060700     READ DL100-MASTER-FILE KEY IS DL100-MASTER-ACCT-NO
060800     IF WS-FS-MASTER-NOT-FOUND
060900         GO TO APPLY-PURGE-RECORD-NEXT
061000     END-IF
061100     IF NOT WS-FS-MASTER-OK
061200         MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
061300         MOVE WS-FS-MASTER TO WS-ABEND-STATUS
061400         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
061500     END-IF
061600     IF DL100-MASTER-LAST-ACT-DATE NUMERIC
061700         AND DL100-PURGE-LAST-ACT-DATE NUMERIC
061800         AND DL100-MASTER-LAST-ACT-DATE >
061900             DL100-PURGE-LAST-ACT-DATE
062000         ADD 1 TO WS-PURGE-KEPT-COUNT
062100         GO TO APPLY-PURGE-RECORD-NEXT
062200     END-IF
062300     DELETE DL100-MASTER-FILE RECORD
062400     IF NOT WS-FS-MASTER-OK
062500         MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
062600         MOVE WS-FS-MASTER TO WS-ABEND-STATUS
062700         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
062800     END-IF
062900     ADD 1 TO WS-PURGED-COUNT.
063000 APPLY-PURGE-RECORD-NEXT.
063100     PERFORM READ-PURGE-RECORD THRU READ-PURGE-RECORD-EXIT.
063200 APPLY-PURGE-RECORD-EXIT.
063300     EXIT.
063400*
063500******************************************************************
063600* TOTAL-MASTER - read the rebuilt master front to back for the
063700* account count and the total balance, the way DL100TB totals
063800* the live one.
063900******************************************************************
064000 TOTAL-MASTER.
064100     MOVE "N" TO WS-EOF-SWITCH
064200     MOVE ZERO TO DL100-MASTER-ACCT-NO
064300     START DL100-MASTER-FILE
064400         KEY IS NOT LESS THAN DL100-MASTER-ACCT-NO
064500     END-START
064600     IF WS-FS-MASTER-OK
064700         PERFORM READ-NEXT-MASTER THRU READ-NEXT-MASTER-EXIT
064800         PERFORM TOTAL-MASTER-RECORD THRU TOTAL-MASTER-RECORD-EXIT
064900             UNTIL WS-EOF
065000     ELSE
065100         IF NOT WS-FS-MASTER-NOT-FOUND
065200             AND NOT WS-FS-MASTER-EOF
065300             MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
065400             MOVE WS-FS-MASTER TO WS-ABEND-STATUS
065500             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
065600         END-IF
065700     END-IF.
065800 TOTAL-MASTER-EXIT.
065900     EXIT.
066000*
066100 READ-NEXT-MASTER.
066200     READ DL100-MASTER-FILE NEXT RECORD
066300         AT END
066400             MOVE "Y" TO WS-EOF-SWITCH
066500     END-READ
066600     IF NOT WS-FS-MASTER-OK
066700         IF NOT WS-FS-MASTER-EOF
066800             MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
066900             MOVE WS-FS-MASTER TO WS-ABEND-STATUS
067000             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
067100         END-IF
067200     END-IF.
067300 READ-NEXT-MASTER-EXIT.
067400     EXIT.
067500*
067600 TOTAL-MASTER-RECORD.
067700     ADD 1 TO WS-MASTER-COUNT
067800     IF DL100-MASTER-BALANCE NUMERIC
067900         ADD DL100-MASTER-BALANCE TO WS-TOTAL-BALANCE
068000     END-IF
068100     PERFORM READ-NEXT-MASTER THRU READ-NEXT-MASTER-EXIT.
068200 TOTAL-MASTER-RECORD-EXIT.
068300     EXIT.
068400*
068500******************************************************************
068600* READ-TB-POSITION - the total balance DL100TB left on the
068700* position file after the last intake.  Without it there is
068800* nothing to prove the rebuilt master against.
068900******************************************************************
069000 READ-TB-POSITION.
069100     OPEN INPUT DL100-TBPOS-FILE
069200     IF WS-FS-TBPOS-OK
069300         READ DL100-TBPOS-FILE
069400         IF WS-FS-TBPOS-OK
069500             IF DL100-TBPOS-TOT-BALANCE NUMERIC
069600                 MOVE DL100-TBPOS-TOT-BALANCE TO WS-TBPOS-BALANCE
069700                 MOVE DL100-TBPOS-BUS-DATE TO WS-TBPOS-BUS-DATE
069800                 MOVE "Y" TO WS-PRIOR-SWITCH
069900             END-IF
070000         ELSE
070100             IF NOT WS-FS-TBPOS-EOF
070200                 MOVE "DL100-TBPOS-FILE" TO WS-ABEND-FILE-NAME
070300                 MOVE WS-FS-TBPOS TO WS-ABEND-STATUS
070400                 PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
070500             END-IF
070600         END-IF
070700         CLOSE DL100-TBPOS-FILE
070800     ELSE
070900         IF NOT WS-FS-TBPOS-NOT-FOUND
071000             MOVE "DL100-TBPOS-FILE" TO WS-ABEND-FILE-NAME
071100             MOVE WS-FS-TBPOS TO WS-ABEND-STATUS
071200             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
071300         END-IF
071400     END-IF.
071500 READ-TB-POSITION-EXIT.
071600     EXIT.
071700*
071800******************************************************************
071900* PROVE-RECOVERY - the rebuilt total balance must equal the last
072000* proven position.  No position on file is no proof, and the
072100* rebuilt master is refused the same as one that differs.
072200******************************************************************
072300 PROVE-RECOVERY.
072400     IF NOT WS-PRIOR-ON-FILE
072500         MOVE "N" TO WS-PROOF-SWITCH
072600         GO TO PROVE-RECOVERY-EXIT
072700     END-IF
072800     COMPUTE WS-DIFFERENCE = WS-TOTAL-BALANCE - WS-TBPOS-BALANCE
072900     IF WS-DIFFERENCE NOT = ZERO
073000         MOVE "N" TO WS-PROOF-SWITCH
073100     END-IF.
073200 PROVE-RECOVERY-EXIT.
073300     EXIT.
073400*
073500 WRITE-FR-TOTALS.
073600     MOVE WS-BLANK-LINE TO DL100-FRRPT-RECORD
073700     PERFORM WRITE-FR-LINE THRU WRITE-FR-LINE-EXIT
073800     MOVE "BACKUP RECORDS LOADED" TO FCN-LABEL
073900     MOVE WS-BACKUP-COUNT TO FCN-COUNT
074000     PERFORM WRITE-FR-COUNT THRU WRITE-FR-COUNT-EXIT
074100     MOVE "AUDIT RECORDS READ" TO FCN-LABEL
074200     MOVE WS-AUDIT-READ-COUNT TO FCN-COUNT
074300     PERFORM WRITE-FR-COUNT THRU WRITE-FR-COUNT-EXIT
074400     MOVE "BATCH POSTINGS REPLAYED" TO FCN-LABEL
074500     MOVE WS-POSTED-COUNT TO FCN-COUNT
074600     PERFORM WRITE-FR-COUNT THRU WRITE-FR-COUNT-EXIT
074700     MOVE "MAINTENANCE ACTIONS REPLAYED" TO FCN-LABEL
074800     MOVE WS-MAINT-COUNT TO FCN-COUNT
074900     PERFORM WRITE-FR-COUNT THRU WRITE-FR-COUNT-EXIT
075000     MOVE "ACCOUNTS OPENED BY REPLAY" TO FCN-LABEL
075100     MOVE WS-ADDED-COUNT TO FCN-COUNT
075200     PERFORM WRITE-FR-COUNT THRU WRITE-FR-COUNT-EXIT
075300     MOVE "PAST THE STOP POINT" TO FCN-LABEL
075400     MOVE WS-PAST-STOP-COUNT TO FCN-COUNT
075500     PERFORM WRITE-FR-COUNT THRU WRITE-FR-COUNT-EXIT
075600     MOVE "NOT MASTER ACTIONS" TO FCN-LABEL
075700     MOVE WS-NOT-MASTER-COUNT TO FCN-COUNT
075800     PERFORM WRITE-FR-COUNT THRU WRITE-FR-COUNT-EXIT
075900     MOVE "NO BALANCE IMAGE" TO FCN-LABEL
076000     MOVE WS-NO-IMAGE-COUNT TO FCN-COUNT
076100     PERFORM WRITE-FR-COUNT THRU WRITE-FR-COUNT-EXIT
076200     MOVE "OUT OF STEP" TO FCN-LABEL
076300     MOVE WS-OUT-OF-STEP-COUNT TO FCN-COUNT
076400     PERFORM WRITE-FR-COUNT THRU WRITE-FR-COUNT-EXIT
076500     MOVE "PURGES RE-APPLIED" TO FCN-LABEL
076600     MOVE WS-PURGED-COUNT TO FCN-COUNT
076700     PERFORM WRITE-FR-COUNT THRU WRITE-FR-COUNT-EXIT
076800     MOVE "PURGED BUT ACTIVE SINCE" TO FCN-LABEL
076900     MOVE WS-PURGE-KEPT-COUNT TO FCN-COUNT
077000     PERFORM WRITE-FR-COUNT THRU WRITE-FR-COUNT-EXIT
077100     MOVE "ACCOUNTS ON REBUILT MASTER" TO FCN-LABEL
077200     MOVE WS-MASTER-COUNT TO FCN-COUNT
077300     PERFORM WRITE-FR-COUNT THRU WRITE-FR-COUNT-EXIT
077400     MOVE "REBUILT TOTAL BALANCE" TO FAM-LABEL
077500     MOVE WS-TOTAL-BALANCE TO FAM-AMOUNT
077600     PERFORM WRITE-FR-AMOUNT THRU WRITE-FR-AMOUNT-EXIT
077700     IF WS-PRIOR-ON-FILE
077800         MOVE SPACES TO FAM-LABEL
077900         STRING "TBPOS BALANCE AT " WS-TBPOS-BUS-DATE
078000             DELIMITED BY SIZE INTO FAM-LABEL
078100         END-STRING
078200         MOVE WS-TBPOS-BALANCE TO FAM-AMOUNT
078300         PERFORM WRITE-FR-AMOUNT THRU WRITE-FR-AMOUNT-EXIT
078400         MOVE "DIFFERENCE" TO FAM-LABEL
078500         MOVE WS-DIFFERENCE TO FAM-AMOUNT
078600         PERFORM WRITE-FR-AMOUNT THRU WRITE-FR-AMOUNT-EXIT
078700     END-IF
078800     MOVE WS-BLANK-LINE TO DL100-FRRPT-RECORD
078900     PERFORM WRITE-FR-LINE THRU WRITE-FR-LINE-EXIT
079000     EVALUATE TRUE
079100         WHEN NOT WS-PRIOR-ON-FILE
079200             MOVE "*** NOT PROVEN - NO TBPOS, DO NOT INSTALL ***"
079300                 TO FMS-TEXT
079400         WHEN WS-PROOF-OUT-OF-BAL
079500             MOVE "*** DIFFERS FROM TBPOS - DO NOT INSTALL ***"
079600                 TO FMS-TEXT
079700         WHEN OTHER
079800             MOVE "*** AGREES WITH TBPOS ***"
079900                 TO FMS-TEXT
080000     END-EVALUATE
080100     MOVE WS-FR-MESSAGE-LINE TO DL100-FRRPT-RECORD
080200     PERFORM WRITE-FR-LINE THRU WRITE-FR-LINE-EXIT.
080300 WRITE-FR-TOTALS-EXIT.
080400     EXIT.
080500*
080600 WRITE-FR-COUNT.
080700     MOVE WS-FR-COUNT-LINE TO DL100-FRRPT-RECORD
080800     PERFORM WRITE-FR-LINE THRU WRITE-FR-LINE-EXIT.
080900 WRITE-FR-COUNT-EXIT.
081000     EXIT.
081100*
081200 WRITE-FR-AMOUNT.
081300     MOVE WS-FR-AMOUNT-LINE TO DL100-FRRPT-RECORD
081400     PERFORM WRITE-FR-LINE THRU WRITE-FR-LINE-EXIT.
081500 WRITE-FR-AMOUNT-EXIT.
081600     EXIT.
081700*
081800 WRITE-FR-LINE.
081900     WRITE DL100-FRRPT-RECORD
082000     IF NOT WS-FS-FRRPT-OK
082100         MOVE "DL100-FRRPT-FILE" TO WS-ABEND-FILE-NAME
082200         MOVE WS-FS-FRRPT TO WS-ABEND-STATUS
082300         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
082400     END-IF.
082500 WRITE-FR-LINE-EXIT.
082600     EXIT.
082700*
082800******************************************************************
082900* ERROR-PARAGRAPH - display the bad file status and take a
083000* controlled abend, same convention as the intake run.
083100******************************************************************
083200 ERROR-PARAGRAPH.
083300     DISPLAY "*** I-O ERROR ON " WS-ABEND-FILE-NAME
083400     DISPLAY "*** FILE STATUS IS " WS-ABEND-STATUS
083500     DISPLAY "*** DL100FR ABENDING WITH RETURN CODE "
083600         WS-ABEND-RETURN-CODE
083700     MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE
083800     STOP RUN.
083900 ERROR-PARAGRAPH-EXIT.
084000     EXIT.
084100 END PROGRAM DL100FR.
