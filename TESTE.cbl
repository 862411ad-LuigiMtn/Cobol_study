011261*                 interface stays free of calendar I-O - a
011262*                 recycled repair is date-edited by the next
011263*                 intake run.
011264* 15/10/2026  LM   RV reversal type: backs out one earlier
011265*                 posting named by its key (DL100-TRANS-ORIG-
011266*                 KEY).  The original is looked up on PROCFL,
011267*                 which now keeps each posting's type and
011268*                 amount; a missing original (R015), one
011269*                 already reversed (R016) or an amount that
011270*                 does not match (R017) is rejected.  The
011271*                 master and the MTD file get the exact
011272*                 opposite of the original, the original is
011273*                 flagged reversed, and reversals total on
011274*                 their own line on the report and in the GL
011275*                 extract (debit and credit sides kept apart)
011276*                 - every type table goes from seven slots to
011277*                 eight.
011278* 15/10/2026  LM   FC finance charge type, raised by the
011279*                 DL100IC month-end interest capitalization:
011280*                 posts as a debit, must reference an account
011281*                 on the master (R008), and is neither over-
011282*                 limit checked nor refused on a closed
011283*                 account - the interest was earned while the
011284*                 balance stood.  Every type table goes from
011285*                 eight slots to nine.  New accounts start
011286*                 with no accrued interest, and the inquiry
011287*                 shows the accrual.
011288* 15/10/2026  LM   New accounts start with no minimum payment
011289*                 due and in the current days-past-due
011290*                 bucket; the inquiry shows the minimum due,
011291*                 its due date and the bucket.
011292* 15/10/2026  LM   A PY for an account not on the master
011293*                 (R018) or one failing the master edits goes
011294*                 to the keyed suspense file (SUSPFL, layout
011295*                 DL100SP) instead of the reject file, for
011296*                 DL100SC to clear.  The GL extract carries an
011297*                 SU record - payments taken into suspense as
011298*                 credits, DL100SC clearing-batch postings as
011299*                 debits - and the checkpoint carries both.
011300* 15/10/2026  LM   Audit records carry the transaction type
011302*                 and amount, the balance before and after and
011304*                 the master's status, name, credit limit and
011306*                 last-activity date as the posting or the
011308*                 maintenance action left them (DL100AU now 170
011310*                 bytes), so DL100FR can roll a master backup
011312*                 forward.
011314* 15/10/2026  LM   Maintenance option 6 keeps the standing
011316*                 instructions on an account (STDINFL, layout
011318*                 DL100SI) that DL100SG raises as a daily
011320*                 batch: add, change, suspend or resume and
011322*                 delete, each audited as MAINT-SI.
011324* 15/10/2026  LM   Dual control.  The session asks for the
011326*                 operator ID.  A credit limit above the
011328*                 DCPARM threshold (layout DL100DP) or taken
011330*                 off, and a status change the card's rule
011332*                 covers, is held on PENDFL (layout DL100PC)
011334*                 instead of applied; option 7 lets a second
011336*                 operator approve or decline it.  Audit
011338*                 records carry both operator IDs.
011340* 15/10/2026  LM   Maintenance option 8 works the review queue
011342*                 DL100UM raises for unusual activity (REVQFL,
011344*                 layout DL100UQ): list the open and escalated
011346*                 cases, show one in full and clear or
011348*                 escalate it, audited as MAINT-REV.
011350* 15/10/2026  LM   Deleting a standing instruction flags it on
011352*                 STDINFL; re-adding the number takes up the
011354*                 flagged record and keeps its generation counter.
011398******************************************************************
011399*
011400*IDENTIFICATION DIVISION serve para identifcar o programa no
011500*computador e proporciona informacoes documentais basicas.
011600 IDENTIFICATION DIVISION.
019220         ORGANIZATION IS SEQUENTIAL
019230         ACCESS MODE IS SEQUENTIAL
019240         FILE STATUS IS WS-FS-SRCCTL.
019241*
019242     SELECT OPTIONAL DL100-SUSP-FILE ASSIGN TO SUSPFL
019243         ORGANIZATION IS INDEXED
019244         ACCESS MODE IS DYNAMIC
019245         RECORD KEY IS DL100-SUSP-KEY
019246         FILE STATUS IS WS-FS-SUSP.
019250*
019251     SELECT DL100-CAL-FILE ASSIGN TO CALFL
019252         ORGANIZATION IS INDEXED
019266         RECORD KEY IS DL100-CUST-ACCT-NO
019267         FILE STATUS IS WS-FS-CUST.
019268*
019270     SELECT OPTIONAL DL100-SI-FILE ASSIGN TO STDINFL
019271         ORGANIZATION IS INDEXED
019272         ACCESS MODE IS DYNAMIC
019273         RECORD KEY IS DL100-SI-KEY
019274         FILE STATUS IS WS-FS-SI.
019275*
019276     SELECT OPTIONAL DL100-PC-FILE ASSIGN TO PENDFL
019277         ORGANIZATION IS INDEXED
019278         ACCESS MODE IS DYNAMIC
019279         RECORD KEY IS DL100-PC-KEY
019280         FILE STATUS IS WS-FS-PC.
019281*
019282     SELECT OPTIONAL DL100-DP-FILE ASSIGN TO DCPARM
019283         ORGANIZATION IS SEQUENTIAL
019284         ACCESS MODE IS SEQUENTIAL
019285         FILE STATUS IS WS-FS-DP.
019286*
019287     SELECT OPTIONAL DL100-UQ-FILE ASSIGN TO REVQFL
019288         ORGANIZATION IS INDEXED
019289         ACCESS MODE IS DYNAMIC
019290         RECORD KEY IS DL100-UQ-KEY
019291         FILE STATUS IS WS-FS-UQ.
019292*
019295******************************************************************
019400* DATA DIVISION - descreve arquivos de entrada e saida e os
019500* dados internos usados pelo programa.
019600******************************************************************
021100     05  DL100-CKPT-PROCESSED-COUNT   PIC 9(07).
021200     05  DL100-CKPT-ERROR-COUNT       PIC 9(07).
021300     05  DL100-CKPT-DUP-COUNT         PIC 9(07).
021400     05  DL100-CKPT-TYPE-ENTRY OCCURS 9.
021500         10  DL100-CKPT-TYPE-COUNT    PIC 9(07).
021600         10  DL100-CKPT-TYPE-AMOUNT   PIC S9(11)V99.
021610     05  DL100-CKPT-SRC-ENTRY OCCURS 10.
021620         10  DL100-CKPT-SRC-COUNT     PIC 9(07).
021630         10  DL100-CKPT-SRC-AMOUNT    PIC S9(11)V99.
021640         10  DL100-CKPT-SRC-ERRORS    PIC 9(07).
021650     05  DL100-CKPT-REV-DEBIT-AMT     PIC S9(11)V99.
021660     05  DL100-CKPT-REV-CREDIT-AMT    PIC S9(11)V99.
021665     05  DL100-CKPT-SUSP-COUNT        PIC 9(07).
021670     05  DL100-CKPT-SUSP-AMOUNT       PIC S9(11)V99.
021675     05  DL100-CKPT-SUSP-CLR-COUNT    PIC 9(07).
021680     05  DL100-CKPT-SUSP-CLR-AMOUNT   PIC S9(11)V99.
021700     05  FILLER                       PIC X(10).
021800*
021900 FD  DL100-REPORT-FILE
028000     RECORDING MODE IS F
028100     LABEL RECORDS ARE STANDARD.
028200     COPY DL100MT.
028210*
028220 FD  DL100-SUSP-FILE
028230     RECORDING MODE IS F
028240     LABEL RECORDS ARE STANDARD.
028250     COPY DL100SP.
028300*
028310 FD  DL100-SRCCTL-FILE
028320     RECORDING MODE IS F
028387     RECORDING MODE IS F
028388     LABEL RECORDS ARE STANDARD.
028389     COPY DL100RS.
028390*
028391 FD  DL100-CAL-FILE
028392     RECORDING MODE IS F
028393     LABEL RECORDS ARE STANDARD.
028394     COPY DL100CA.
028395*
028396 FD  DL100-SI-FILE
028397     RECORDING MODE IS F
028398     LABEL RECORDS ARE STANDARD.
028399     COPY DL100SI.
028400*
028401 FD  DL100-PC-FILE
028402     RECORDING MODE IS F
028403     LABEL RECORDS ARE STANDARD.
028404     COPY DL100PC.
028405*
028406 FD  DL100-DP-FILE
028407     RECORDING MODE IS F
028408     LABEL RECORDS ARE STANDARD.
028409     COPY DL100DP.
028410*
028411 FD  DL100-UQ-FILE
028412     RECORDING MODE IS F
028413     LABEL RECORDS ARE STANDARD.
028414     COPY DL100UQ.
028450******************************************************************
028500* WORKING-STORAGE SECTION - dados internos do programa.
028600******************************************************************
028700 WORKING-STORAGE SECTION.
030854 77  WS-CUR-HDR-DATE                   PIC 9(08) VALUE ZERO.
030855 77  WS-CUR-HDR-SEQ                    PIC 9(07) COMP VALUE ZERO.
030856 77  WS-TRANS-BUS-SEQ                  PIC 9(07) COMP VALUE ZERO.
030858*    payments taken into suspense, and suspense items applied
030860*    by the DL100SC clearing batch, for the GL extract's SU
030862*    record
030864 77  WS-SUSP-COUNT                     PIC 9(07) COMP VALUE ZERO.
030866 77  WS-SUSP-AMOUNT                    PIC S9(11)V99 VALUE ZERO.
030868 77  WS-SUSP-CLR-COUNT                 PIC 9(07) COMP VALUE ZERO.
030870 77  WS-SUSP-CLR-AMOUNT                PIC S9(11)V99 VALUE ZERO.
030872 77  WS-SUSP-SOURCE-ID                 PIC X(08) VALUE "DL100SC".
030900*
031000 01  WS-FILE-STATUS-FIELDS.
031100     05  WS-FS-TRANS                   PIC X(02) VALUE "00".
034350         88  WS-FS-CUST-OK             VALUE "00".
034360         88  WS-FS-CUST-DUP-KEY        VALUE "22".
034370         88  WS-FS-CUST-NOT-FOUND      VALUE "23".
034371     05  WS-FS-UQ                      PIC X(02) VALUE "00".
034372         88  WS-FS-UQ-OK               VALUE "00" "05".
034373         88  WS-FS-UQ-NOT-FOUND        VALUE "23".
034374         88  WS-FS-UQ-EOF              VALUE "10".
034375     05  WS-FS-SUSP                    PIC X(02) VALUE "00".
034380         88  WS-FS-SUSP-OK             VALUE "00".
034385         88  WS-FS-SUSP-DUP-KEY        VALUE "22".
034386     05  WS-FS-SI                      PIC X(02) VALUE "00".
034387         88  WS-FS-SI-OK               VALUE "00".
034388         88  WS-FS-SI-DUP-KEY          VALUE "22".
034389         88  WS-FS-SI-NOT-FOUND        VALUE "23".
034390         88  WS-FS-SI-EOF              VALUE "10".
034391     05  WS-FS-PC                      PIC X(02) VALUE "00".
034392         88  WS-FS-PC-OK               VALUE "00".
034393         88  WS-FS-PC-DUP-KEY          VALUE "22".
034394         88  WS-FS-PC-NOT-FOUND        VALUE "23".
034395         88  WS-FS-PC-EOF              VALUE "10".
034396     05  WS-FS-DP                      PIC X(02) VALUE "00".
034397         88  WS-FS-DP-OK               VALUES "00" "05".
034398         88  WS-FS-DP-EOF              VALUE "10".
034400*
034500 01  WS-SWITCHES.
034600     05  WS-CALLED-SWITCH              PIC X(01) VALUE "N".
036520         88  WS-SRC-EOF                VALUE "Y".
036530     05  WS-MAST-EOF-SWITCH            PIC X(01) VALUE "N".
036540         88  WS-MAST-EOF               VALUE "Y".
036545     05  WS-SI-REUSE-SWITCH            PIC X(01) VALUE "N".
036550         88  WS-SI-REUSE               VALUE "Y".
036560     05  WS-SUSPEND-SWITCH             PIC X(01) VALUE "N".
036580         88  WS-SUSPEND-PAYMENT        VALUE "Y".
036582     05  WS-SI-EOF-SWITCH              PIC X(01) VALUE "N".
036584         88  WS-SI-EOF                 VALUE "Y".
036586     05  WS-SI-ERROR-SWITCH            PIC X(01) VALUE "N".
036588         88  WS-SI-IN-ERROR            VALUE "Y".
036590     05  WS-SI-RESCHED-SWITCH          PIC X(01) VALUE "N".
036592         88  WS-SI-RESCHEDULE          VALUE "Y".
036594     05  WS-PC-EOF-SWITCH              PIC X(01) VALUE "N".
036595         88  WS-PC-EOF                 VALUE "Y".
036596     05  WS-PC-FOUND-SWITCH            PIC X(01) VALUE "N".
036597         88  WS-PC-FOUND               VALUE "Y".
036598     05  WS-UQ-EOF-SWITCH              PIC X(01) VALUE "N".
036599         88  WS-UQ-EOF                 VALUE "Y".
036600*
036700*    reject reason codes collected while a record is edited
036800 01  WS-REASON-FIELDS.
038174     05  WS-TIME-REM-1                  PIC 9(06) COMP.
038175     05  WS-TIME-REM-2                  PIC 9(04) COMP.
038176     05  WS-TIME-HUND                   PIC 9(02) COMP.
038177     05  WS-MAINT-SI-INSTR-NO           PIC 9(01).
038178     05  WS-MAINT-SI-CHOICE             PIC X(01).
038179     05  WS-MAINT-SI-TYPE               PIC X(02).
038180     05  WS-MAINT-SI-AMOUNT             PIC 9(07)V99.
038181     05  WS-MAINT-SI-AMOUNT-ED          PIC Z,ZZZ,ZZ9.99.
038182     05  WS-MAINT-SI-FREQUENCY          PIC X(01).
038183     05  WS-MAINT-SI-DAY-NO             PIC 9(02).
038184     05  WS-MAINT-SI-START-DATE         PIC 9(08).
038185     05  WS-MAINT-SI-END-DATE           PIC 9(08).
038186     05  WS-MAINT-SI-CHECK-DATE         PIC 9(08).
038187     05  FILLER REDEFINES WS-MAINT-SI-CHECK-DATE.
038188         10  WS-MAINT-SI-CHECK-YYYY     PIC 9(04).
038189         10  WS-MAINT-SI-CHECK-MM       PIC 9(02).
038190         10  WS-MAINT-SI-CHECK-DD       PIC 9(02).
038191     05  WS-MAINT-SI-COUNT              PIC 9(02) COMP.
038192     05  WS-MAINT-SI-VERB               PIC X(09).
038200*
038201*    dual control - the session operator, the DCPARM card and
038202*    the held change being listed or acted on
038203 01  WS-DUAL-CONTROL-FIELDS.
038204     05  WS-DC-OPER-ID                  PIC X(08) VALUE SPACES.
038205     05  WS-DC-REQ-OPER                 PIC X(08) VALUE SPACES.
038206     05  WS-DC-APPR-OPER                PIC X(08) VALUE SPACES.
038207     05  WS-DC-LIMIT-THRESHOLD          PIC 9(09)V99 VALUE ZERO.
038208     05  WS-DC-STATUS-RULE              PIC X(01) VALUE "A".
038209         88  WS-DC-STATUS-ALL           VALUE "A".
038210         88  WS-DC-STATUS-REOPEN        VALUE "R".
038211         88  WS-DC-STATUS-NONE          VALUE "N".
038212     05  WS-DC-EXPIRY-DAYS              PIC 9(02) VALUE 5.
038213     05  WS-DC-TODAY-SEQ                PIC 9(07) VALUE ZERO.
038214     05  WS-DC-BUS-SEQ                  PIC 9(07) VALUE ZERO.
038215     05  WS-DC-AGE                      PIC 9(05) COMP VALUE ZERO.
038216     05  WS-DC-COUNT                    PIC 9(05) COMP VALUE ZERO.
038217     05  WS-DC-TYPE                     PIC X(01).
038218     05  WS-DC-CHOICE                   PIC X(01).
038219     05  WS-DC-NEW-STATUS               PIC X(01) VALUE SPACE.
038220     05  WS-DC-VERB                     PIC X(08).
038221     05  WS-DC-NEW-LIMIT-ED             PIC Z,ZZZ,ZZZ,ZZ9.99.
038222     05  WS-DC-LINE.
038223         10  DCL-ACCT-NO                PIC 9(09).
038224         10  FILLER                     PIC X(01) VALUE SPACE.
038225         10  DCL-TYPE                   PIC X(01).
038226         10  FILLER                     PIC X(01) VALUE SPACE.
038227         10  DCL-OLD                    PIC X(17).
038228         10  FILLER                     PIC X(01) VALUE SPACE.
038229         10  DCL-NEW                    PIC X(17).
038230         10  FILLER                     PIC X(01) VALUE SPACE.
038231         10  DCL-REQ-OPER               PIC X(08).
038232         10  FILLER                     PIC X(01) VALUE SPACE.
038233         10  DCL-REQ-DATE               PIC 9(08).
038234         10  FILLER                     PIC X(01) VALUE SPACE.
038235         10  DCL-AGE                    PIC ZZ9.
038236         10  FILLER                     PIC X(01) VALUE SPACE.
038237         10  DCL-NOTE                   PIC X(07).
038238*
038239*    activity review - the case being listed or acted on
038240 01  WS-REVIEW-FIELDS.
038241     05  WS-RV-RULE                     PIC X(04).
038242     05  WS-RV-CHOICE                   PIC X(01).
038243     05  WS-RV-VERB                     PIC X(09).
038244     05  WS-RV-COUNT                    PIC 9(05) COMP VALUE ZERO.
038245     05  WS-RV-SUB                      PIC 9(01) COMP VALUE ZERO.
038246     05  WS-RV-COUNT-ED                 PIC ZZZZ9.
038247     05  WS-RV-AMOUNT-ED                PIC Z,ZZZ,ZZZ,ZZ9.99.
038248     05  WS-RV-BALANCE-ED               PIC -,---,---,--9.99.
038249     05  WS-RV-LINE.
038250         10  RVL-ACCT-NO                PIC 9(09).
038251         10  FILLER                     PIC X(01) VALUE SPACE.
038252         10  RVL-RULE                   PIC X(04).
038253         10  FILLER                     PIC X(01) VALUE SPACE.
038254         10  RVL-STATE                  PIC X(01).
038255         10  FILLER                     PIC X(01) VALUE SPACE.
038256         10  RVL-FIRST-HIT              PIC 9(08).
038257         10  FILLER                     PIC X(01) VALUE SPACE.
038258         10  RVL-LAST-HIT               PIC 9(08).
038259         10  FILLER                     PIC X(01) VALUE SPACE.
038260         10  RVL-COUNT                  PIC ZZZZ9.
038261         10  FILLER                     PIC X(01) VALUE SPACE.
038262         10  RVL-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZ9.99.
038263         10  FILLER                     PIC X(01) VALUE SPACE.
038264         10  RVL-NOTE                   PIC X(08).
038290*
038300 01  WS-CURRENT-DATE                    PIC 9(08).
038400*
038500 01  WS-CURRENT-TIME                    PIC 9(08).
040100         10  DTL-NAME                   PIC X(30).
040200         10  FILLER                     PIC X(02) VALUE SPACES.
040300         10  DTL-STATUS                 PIC X(09).
040310         10  FILLER                     PIC X(02) VALUE SPACES.
040320         10  DTL-REF.
040330             15  DTL-REF-LABEL          PIC X(03).
040340             15  DTL-REF-ACCT-NO        PIC X(09).
040350             15  DTL-REF-SEP            PIC X(01).
040360             15  DTL-REF-SEQ-NO         PIC X(05).
040400         10  FILLER                     PIC X(60) VALUE SPACES.
040500     05  WS-TOTAL-LINE-1.
040600         10  FILLER                     PIC X(20)
040700             VALUE "RECORDS READ    : ".
042200             VALUE "DUPLICATES SKIPPED: ".
042300         10  TOT-RECORDS-DUP            PIC Z,ZZZ,ZZ9.
042400         10  FILLER                     PIC X(103) VALUE SPACES.
042405     05  WS-TOTAL-LINE-5.
042410         10  FILLER                     PIC X(20)
042415             VALUE "PAYMENTS SUSPENDED: ".
042420         10  TOT-SUSP-COUNT             PIC Z,ZZZ,ZZ9.
042425         10  FILLER                     PIC X(02) VALUE SPACES.
042430         10  TOT-SUSP-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
042435         10  FILLER                     PIC X(84) VALUE SPACES.
042440     05  WS-TOTAL-LINE-6.
042445         10  FILLER                     PIC X(20)
042450             VALUE "SUSPENSE APPLIED : ".
042455         10  TOT-SUSP-CLR-COUNT         PIC Z,ZZZ,ZZ9.
042460         10  FILLER                     PIC X(02) VALUE SPACES.
042465         10  TOT-SUSP-CLR-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
042470         10  FILLER                     PIC X(84) VALUE SPACES.
042500     05  WS-BALANCE-LINE-1.
042600         10  FILLER                     PIC X(20)
042700             VALUE "TRAILER EXPECTED : ".
045321         10  FILLER                     PIC X(103) VALUE SPACES.
045322*
045400*    per-type counts and amount totals, slots in the same order
045500*    as the code list NW PY DB CA DA CL RO RV FC
045600 01  WS-TYPE-TOTALS.
045700     05  WS-TYPE-CODES-CONST           PIC X(18)
045800         VALUE "NWPYDBCADACLRORVFC".
045900     05  WS-TYPE-CODE-TBL REDEFINES WS-TYPE-CODES-CONST.
046000         10  WS-TYPE-CODE-ENT          OCCURS 9 PIC X(02).
046100     05  WS-TYPE-COUNT-ENT             OCCURS 9 PIC 9(07) COMP
046200                                       VALUE ZERO.
046300     05  WS-TYPE-AMOUNT-ENT            OCCURS 9 PIC S9(11)V99
046400                                       VALUE ZERO.
046401*    the RV slot amount is the total reversed; the GL extract
046402*    needs it split by the side each reversal posts to - a
046403*    reversed credit posts a debit and the other way round
046404     05  WS-REV-DEBIT-AMOUNT           PIC S9(11)V99 VALUE ZERO.
046405     05  WS-REV-CREDIT-AMOUNT          PIC S9(11)V99 VALUE ZERO.
046406*
046407*    the original posting an RV reversal names, as the reversal
046408*    edits found it on the processed-transactions file
046409 01  WS-REVERSAL-FIELDS.
046410     05  WS-REV-ORIG-TYPE              PIC X(02) VALUE SPACES.
046411         88  WS-REV-ORIG-CREDIT        VALUES "PY" "CA".
046412         88  WS-REV-ORIG-NO-MONEY      VALUES "CL" "RO".
046413     05  WS-REV-ORIG-AMOUNT            PIC 9(07)V99 VALUE ZERO.
046416*
046420*    registered source systems off SRCCTL, with per-source
046430*    posted count/amount and reject totals - the slot order is
046440*    the SRCCTL record order, which the checkpoint relies on,
057014         MOVE WS-FS-CAL TO WS-ABEND-STATUS
057015         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
057016     END-IF
057026     OPEN I-O DL100-SUSP-FILE
057036     IF NOT WS-FS-SUSP-OK
057046         MOVE "DL100-SUSP-FILE" TO WS-ABEND-FILE-NAME
057056         MOVE WS-FS-SUSP TO WS-ABEND-STATUS
057066         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
057076     END-IF
057100     PERFORM WRITE-REPORT-HEADINGS THRU WRITE-REPORT-HEADINGS-EXIT
057200     PERFORM READ-TRANS-RECORD THRU READ-TRANS-RECORD-EXIT
057300     PERFORM PROCESS-TRANS-RECORD THRU PROCESS-TRANS-RECORD-EXIT
064164         MOVE WS-FS-CAL TO WS-ABEND-STATUS
064165         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
064166     END-IF
064168     CLOSE DL100-SUSP-FILE
064170     IF NOT WS-FS-SUSP-OK
064172         MOVE "DL100-SUSP-FILE" TO WS-ABEND-FILE-NAME
064174         MOVE WS-FS-SUSP TO WS-ABEND-STATUS
064176         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
064178     END-IF
064200     GOBACK.
064300*
064400******************************************************************
069400     END-IF
069500     IF DL100-CKPT-DUP-COUNT NUMERIC
069600         MOVE DL100-CKPT-DUP-COUNT TO WS-DUP-COUNT
069605     END-IF
069610     IF DL100-CKPT-SUSP-COUNT NUMERIC
069615         MOVE DL100-CKPT-SUSP-COUNT TO WS-SUSP-COUNT
069620     END-IF
069625     IF DL100-CKPT-SUSP-AMOUNT NUMERIC
069630         MOVE DL100-CKPT-SUSP-AMOUNT TO WS-SUSP-AMOUNT
069635     END-IF
069640     IF DL100-CKPT-SUSP-CLR-COUNT NUMERIC
069645         MOVE DL100-CKPT-SUSP-CLR-COUNT TO WS-SUSP-CLR-COUNT
069650     END-IF
069655     IF DL100-CKPT-SUSP-CLR-AMOUNT NUMERIC
069660         MOVE DL100-CKPT-SUSP-CLR-AMOUNT TO WS-SUSP-CLR-AMOUNT
069700     END-IF
069800     PERFORM RESTORE-CKPT-TYPE-SLOT
069900         THRU RESTORE-CKPT-TYPE-SLOT-EXIT
070000         VARYING WS-TYPE-SUB FROM 1 BY 1
070100         UNTIL WS-TYPE-SUB > 9
070101     IF DL100-CKPT-REV-DEBIT-AMT NUMERIC
070102         MOVE DL100-CKPT-REV-DEBIT-AMT TO WS-REV-DEBIT-AMOUNT
070103     END-IF
070104     IF DL100-CKPT-REV-CREDIT-AMT NUMERIC
070105         MOVE DL100-CKPT-REV-CREDIT-AMT TO WS-REV-CREDIT-AMOUNT
070106     END-IF
070110     PERFORM RESTORE-CKPT-SRC-SLOT
070120         THRU RESTORE-CKPT-SRC-SLOT-EXIT
070130         VARYING WS-SRC-SUB FROM 1 BY 1
072600     MOVE WS-PROCESSED-COUNT TO DL100-CKPT-PROCESSED-COUNT
072700     MOVE WS-ERROR-COUNT TO DL100-CKPT-ERROR-COUNT
072800     MOVE WS-DUP-COUNT TO DL100-CKPT-DUP-COUNT
072820     MOVE WS-SUSP-COUNT TO DL100-CKPT-SUSP-COUNT
072840     MOVE WS-SUSP-AMOUNT TO DL100-CKPT-SUSP-AMOUNT
072860     MOVE WS-SUSP-CLR-COUNT TO DL100-CKPT-SUSP-CLR-COUNT
072880     MOVE WS-SUSP-CLR-AMOUNT TO DL100-CKPT-SUSP-CLR-AMOUNT
072900     PERFORM SAVE-CKPT-TYPE-SLOT
073000         THRU SAVE-CKPT-TYPE-SLOT-EXIT
073100         VARYING WS-TYPE-SUB FROM 1 BY 1
073200         UNTIL WS-TYPE-SUB > 9
073201     MOVE WS-REV-DEBIT-AMOUNT TO DL100-CKPT-REV-DEBIT-AMT
073202     MOVE WS-REV-CREDIT-AMOUNT TO DL100-CKPT-REV-CREDIT-AMT
073210     PERFORM SAVE-CKPT-SRC-SLOT
073220         THRU SAVE-CKPT-SRC-SLOT-EXIT
073230         VARYING WS-SRC-SUB FROM 1 BY 1
083300         MOVE WS-FS-REPORT TO WS-ABEND-STATUS
083400         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
083500     END-IF
083505     MOVE WS-SUSP-COUNT TO TOT-SUSP-COUNT
083510     MOVE WS-SUSP-AMOUNT TO TOT-SUSP-AMOUNT
083515     MOVE WS-TOTAL-LINE-5 TO DL100-REPORT-RECORD
083520     WRITE DL100-REPORT-RECORD
083525     IF NOT WS-FS-REPORT-OK
083530         MOVE "DL100-REPORT-FILE" TO WS-ABEND-FILE-NAME
083535         MOVE WS-FS-REPORT TO WS-ABEND-STATUS
083540         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
083545     END-IF
083550     MOVE WS-SUSP-CLR-COUNT TO TOT-SUSP-CLR-COUNT
083555     MOVE WS-SUSP-CLR-AMOUNT TO TOT-SUSP-CLR-AMOUNT
083560     MOVE WS-TOTAL-LINE-6 TO DL100-REPORT-RECORD
083565     WRITE DL100-REPORT-RECORD
083570     IF NOT WS-FS-REPORT-OK
083575         MOVE "DL100-REPORT-FILE" TO WS-ABEND-FILE-NAME
083580         MOVE WS-FS-REPORT TO WS-ABEND-STATUS
083585         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
083590     END-IF
083600     MOVE WS-TYPE-HEADING TO DL100-REPORT-RECORD
083700     WRITE DL100-REPORT-RECORD
083800     IF NOT WS-FS-REPORT-OK
084300     PERFORM WRITE-TYPE-TOTAL-LINE
084400         THRU WRITE-TYPE-TOTAL-LINE-EXIT
084500         VARYING WS-TYPE-SUB FROM 1 BY 1
084600         UNTIL WS-TYPE-SUB > 9
084610     MOVE WS-SOURCE-HEADING TO DL100-REPORT-RECORD
084620     WRITE DL100-REPORT-RECORD
084630     IF NOT WS-FS-REPORT-OK
087100* type for the business date, carrying the day's count and
087200* the total amount on the debit or credit side the type posts
087300* to.  Closures and reopens move no money, so their amounts
087310* stay zero.  Reversals post to both sides - reversed credits
087320* on the debit side, reversed debits on the credit side - so
087330* finance sees corrections apart from the day's activity.
087340* The SU suspense record follows the type records: payments
087350* taken into suspense on the credit side, suspense items the
087360* DL100SC clearing batch applied on the debit side.
087400******************************************************************
087500 WRITE-GL-EXTRACT.
087600     PERFORM WRITE-GL-RECORD THRU WRITE-GL-RECORD-EXIT
087700         VARYING WS-TYPE-SUB FROM 1 BY 1
087750         UNTIL WS-TYPE-SUB > 9
087800     PERFORM WRITE-GL-SUSPENSE-RECORD
087850         THRU WRITE-GL-SUSPENSE-RECORD-EXIT.
087900 WRITE-GL-EXTRACT-EXIT.
088000     EXIT.
088100*
089400         WHEN "CL"
089450         WHEN "RO"
089500             CONTINUE
089510         WHEN "RV"
089520             MOVE WS-REV-DEBIT-AMOUNT TO DL100-GL-DEBIT-AMT
089530             MOVE WS-REV-CREDIT-AMOUNT TO DL100-GL-CREDIT-AMT
089600         WHEN OTHER
089700             MOVE WS-TYPE-AMOUNT-ENT (WS-TYPE-SUB)
089800                 TO DL100-GL-DEBIT-AMT
090400         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
090500     END-IF.
090600 WRITE-GL-RECORD-EXIT.
090605     EXIT.
090610*
090615 WRITE-GL-SUSPENSE-RECORD.
090620     MOVE SPACES TO DL100-GL-RECORD
090625     MOVE WS-BUS-DATE TO DL100-GL-BUS-DATE
090630     MOVE "SU" TO DL100-GL-TYPE-CODE
090635     COMPUTE DL100-GL-REC-COUNT =
090640         WS-SUSP-COUNT + WS-SUSP-CLR-COUNT
090645     MOVE WS-SUSP-CLR-AMOUNT TO DL100-GL-DEBIT-AMT
090650     MOVE WS-SUSP-AMOUNT TO DL100-GL-CREDIT-AMT
090655     WRITE DL100-GL-RECORD
090660     IF NOT WS-FS-GL-OK
090665         MOVE "DL100-GL-FILE" TO WS-ABEND-FILE-NAME
090670         MOVE WS-FS-GL TO WS-ABEND-STATUS
090675         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
090680     END-IF.
090685 WRITE-GL-SUSPENSE-RECORD-EXIT.
090700     EXIT.
090800*
090900******************************************************************
115700                 THRU WRITE-DUPLICATE-RECORD-EXIT
115800         ELSE
115900             PERFORM VALIDATE-RECORD THRU VALIDATE-RECORD-EXIT
115950             MOVE "N" TO WS-SUSPEND-SWITCH
116000             IF WS-RECORD-VALID
116100                 PERFORM VALIDATE-TYPE-MASTER
116200                     THRU VALIDATE-TYPE-MASTER-EXIT
116220                 IF WS-RECORD-INVALID
116240                     AND DL100-TYPE-PAYMENT
116260                     MOVE "Y" TO WS-SUSPEND-SWITCH
116280                 END-IF
116300             END-IF
116400             IF WS-RECORD-VALID
116500                 PERFORM POST-MASTER-RECORD
116900                 PERFORM ADD-TYPE-TOTALS THRU ADD-TYPE-TOTALS-EXIT
116910                 PERFORM ADD-SOURCE-TOTALS
116920                     THRU ADD-SOURCE-TOTALS-EXIT
116930                 IF DL100-TYPE-PAYMENT
116940                     PERFORM CHECK-SUSPENSE-APPLIED
116950                         THRU CHECK-SUSPENSE-APPLIED-EXIT
116960                 END-IF
117000                 PERFORM UPDATE-MTD-RECORD
117100                     THRU UPDATE-MTD-RECORD-EXIT
117200                 PERFORM RECORD-PROCESSED-KEY
117300                     THRU RECORD-PROCESSED-KEY-EXIT
117310                 IF DL100-TYPE-REVERSAL
117320                     PERFORM MARK-ORIGINAL-REVERSED
117330                         THRU MARK-ORIGINAL-REVERSED-EXIT
117340                 END-IF
117400             ELSE
117420                 IF WS-SUSPEND-PAYMENT
117440                     PERFORM WRITE-SUSPENSE-RECORD
117460                         THRU WRITE-SUSPENSE-RECORD-EXIT
117480                 ELSE
117500                     PERFORM WRITE-ERROR-RECORD
117520                         THRU WRITE-ERROR-RECORD-EXIT
117540                 END-IF
117700             END-IF
117800         END-IF
117900         ADD 1 TO WS-CKPT-COUNTER
122900         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
123000     END-IF.
123100 WRITE-DUPLICATE-RECORD-EXIT.
123101     EXIT.
123102*
123103******************************************************************
123104* WRITE-SUSPENSE-RECORD - a payment that cannot be applied -
123105* its account is not on the master, or it failed the master
123106* edits - is held in suspense instead of being rejected, so
123107* the customer's money stays on the books.  The transaction
123108* image goes to the suspense file as an open item with the
123109* edits it failed, the sending system and the business date,
123110* for the DL100SC clearing program, and the amount is counted
123111* for the GL extract's SU record.  A key already in suspense
123112* for the same business date and source is the same payment
123113* sent twice and goes to the duplicates instead.
123114******************************************************************
123115 WRITE-SUSPENSE-RECORD.
123116     MOVE SPACES TO DL100-SUSP-RECORD
123117     MOVE WS-BUS-DATE TO DL100-SUSP-BUS-DATE
123118     IF WS-CUR-SRC-SUB > ZERO
123119         MOVE WS-SRC-ID (WS-CUR-SRC-SUB)
123120             TO DL100-SUSP-SOURCE-SYSTEM
123121     END-IF
123122     MOVE DL100-TRANS-KEY TO DL100-SUSP-TRANS-KEY
123123     MOVE DL100-TRANS-RECORD TO DL100-SUSP-TRANS-IMAGE
123124     MOVE WS-REASON-CODES TO DL100-SUSP-REASONS
123125     MOVE "O" TO DL100-SUSP-STATUS
123126     MOVE ZERO TO DL100-SUSP-ACTION-DATE
123127     MOVE ZERO TO DL100-SUSP-APPLIED-ACCT
123128     MOVE ZERO TO DL100-SUSP-APPLIED-SEQ
123129     WRITE DL100-SUSP-RECORD
123130     IF WS-FS-SUSP-DUP-KEY
123131         PERFORM WRITE-DUPLICATE-RECORD
123132             THRU WRITE-DUPLICATE-RECORD-EXIT
123133         GO TO WRITE-SUSPENSE-RECORD-EXIT
123134     END-IF
123135     IF NOT WS-FS-SUSP-OK
123136         MOVE "DL100-SUSP-FILE" TO WS-ABEND-FILE-NAME
123137         MOVE WS-FS-SUSP TO WS-ABEND-STATUS
123138         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
123139     END-IF
123140     ADD 1 TO WS-SUSP-COUNT
123141     ADD DL100-TRANS-AMOUNT TO WS-SUSP-AMOUNT
123142     PERFORM CHECK-SUSPENSE-APPLIED
123143         THRU CHECK-SUSPENSE-APPLIED-EXIT.
123144 WRITE-SUSPENSE-RECORD-EXIT.
123145     EXIT.
123146*
123147******************************************************************
123148* CHECK-SUSPENSE-APPLIED - a payment arriving in the DL100SC
123149* clearing batch is money leaving suspense: count it for the
123150* debit side of the SU record whether it posts or, failing
123151* its edits again, goes straight back into suspense as a new
123152* item (counted in on the credit side), so the SU record
123153* always nets to what suspense really moved.
123154******************************************************************
123155 CHECK-SUSPENSE-APPLIED.
123156     IF WS-CUR-SRC-SUB > ZERO
123157         IF WS-SRC-ID (WS-CUR-SRC-SUB) = WS-SUSP-SOURCE-ID
123158             ADD 1 TO WS-SUSP-CLR-COUNT
123159             ADD DL100-TRANS-AMOUNT TO WS-SUSP-CLR-AMOUNT
123160         END-IF
123161     END-IF.
123162 CHECK-SUSPENSE-APPLIED-EXIT.
123200     EXIT.
123300*
123400******************************************************************
123500* RECORD-PROCESSED-KEY - remember the key of a transaction
123600* that has just been posted, so any later arrival of the same
123700* key is caught as a duplicate, with its type and amount so
123710* a later RV reversal can be checked against it.
123800******************************************************************
123900 RECORD-PROCESSED-KEY.
124000     MOVE SPACES TO DL100-PROCD-RECORD
124200     MOVE DL100-TRANS-SEQ-NO TO DL100-PROCD-SEQ-NO
124300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
124400     MOVE WS-CURRENT-DATE TO DL100-PROCD-RUN-DATE
124410     MOVE DL100-TRANS-TYPE-CODE TO DL100-PROCD-TYPE-CODE
124420     MOVE DL100-TRANS-AMOUNT TO DL100-PROCD-AMOUNT
124430     MOVE "N" TO DL100-PROCD-REVERSED-FLAG
124440     MOVE ZERO TO DL100-PROCD-REV-ACCT-NO
124450     MOVE ZERO TO DL100-PROCD-REV-SEQ-NO
124500     WRITE DL100-PROCD-RECORD
124600     IF NOT WS-FS-PROCD-OK
124700         AND NOT WS-FS-PROCD-DUP-KEY
125100     END-IF.
125200 RECORD-PROCESSED-KEY-EXIT.
125300     EXIT.
125310*
125320******************************************************************
125330* MARK-ORIGINAL-REVERSED - an RV reversal has just posted: flag
125340* the original it names reversed on the processed-transactions
125350* file, with the reversal's key, so a second reversal of the
125360* same item is refused.  The reversal edits found the original
125370* on file moments ago, so anything but a clean read is an
125380* I-O failure.
125390******************************************************************
125391 MARK-ORIGINAL-REVERSED.
125392     MOVE DL100-TRANS-ORIG-ACCT-NO TO DL100-PROCD-ACCT-NO
125393     MOVE DL100-TRANS-ORIG-SEQ-NO TO DL100-PROCD-SEQ-NO
125394     READ DL100-PROCD-FILE KEY IS DL100-PROCD-KEY
125395     IF NOT WS-FS-PROCD-OK
125396         MOVE "DL100-PROCD-FILE" TO WS-ABEND-FILE-NAME
125397         MOVE WS-FS-PROCD TO WS-ABEND-STATUS
125398         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
125399     END-IF
125401     MOVE "Y" TO DL100-PROCD-REVERSED-FLAG
125402     MOVE DL100-TRANS-ACCT-NO TO DL100-PROCD-REV-ACCT-NO
125403     MOVE DL100-TRANS-SEQ-NO TO DL100-PROCD-REV-SEQ-NO
125404     REWRITE DL100-PROCD-RECORD
125405     IF NOT WS-FS-PROCD-OK
125406         MOVE "DL100-PROCD-FILE" TO WS-ABEND-FILE-NAME
125407         MOVE WS-FS-PROCD TO WS-ABEND-STATUS
125408         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
125409     END-IF.
125410 MARK-ORIGINAL-REVERSED-EXIT.
125411     EXIT.
125455*
125500******************************************************************
125600* WRITE-DETAIL-LINE - one report line per transaction processed.
125610* A reversal prints as such, with the key of the original it
125620* backs out.
125700******************************************************************
125800 WRITE-DETAIL-LINE.
125900     ADD 1 TO WS-PROCESSED-COUNT
126000     MOVE DL100-TRANS-ACCT-NO TO DTL-ACCT-NO
126100     MOVE DL100-TRANS-NAME TO DTL-NAME
126110     IF DL100-TYPE-REVERSAL
126120         MOVE "REVERSAL " TO DTL-STATUS
126130         MOVE "OF " TO DTL-REF-LABEL
126140         MOVE DL100-TRANS-ORIG-ACCT-NO TO DTL-REF-ACCT-NO
126150         MOVE "/" TO DTL-REF-SEP
126160         MOVE DL100-TRANS-ORIG-SEQ-NO TO DTL-REF-SEQ-NO
126170     ELSE
126200         MOVE "PROCESSED" TO DTL-STATUS
126210         MOVE SPACES TO DTL-REF
126220     END-IF
126300     MOVE WS-DETAIL-LINE TO DL100-REPORT-RECORD
126400     WRITE DL100-REPORT-RECORD
126500     IF NOT WS-FS-REPORT-OK
131200             END-IF
131300             MOVE ZERO TO DL100-MASTER-BALANCE
131310             MOVE ZERO TO DL100-MASTER-CREDIT-LIMIT
131320             MOVE ZERO TO DL100-MASTER-ACCR-INT
131330             MOVE ZERO TO DL100-MASTER-ACCR-DATE
131340             MOVE ZERO TO DL100-MASTER-ACCR-CAP-MONTH
131350             MOVE ZERO TO DL100-MASTER-ACCR-CAP-AMT
131352             PERFORM CLEAR-MASTER-DUE-FIELDS
131354                 THRU CLEAR-MASTER-DUE-FIELDS-EXIT
131400             MOVE ZERO TO WS-BAL-BEFORE
131500             MOVE WS-BUS-DATE TO DL100-MASTER-LAST-ACT-DATE
131600             PERFORM APPLY-TRANS-TO-MASTER
133100 POST-MASTER-RECORD-EXIT.
133200     EXIT.
133300*
133310******************************************************************
133320* CLEAR-MASTER-DUE-FIELDS - a brand-new account owes no minimum
133330* payment and is current; DL100ME and DL100DQ take it from
133340* there.
133350******************************************************************
133360 CLEAR-MASTER-DUE-FIELDS.
133370     MOVE ZERO TO DL100-MASTER-MIN-DUE
133380     MOVE ZERO TO DL100-MASTER-DUE-DATE
133390     MOVE ZERO TO DL100-MASTER-PAST-DUE-AMT
133391     MOVE "N" TO DL100-MASTER-DUE-CHECKED
133392     MOVE ZERO TO DL100-MASTER-DPD-BUCKET
133393     MOVE ZERO TO DL100-MASTER-PREV-BUCKET
133394     MOVE ZERO TO DL100-MASTER-BUCKET-DATE.
133395 CLEAR-MASTER-DUE-FIELDS-EXIT.
133396     EXIT.
133397*
133400******************************************************************
133500* APPLY-TRANS-TO-MASTER - apply the transaction to the master
133600* record area by type: closures flag the account closed and
133700* reopens flag it active again, both moving no money;
133710* credits reduce the balance, debits raise it, and a reversal
133720* does the exact opposite of the original it backs out.
133800******************************************************************
133900 APPLY-TRANS-TO-MASTER.
134000     EVALUATE TRUE
134200             MOVE "C" TO DL100-MASTER-STATUS
134210         WHEN DL100-TYPE-REOPEN
134220             MOVE "A" TO DL100-MASTER-STATUS
134230         WHEN DL100-TYPE-REVERSAL
134240             IF WS-REV-ORIG-CREDIT
134250                 ADD DL100-TRANS-AMOUNT TO DL100-MASTER-BALANCE
134260             ELSE
134270                 SUBTRACT DL100-TRANS-AMOUNT
134280                     FROM DL100-MASTER-BALANCE
134290             END-IF
134300         WHEN DL100-TYPE-CREDIT
134400             SUBTRACT DL100-TRANS-AMOUNT
134500                 FROM DL100-MASTER-BALANCE
135100*
135200******************************************************************
135300* FIND-TYPE-SLOT - which slot of the fixed NW PY DB CA DA CL RO
135310* RV FC order does the current transaction's type code occupy?
135400* Zero
135500* means the code is not in the set, which a validated record
135600* can never be.
135700******************************************************************
136400         WHEN "DA" MOVE 5 TO WS-TYPE-SUB
136500         WHEN "CL" MOVE 6 TO WS-TYPE-SUB
136510         WHEN "RO" MOVE 7 TO WS-TYPE-SUB
136520         WHEN "RV" MOVE 8 TO WS-TYPE-SUB
136530         WHEN "FC" MOVE 9 TO WS-TYPE-SUB
136600         WHEN OTHER MOVE ZERO TO WS-TYPE-SUB
136700     END-EVALUATE.
136800 FIND-TYPE-SLOT-EXIT.
137000*
137100******************************************************************
137200* ADD-TYPE-TOTALS - roll the processed transaction into the
137300* per-type count and amount slots for the report totals, and
137310* a reversal into the GL side it posts to as well.
137400******************************************************************
137500 ADD-TYPE-TOTALS.
137600     PERFORM FIND-TYPE-SLOT THRU FIND-TYPE-SLOT-EXIT
137800         ADD 1 TO WS-TYPE-COUNT-ENT (WS-TYPE-SUB)
137900         ADD DL100-TRANS-AMOUNT
138000             TO WS-TYPE-AMOUNT-ENT (WS-TYPE-SUB)
138100     END-IF
138110     IF DL100-TYPE-REVERSAL
138120         IF WS-REV-ORIG-CREDIT
138130             ADD DL100-TRANS-AMOUNT TO WS-REV-DEBIT-AMOUNT
138140         ELSE
138150             ADD DL100-TRANS-AMOUNT TO WS-REV-CREDIT-AMOUNT
138160         END-IF
138170     END-IF.
138200 ADD-TYPE-TOTALS-EXIT.
138300     EXIT.
138310*
144000     MOVE WS-BAL-BEFORE TO DL100-MTD-OPEN-BALANCE
144100     PERFORM INIT-MTD-TYPE-SLOT THRU INIT-MTD-TYPE-SLOT-EXIT
144200         VARYING WS-TYPE-SUB FROM 1 BY 1
144300         UNTIL WS-TYPE-SUB > 9.
144400 INIT-MTD-RECORD-EXIT.
144500     EXIT.
144600*
145400*
145500******************************************************************
145600* APPLY-TRANS-TO-MTD - one posted transaction into its type
145700* slot of the month-to-date record.  The RV slot carries the
145710* signed opposite of each original - up for a reversed credit,
145720* down for a reversed debit - so the statement's closing
145730* position still follows the master.
145800******************************************************************
145900 APPLY-TRANS-TO-MTD.
146000     PERFORM FIND-TYPE-SLOT THRU FIND-TYPE-SLOT-EXIT
146100     IF WS-TYPE-SUB > ZERO
146200         ADD 1 TO DL100-MTD-TYPE-COUNT (WS-TYPE-SUB)
146210         IF DL100-TYPE-REVERSAL
146220             AND NOT WS-REV-ORIG-CREDIT
146230             SUBTRACT DL100-TRANS-AMOUNT
146240                 FROM DL100-MTD-TYPE-AMOUNT (WS-TYPE-SUB)
146250         ELSE
146300             ADD DL100-TRANS-AMOUNT
146400                 TO DL100-MTD-TYPE-AMOUNT (WS-TYPE-SUB)
146410         END-IF
146500     END-IF.
146600 APPLY-TRANS-TO-MTD-EXIT.
146700     EXIT.
146900******************************************************************
147000* WRITE-AUDIT-RECORD - one audit record per input record
147100* processed, so a run's changes can be reconstructed later.
147110* It carries the amount, the balance before and after and the
147120* master fields as the posting left them, for the DL100FR
147130* forward recovery to replay.
147200******************************************************************
147300 WRITE-AUDIT-RECORD.
147400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
147500     ACCEPT WS-CURRENT-TIME FROM TIME
147550     MOVE SPACES TO DL100-AUDIT-RECORD
147600     MOVE DL100-TRANS-ACCT-NO TO DL100-AUDIT-ACCT-NO
147700     MOVE DL100-TRANS-SEQ-NO TO DL100-AUDIT-SEQ-NO
147800     MOVE "PROCESSED" TO DL100-AUDIT-ACTION
148200     MOVE "P" TO DL100-TRANS-STATUS
148300     MOVE DL100-TRANS-STATUS TO DL100-AUDIT-STATUS-AFTER
148310     MOVE SPACES TO DL100-AUDIT-DETAIL
148320     MOVE DL100-TRANS-TYPE-CODE TO DL100-AUDIT-TYPE-CODE
148330     MOVE DL100-TRANS-AMOUNT TO DL100-AUDIT-AMOUNT
148340     MOVE WS-BAL-BEFORE TO DL100-AUDIT-BAL-BEFORE
148350     PERFORM MOVE-AUDIT-MASTER-AFTER
148360         THRU MOVE-AUDIT-MASTER-AFTER-EXIT
148400     WRITE DL100-AUDIT-RECORD
148500     IF NOT WS-FS-AUDIT-OK
148600         MOVE "DL100-AUDIT-FILE" TO WS-ABEND-FILE-NAME
148900     END-IF.
149000 WRITE-AUDIT-RECORD-EXIT.
149100     EXIT.
149105*
149111******************************************************************
149117* MOVE-AUDIT-MASTER-AFTER - the balance and master fields as
149123* the action just left them, off the master record buffer,
149129* into the audit record.  Records from before a field existed
149135* carry spaces there; those go out as zero.
149141******************************************************************
149147 MOVE-AUDIT-MASTER-AFTER.
149153     IF DL100-MASTER-BALANCE NUMERIC
149159         MOVE DL100-MASTER-BALANCE TO DL100-AUDIT-BAL-AFTER
149165     ELSE
149171         MOVE ZERO TO DL100-AUDIT-BAL-AFTER
149177     END-IF
149183     MOVE DL100-MASTER-STATUS TO DL100-AUDIT-MAST-STATUS
149189     MOVE DL100-MASTER-NAME TO DL100-AUDIT-MAST-NAME
149195     IF DL100-MASTER-CREDIT-LIMIT NUMERIC
149201         MOVE DL100-MASTER-CREDIT-LIMIT TO DL100-AUDIT-MAST-LIMIT
149207     ELSE
149213         MOVE ZERO TO DL100-AUDIT-MAST-LIMIT
149219     END-IF
149225     IF DL100-MASTER-LAST-ACT-DATE NUMERIC
149231         MOVE DL100-MASTER-LAST-ACT-DATE
149237             TO DL100-AUDIT-MAST-ACT-DATE
149243     ELSE
149249         MOVE ZERO TO DL100-AUDIT-MAST-ACT-DATE
149255     END-IF.
149261 MOVE-AUDIT-MASTER-AFTER-EXIT.
149267     EXIT.
149273*
149300******************************************************************
149400* VALIDATE-RECORD - edit the fields of the current transaction
149500* record.  Required fields must be populated, numeric fields
149600* must actually be numeric, the type code must come from the
149700* defined set, a closure or reopen must carry a zero amount
149705* and a reversal must name an original on its own account
149710* before the record is allowed through to the report/audit
149800* files.  Every
149900* failed edit leaves its reason code (see DL100RJ) for the
150000* reject record.
150100******************************************************************
153200         AND DL100-TRANS-AMOUNT NOT = ZERO
153300         MOVE "R007" TO WS-REASON-WORK
153400         PERFORM ADD-REJECT-REASON THRU ADD-REJECT-REASON-EXIT
153500     END-IF
153510     IF DL100-TYPE-REVERSAL
153520         AND (DL100-TRANS-ORIG-ACCT-NO NOT NUMERIC
153530             OR DL100-TRANS-ORIG-SEQ-NO NOT NUMERIC
153540             OR DL100-TRANS-ORIG-ACCT-NO
153550                 NOT = DL100-TRANS-ACCT-NO)
153560         MOVE "R015" TO WS-REASON-WORK
153570         PERFORM ADD-REJECT-REASON THRU ADD-REJECT-REASON-EXIT
153580     END-IF.
153600 VALIDATE-RECORD-EXIT.
153700     EXIT.
153800*
155100*
155200******************************************************************
155300* VALIDATE-TYPE-MASTER - batch-only master edits by type: an
155400* adjustment, a closure, a reopen, a reversal or a finance
155410* charge must reference an account already on
155500* DL100-MASTER-FILE, a reversal must
155510* name a reversible original, a reopen only makes sense
155515* against a closed account, and DB/DA/NW activity against a
155520* closed account is refused (a PY paying down a residual
155530* balance still goes through).  The transaction date is also
155540* edited against the business-day calendar here.  Kept out
155550* of VALIDATE-RECORD so the subcall interface stays free of
155600* master file and calendar I-O.
155620* A payment must be for an account on the master too (R018);
155640* a payment failing any edit here goes to suspense, not to
155660* the reject file.
155700******************************************************************
155800 VALIDATE-TYPE-MASTER.
155810     IF DL100-TRANS-DATE NUMERIC
155820         PERFORM VALIDATE-TRANS-DATE
155830             THRU VALIDATE-TRANS-DATE-EXIT
155840     END-IF
155842     IF DL100-TYPE-PAYMENT
155845         MOVE DL100-TRANS-ACCT-NO TO DL100-MASTER-ACCT-NO
155848         READ DL100-MASTER-FILE KEY IS DL100-MASTER-ACCT-NO
155851         IF NOT WS-FS-MASTER-OK
155854             IF WS-FS-MASTER-NOT-FOUND
155857                 MOVE "R018" TO WS-REASON-WORK
155860                 PERFORM ADD-REJECT-REASON
155863                     THRU ADD-REJECT-REASON-EXIT
155866             ELSE
155869                 MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
155872                 MOVE WS-FS-MASTER TO WS-ABEND-STATUS
155875                 PERFORM ERROR-PARAGRAPH
155878                     THRU ERROR-PARAGRAPH-EXIT
155881             END-IF
155884         END-IF
155887     END-IF
155900     IF DL100-TYPE-ADJUSTMENT OR DL100-TYPE-CLOSURE
155910         OR DL100-TYPE-REOPEN OR DL100-TYPE-REVERSAL
155920         OR DL100-TYPE-FIN-CHARGE
156000         MOVE DL100-TRANS-ACCT-NO TO DL100-MASTER-ACCT-NO
156100         READ DL100-MASTER-FILE KEY IS DL100-MASTER-ACCT-NO
156200         IF NOT WS-FS-MASTER-OK
157430         AND DL100-TRANS-AMOUNT NUMERIC
157440         PERFORM CHECK-CREDIT-LIMIT-EDIT
157450             THRU CHECK-CREDIT-LIMIT-EDIT-EXIT
157460     END-IF
157461     IF WS-RECORD-VALID
157462         AND DL100-TYPE-REVERSAL
157463         PERFORM CHECK-REVERSAL-ORIGINAL
157464             THRU CHECK-REVERSAL-ORIGINAL-EXIT
157465     END-IF.
157500 VALIDATE-TYPE-MASTER-EXIT.
157600     EXIT.
157610*
159900     END-IF.
160000 WRITE-ERROR-RECORD-EXIT.
160100     EXIT.
160102*
160104******************************************************************
160106* CHECK-REVERSAL-ORIGINAL - the original an RV names must be on
160108* the processed-transactions file with its type and amount
160110* (R015), must not be reversed already nor be a reversal itself
160112* (R016), and must have moved exactly the amount the reversal
160114* carries (R017) - closures and reopens move nothing to back
160116* out.  The original's type is kept for the posting, which
160118* takes its side from it.
160120******************************************************************
160122 CHECK-REVERSAL-ORIGINAL.
160125     MOVE SPACES TO WS-REV-ORIG-TYPE
160127     MOVE ZERO TO WS-REV-ORIG-AMOUNT
160129     MOVE DL100-TRANS-ORIG-ACCT-NO TO DL100-PROCD-ACCT-NO
160131     MOVE DL100-TRANS-ORIG-SEQ-NO TO DL100-PROCD-SEQ-NO
160133     READ DL100-PROCD-FILE KEY IS DL100-PROCD-KEY
160135     IF NOT WS-FS-PROCD-OK
160137         IF WS-FS-PROCD-NOT-FOUND
160139             MOVE "R015" TO WS-REASON-WORK
160141             PERFORM ADD-REJECT-REASON THRU ADD-REJECT-REASON-EXIT
160143             GO TO CHECK-REVERSAL-ORIGINAL-EXIT
160145         ELSE
160147             MOVE "DL100-PROCD-FILE" TO WS-ABEND-FILE-NAME
160150             MOVE WS-FS-PROCD TO WS-ABEND-STATUS
160152             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
160154         END-IF
160156     END-IF
160158     IF DL100-PROCD-TYPE-CODE = SPACES
160160         OR DL100-PROCD-AMOUNT NOT NUMERIC
160162         MOVE "R015" TO WS-REASON-WORK
160164         PERFORM ADD-REJECT-REASON THRU ADD-REJECT-REASON-EXIT
160166         GO TO CHECK-REVERSAL-ORIGINAL-EXIT
160168     END-IF
160170     MOVE DL100-PROCD-TYPE-CODE TO WS-REV-ORIG-TYPE
160172     MOVE DL100-PROCD-AMOUNT TO WS-REV-ORIG-AMOUNT
160175     IF DL100-PROCD-REVERSED
160177         OR WS-REV-ORIG-TYPE = "RV"
160179         MOVE "R016" TO WS-REASON-WORK
160181         PERFORM ADD-REJECT-REASON THRU ADD-REJECT-REASON-EXIT
160183     END-IF
160185     IF WS-REV-ORIG-NO-MONEY
160187         OR DL100-TRANS-AMOUNT NOT = WS-REV-ORIG-AMOUNT
160189         MOVE "R017" TO WS-REASON-WORK
160191         PERFORM ADD-REJECT-REASON THRU ADD-REJECT-REASON-EXIT
160193     END-IF.
160195 CHECK-REVERSAL-ORIGINAL-EXIT.
160197     EXIT.
160200*
160300******************************************************************
160400* READ-TRANS-RECORD - read the next transaction record.
165100******************************************************************
165200 INTERACTIVE-MAINTENANCE.
165300     MOVE "N" TO WS-MAINT-EXIT-SWITCH
165310     DISPLAY "ENTER OPERATOR ID: "
165320     ACCEPT WS-DC-OPER-ID
165330     IF WS-DC-OPER-ID = SPACES
165340         DISPLAY "*** NO OPERATOR ID - MAINTENANCE ENDED ***"
165350         GO TO INTERACTIVE-MAINTENANCE-EXIT
165360     END-IF
165400     OPEN I-O DL100-MASTER-FILE
165500     IF NOT WS-FS-MASTER-OK
165600         MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
165964         MOVE WS-FS-AUDIT TO WS-ABEND-STATUS
165965         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
165966     END-IF
165967     OPEN I-O DL100-SI-FILE
165968     IF NOT WS-FS-SI-OK
165969         MOVE "DL100-SI-FILE" TO WS-ABEND-FILE-NAME
165970         MOVE WS-FS-SI TO WS-ABEND-STATUS
165971         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
165972     END-IF
165973     OPEN I-O DL100-PC-FILE
165974     IF NOT WS-FS-PC-OK
165975         MOVE "DL100-PC-FILE" TO WS-ABEND-FILE-NAME
165976         MOVE WS-FS-PC TO WS-ABEND-STATUS
165977         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
165978     END-IF
165979     OPEN INPUT DL100-CAL-FILE
165980     IF NOT WS-FS-CAL-OK
165981         MOVE "DL100-CAL-FILE" TO WS-ABEND-FILE-NAME
165982         MOVE WS-FS-CAL TO WS-ABEND-STATUS
165983         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
165984     END-IF
165985     PERFORM LOAD-DUAL-CONTROL THRU LOAD-DUAL-CONTROL-EXIT
165986     OPEN I-O DL100-UQ-FILE
165987     IF NOT WS-FS-UQ-OK
165988         MOVE "DL100-UQ-FILE" TO WS-ABEND-FILE-NAME
165989         MOVE WS-FS-UQ TO WS-ABEND-STATUS
165990         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
165991     END-IF
166000     PERFORM DISPLAY-MAINT-MENU THRU DISPLAY-MAINT-MENU-EXIT
166100         UNTIL WS-MAINT-DONE
166200     CLOSE DL100-MASTER-FILE
166500         MOVE WS-FS-MASTER TO WS-ABEND-STATUS
166600         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
166700     END-IF
166701     CLOSE DL100-UQ-FILE
166702     IF NOT WS-FS-UQ-OK
166703         MOVE "DL100-UQ-FILE" TO WS-ABEND-FILE-NAME
166704         MOVE WS-FS-UQ TO WS-ABEND-STATUS
166705         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
166706     END-IF
166710     CLOSE DL100-CUST-FILE
166720     IF NOT WS-FS-CUST-OK
166730         MOVE "DL100-CUST-FILE" TO WS-ABEND-FILE-NAME
166790         MOVE "DL100-AUDIT-FILE" TO WS-ABEND-FILE-NAME
166791         MOVE WS-FS-AUDIT TO WS-ABEND-STATUS
166792         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
166793     END-IF
166794     CLOSE DL100-SI-FILE
166795     IF NOT WS-FS-SI-OK
166796         MOVE "DL100-SI-FILE" TO WS-ABEND-FILE-NAME
166797         MOVE WS-FS-SI TO WS-ABEND-STATUS
166798         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
166799     END-IF
166800     CLOSE DL100-PC-FILE
166810     IF NOT WS-FS-PC-OK
166820         MOVE "DL100-PC-FILE" TO WS-ABEND-FILE-NAME
166830         MOVE WS-FS-PC TO WS-ABEND-STATUS
166840         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
166850     END-IF
166860     CLOSE DL100-CAL-FILE
166870     IF NOT WS-FS-CAL-OK
166880         MOVE "DL100-CAL-FILE" TO WS-ABEND-FILE-NAME
166882         MOVE WS-FS-CAL TO WS-ABEND-STATUS
166884         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
166886     END-IF.
166890 INTERACTIVE-MAINTENANCE-EXIT.
166900     EXIT.
167000*
167100******************************************************************
167600 DISPLAY-MAINT-MENU.
167700     DISPLAY "1 - ADD RECORD     2 - CHANGE RECORD"
167800     DISPLAY "3 - INQUIRE RECORD 4 - SET CREDIT LIMIT"
167810     DISPLAY "5 - CUSTOMER DETAILS 6 - STANDING INSTRUCTIONS"
167815     DISPLAY "7 - PENDING CHANGES  8 - ACTIVITY REVIEW"
167820     DISPLAY "X - EXIT MAINTENANCE"
167900     DISPLAY "ENTER CHOICE: "
168000     ACCEPT WS-MENU-CHOICE
168940         WHEN "5"
168950             PERFORM MAINTAIN-CUSTOMER-RECORD
168960                 THRU MAINTAIN-CUSTOMER-RECORD-EXIT
168970         WHEN "6"
168980             PERFORM MAINTAIN-STANDING-INSTR
168990                 THRU MAINTAIN-STANDING-INSTR-EXIT
168992         WHEN "7"
168994             PERFORM MAINTAIN-PENDING-CHANGES
168996                 THRU MAINTAIN-PENDING-CHANGES-EXIT
168997         WHEN "8"
168998             PERFORM MAINTAIN-REVIEW-QUEUE
168999                 THRU MAINTAIN-REVIEW-QUEUE-EXIT
169000         WHEN "X"
169100             MOVE "Y" TO WS-MAINT-EXIT-SWITCH
169200         WHEN OTHER
171020     ACCEPT WS-MAINT-LIMIT
171030     MOVE WS-MAINT-LIMIT TO DL100-MASTER-CREDIT-LIMIT
171100     MOVE ZERO TO DL100-MASTER-BALANCE
171110     MOVE ZERO TO DL100-MASTER-ACCR-INT
171120     MOVE ZERO TO DL100-MASTER-ACCR-DATE
171130     MOVE ZERO TO DL100-MASTER-ACCR-CAP-MONTH
171140     MOVE ZERO TO DL100-MASTER-ACCR-CAP-AMT
171150     PERFORM CLEAR-MASTER-DUE-FIELDS
171160         THRU CLEAR-MASTER-DUE-FIELDS-EXIT
171200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
171300     MOVE WS-CURRENT-DATE TO DL100-MASTER-LAST-ACT-DATE
171400     WRITE DL100-MASTER-RECORD
172800*
172900******************************************************************
173000* CHANGE-MASTER-RECORD - update the name, and optionally flip
173010* the status, on an existing record.  A status change the
173020* DCPARM rule covers is held for a second operator (option 7)
173030* and only the rest of the change is applied.
173100******************************************************************
173200 CHANGE-MASTER-RECORD.
173300     DISPLAY "ENTER ACCOUNT NUMBER: "
174000         MOVE WS-MAINT-NAME TO DL100-MASTER-NAME
174010         DISPLAY "ENTER NEW STATUS (A/I/C, BLANK = KEEP): "
174020         ACCEPT WS-MAINT-STATUS
174022         PERFORM CHECK-STATUS-DUAL-CONTROL
174024             THRU CHECK-STATUS-DUAL-CONTROL-EXIT
174030         IF WS-MAINT-STATUS NOT = SPACE
174040             MOVE WS-MAINT-STATUS TO DL100-MASTER-STATUS
174050         END-IF
174440             MOVE WS-MAINT-OLD-NAME TO WS-MD-VALUE
174450             PERFORM WRITE-MAINT-AUDIT
174460                 THRU WRITE-MAINT-AUDIT-EXIT
174462             IF WS-DC-NEW-STATUS NOT = SPACE
174464                 MOVE "S" TO WS-DC-TYPE
174466                 PERFORM REQUEST-PENDING-CHANGE
174468                     THRU REQUEST-PENDING-CHANGE-EXIT
174470             END-IF
174500             DISPLAY "*** RECORD CHANGED ***"
174600         ELSE
174700             DISPLAY "*** CHANGE FAILED, STATUS " WS-FS-MASTER
177000         DISPLAY "NAME  : " DL100-MASTER-NAME
177100         DISPLAY "STATUS: " DL100-MASTER-STATUS
177110         DISPLAY "LIMIT : " DL100-MASTER-CREDIT-LIMIT
177120         DISPLAY "ACCRUED INTEREST: " DL100-MASTER-ACCR-INT
177130         DISPLAY "MINIMUM DUE     : " DL100-MASTER-MIN-DUE
177140             " BY " DL100-MASTER-DUE-DATE
177150         DISPLAY "DAYS PAST DUE   : " DL100-MASTER-DPD-BUCKET
177160             " (0 CURRENT, 1 30, 2 60, 3 90+)"
177200     ELSE
177300         IF WS-FS-MASTER-NOT-FOUND
177400             DISPLAY "*** RECORD NOT FOUND ***"
178220******************************************************************
178230* SET-CREDIT-LIMIT - set or change the credit limit on an
178240* existing record.  Zero takes the limit off and the account
178250* posts unchecked.  A new limit above the DCPARM threshold, or
178252* zero, is held for a second operator (option 7) instead.
178260******************************************************************
178270 SET-CREDIT-LIMIT.
178280     DISPLAY "ENTER ACCOUNT NUMBER: "
178330         DISPLAY "CURRENT LIMIT: " DL100-MASTER-CREDIT-LIMIT
178340         DISPLAY "ENTER NEW CREDIT LIMIT (0 = NO LIMIT): "
178350         ACCEPT WS-MAINT-LIMIT
178351         IF WS-MAINT-LIMIT NOT = DL100-MASTER-CREDIT-LIMIT
178352             AND (WS-MAINT-LIMIT = ZERO
178353             OR WS-MAINT-LIMIT > WS-DC-LIMIT-THRESHOLD)
178354             MOVE "L" TO WS-DC-TYPE
178355             PERFORM REQUEST-PENDING-CHANGE
178356                 THRU REQUEST-PENDING-CHANGE-EXIT
178357             GO TO SET-CREDIT-LIMIT-EXIT
178358         END-IF
178360         IF DL100-MASTER-CREDIT-LIMIT NUMERIC
178370             MOVE DL100-MASTER-CREDIT-LIMIT
178380                 TO WS-MAINT-OLD-LIMIT-ED
179840         GIVING WS-TIME-SS REMAINDER WS-TIME-HUND
179850     COMPUTE WS-MAINT-SEQ-NO = WS-TIME-HH * 3600
179860         + WS-TIME-MM * 60 + WS-TIME-SS
179865     MOVE SPACES TO DL100-AUDIT-RECORD
179870     MOVE WS-MAINT-ACCT-NO TO DL100-AUDIT-ACCT-NO
179880     MOVE WS-MAINT-SEQ-NO TO DL100-AUDIT-SEQ-NO
179890     MOVE WS-MAINT-ACTION TO DL100-AUDIT-ACTION
179920     MOVE WS-MAINT-STAT-BEFORE TO DL100-AUDIT-STATUS-BEFORE
179930     MOVE WS-MAINT-STAT-AFTER TO DL100-AUDIT-STATUS-AFTER
179940     MOVE WS-MAINT-DETAIL TO DL100-AUDIT-DETAIL
179941     MOVE SPACES TO DL100-AUDIT-TYPE-CODE
179942     MOVE ZERO TO DL100-AUDIT-AMOUNT
179943     PERFORM MOVE-AUDIT-MASTER-AFTER
179944         THRU MOVE-AUDIT-MASTER-AFTER-EXIT
179945     MOVE DL100-AUDIT-BAL-AFTER TO DL100-AUDIT-BAL-BEFORE
179946     PERFORM MOVE-AUDIT-OPERATORS
179947         THRU MOVE-AUDIT-OPERATORS-EXIT
179950     WRITE DL100-AUDIT-RECORD
179960     IF NOT WS-FS-AUDIT-OK
179970         MOVE "DL100-AUDIT-FILE" TO WS-ABEND-FILE-NAME
180280     END-IF.
180290 ERROR-PARAGRAPH-EXIT.
180300     EXIT.
180400*
180410******************************************************************
180420* MAINTAIN-STANDING-INSTR - list the standing instructions on an
180430* account and add, change, suspend or resume, or delete one of
180440* them.  The account must be on the master.  The schedule itself
180450* (next due date and generation counters) belongs to DL100SG;
180460* maintenance only clears the next due date when the timing
180470* changes, so the generator works it out afresh from the day
180480* the change was keyed rather than raising the dates in between.
180490******************************************************************
180500 MAINTAIN-STANDING-INSTR.
180510     DISPLAY "ENTER ACCOUNT NUMBER: "
180520     ACCEPT WS-MAINT-ACCT-NO
180530     MOVE WS-MAINT-ACCT-NO TO DL100-MASTER-ACCT-NO
180540     READ DL100-MASTER-FILE KEY IS DL100-MASTER-ACCT-NO
180550     IF NOT WS-FS-MASTER-OK
180560         IF WS-FS-MASTER-NOT-FOUND
180570             DISPLAY "*** ACCOUNT NOT ON THE MASTER ***"
180580             GO TO MAINTAIN-STANDING-INSTR-EXIT
180590         ELSE
180600             MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
180610             MOVE WS-FS-MASTER TO WS-ABEND-STATUS
180620             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
180630         END-IF
180640     END-IF
180650     PERFORM LIST-STANDING-INSTR THRU LIST-STANDING-INSTR-EXIT
180660     DISPLAY "A - ADD     C - CHANGE  S - SUSPEND/RESUME"
180670     DISPLAY "D - DELETE  X - NO CHANGE"
180680     DISPLAY "ENTER CHOICE: "
180690     ACCEPT WS-MAINT-SI-CHOICE
180700     IF WS-MAINT-SI-CHOICE = "X"
180710         GO TO MAINTAIN-STANDING-INSTR-EXIT
180720     END-IF
180730     IF WS-MAINT-SI-CHOICE NOT = "A" AND NOT = "C"
180740         AND NOT = "S" AND NOT = "D"
180750         DISPLAY "*** INVALID CHOICE ***"
180760         GO TO MAINTAIN-STANDING-INSTR-EXIT
180770     END-IF
180780     DISPLAY "ENTER INSTRUCTION NUMBER (1-9): "
180790     ACCEPT WS-MAINT-SI-INSTR-NO
180800     IF WS-MAINT-SI-INSTR-NO NOT NUMERIC
180810         OR WS-MAINT-SI-INSTR-NO = ZERO
180820         DISPLAY "*** INSTRUCTION NUMBER MUST BE 1-9 ***"
180830         GO TO MAINTAIN-STANDING-INSTR-EXIT
180840     END-IF
180850     MOVE WS-MAINT-ACCT-NO TO DL100-SI-ACCT-NO
180860     MOVE WS-MAINT-SI-INSTR-NO TO DL100-SI-INSTR-NO
180870     READ DL100-SI-FILE KEY IS DL100-SI-KEY
180880     IF NOT WS-FS-SI-OK AND NOT WS-FS-SI-NOT-FOUND
180890         MOVE "DL100-SI-FILE" TO WS-ABEND-FILE-NAME
180900         MOVE WS-FS-SI TO WS-ABEND-STATUS
180910         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
180920     END-IF
180930     EVALUATE TRUE
180940         WHEN WS-MAINT-SI-CHOICE = "A" AND WS-FS-SI-OK
180945             AND NOT DL100-SI-DELETED
180950             DISPLAY "*** INSTRUCTION ALREADY ON FILE ***"
180960         WHEN WS-MAINT-SI-CHOICE = "A"
180970             PERFORM ADD-STANDING-INSTR
180980                 THRU ADD-STANDING-INSTR-EXIT
180990         WHEN WS-FS-SI-NOT-FOUND OR DL100-SI-DELETED
181000             DISPLAY "*** INSTRUCTION NOT ON FILE ***"
181010         WHEN WS-MAINT-SI-CHOICE = "C"
181020             PERFORM CHANGE-STANDING-INSTR
181030                 THRU CHANGE-STANDING-INSTR-EXIT
181040         WHEN WS-MAINT-SI-CHOICE = "S"
181050             PERFORM SUSPEND-STANDING-INSTR
181060                 THRU SUSPEND-STANDING-INSTR-EXIT
181070         WHEN WS-MAINT-SI-CHOICE = "D"
181080             PERFORM DELETE-STANDING-INSTR
181090                 THRU DELETE-STANDING-INSTR-EXIT
181100     END-EVALUATE.
181110 MAINTAIN-STANDING-INSTR-EXIT.
181120     EXIT.
181130*
181140******************************************************************
181150* LIST-STANDING-INSTR - show every instruction on the account,
181160* one line each.  A next due date of zero is one DL100SG has not
181170* scheduled yet; 99999999 is one past its end date.
181180******************************************************************
181190 LIST-STANDING-INSTR.
181200     MOVE ZERO TO WS-MAINT-SI-COUNT
181210     MOVE "N" TO WS-SI-EOF-SWITCH
181220     MOVE WS-MAINT-ACCT-NO TO DL100-SI-ACCT-NO
181230     MOVE ZERO TO DL100-SI-INSTR-NO
181240     START DL100-SI-FILE KEY IS NOT LESS THAN DL100-SI-KEY
181250     IF NOT WS-FS-SI-OK
181260         IF WS-FS-SI-NOT-FOUND
181270             MOVE "Y" TO WS-SI-EOF-SWITCH
181280         ELSE
181290             MOVE "DL100-SI-FILE" TO WS-ABEND-FILE-NAME
181300             MOVE WS-FS-SI TO WS-ABEND-STATUS
181310             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
181320         END-IF
181330     END-IF
181340     PERFORM LIST-ONE-STANDING-INSTR
181350         THRU LIST-ONE-STANDING-INSTR-EXIT
181360         UNTIL WS-SI-EOF
181370     IF WS-MAINT-SI-COUNT = ZERO
181380         DISPLAY "*** NO STANDING INSTRUCTIONS ON ACCOUNT ***"
181390     END-IF.
181400 LIST-STANDING-INSTR-EXIT.
181410     EXIT.
181420*
181430 LIST-ONE-STANDING-INSTR.
181440     READ DL100-SI-FILE NEXT RECORD
181450     IF WS-FS-SI-EOF
181460         MOVE "Y" TO WS-SI-EOF-SWITCH
181470         GO TO LIST-ONE-STANDING-INSTR-EXIT
181480     END-IF
181490     IF NOT WS-FS-SI-OK
181500         MOVE "DL100-SI-FILE" TO WS-ABEND-FILE-NAME
181510         MOVE WS-FS-SI TO WS-ABEND-STATUS
181520         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
181530     END-IF
181540     IF DL100-SI-ACCT-NO NOT = WS-MAINT-ACCT-NO
181550         MOVE "Y" TO WS-SI-EOF-SWITCH
181560         GO TO LIST-ONE-STANDING-INSTR-EXIT
181570     END-IF
181572     IF DL100-SI-DELETED
181574         GO TO LIST-ONE-STANDING-INSTR-EXIT
181576     END-IF
181580     ADD 1 TO WS-MAINT-SI-COUNT
181590     IF WS-MAINT-SI-COUNT = 1
181600         DISPLAY "N TY       AMOUNT F DY    START      END S"
181605             " NEXT DUE"
181610     END-IF
181620     MOVE DL100-SI-AMOUNT TO WS-MAINT-SI-AMOUNT-ED
181630     DISPLAY DL100-SI-INSTR-NO " " DL100-SI-TYPE-CODE " "
181640         WS-MAINT-SI-AMOUNT-ED " " DL100-SI-FREQUENCY " "
181650         DL100-SI-DAY-NO " " DL100-SI-START-DATE " "
181660         DL100-SI-END-DATE " " DL100-SI-SUSPEND-FLAG " "
181670         DL100-SI-NEXT-DUE-DATE.
181680 LIST-ONE-STANDING-INSTR-EXIT.
181690     EXIT.
181700*
181710******************************************************************
181720* ACCEPT-SI-TERMS - key and edit the terms of an instruction into
181730* the WS-MAINT-SI fields.  The first bad entry is reported and
181740* sets WS-SI-IN-ERROR; the caller then leaves the file alone.
181750* Only the posting types that move money on their own are
181760* allowed - payments, debits and the two adjustments.
181770******************************************************************
181780 ACCEPT-SI-TERMS.
181790     MOVE "N" TO WS-SI-ERROR-SWITCH
181800     DISPLAY "ENTER TYPE (PY, DB, CA, DA): "
181810     ACCEPT WS-MAINT-SI-TYPE
181820     IF WS-MAINT-SI-TYPE NOT = "PY" AND NOT = "DB"
181830         AND NOT = "CA" AND NOT = "DA"
181840         DISPLAY "*** TYPE MUST BE PY, DB, CA OR DA ***"
181850         MOVE "Y" TO WS-SI-ERROR-SWITCH
181860         GO TO ACCEPT-SI-TERMS-EXIT
181870     END-IF
181880     DISPLAY "ENTER AMOUNT: "
181890     ACCEPT WS-MAINT-SI-AMOUNT
181900     IF WS-MAINT-SI-AMOUNT NOT NUMERIC
181910         OR WS-MAINT-SI-AMOUNT = ZERO
181920         DISPLAY "*** AMOUNT MUST BE GREATER THAN ZERO ***"
181930         MOVE "Y" TO WS-SI-ERROR-SWITCH
181940         GO TO ACCEPT-SI-TERMS-EXIT
181950     END-IF
181960     DISPLAY "ENTER FREQUENCY (W = WEEKLY, M = MONTHLY, "
181970         "Q = QUARTERLY): "
181980     ACCEPT WS-MAINT-SI-FREQUENCY
181990     IF WS-MAINT-SI-FREQUENCY NOT = "W" AND NOT = "M"
182000         AND NOT = "Q"
182010         DISPLAY "*** FREQUENCY MUST BE W, M OR Q ***"
182020         MOVE "Y" TO WS-SI-ERROR-SWITCH
182030         GO TO ACCEPT-SI-TERMS-EXIT
182040     END-IF
182050     IF WS-MAINT-SI-FREQUENCY = "W"
182060         MOVE ZERO TO WS-MAINT-SI-DAY-NO
182070     ELSE
182080         DISPLAY "ENTER DAY OF THE MONTH (1-31): "
182090         ACCEPT WS-MAINT-SI-DAY-NO
182100         IF WS-MAINT-SI-DAY-NO NOT NUMERIC
182110             OR WS-MAINT-SI-DAY-NO < 1
182120             OR WS-MAINT-SI-DAY-NO > 31
182130             DISPLAY "*** DAY MUST BE 1-31 ***"
182140             MOVE "Y" TO WS-SI-ERROR-SWITCH
182150             GO TO ACCEPT-SI-TERMS-EXIT
182160         END-IF
182170     END-IF
182180     DISPLAY "ENTER START DATE (YYYYMMDD): "
182190     ACCEPT WS-MAINT-SI-START-DATE
182200     MOVE WS-MAINT-SI-START-DATE TO WS-MAINT-SI-CHECK-DATE
182210     PERFORM CHECK-SI-DATE THRU CHECK-SI-DATE-EXIT
182220     IF WS-SI-IN-ERROR
182230         DISPLAY "*** START DATE IS NOT A VALID DATE ***"
182240         GO TO ACCEPT-SI-TERMS-EXIT
182250     END-IF
182260     DISPLAY "ENTER END DATE (YYYYMMDD, 0 = NO END DATE): "
182270     ACCEPT WS-MAINT-SI-END-DATE
182280     IF WS-MAINT-SI-END-DATE NOT NUMERIC
182290         DISPLAY "*** END DATE IS NOT A VALID DATE ***"
182300         MOVE "Y" TO WS-SI-ERROR-SWITCH
182310         GO TO ACCEPT-SI-TERMS-EXIT
182320     END-IF
182330     IF WS-MAINT-SI-END-DATE = ZERO
182340         GO TO ACCEPT-SI-TERMS-EXIT
182350     END-IF
182360     MOVE WS-MAINT-SI-END-DATE TO WS-MAINT-SI-CHECK-DATE
182370     PERFORM CHECK-SI-DATE THRU CHECK-SI-DATE-EXIT
182380     IF WS-SI-IN-ERROR
182390         DISPLAY "*** END DATE IS NOT A VALID DATE ***"
182400         GO TO ACCEPT-SI-TERMS-EXIT
182410     END-IF
182420     IF WS-MAINT-SI-END-DATE < WS-MAINT-SI-START-DATE
182430         DISPLAY "*** END DATE IS BEFORE THE START DATE ***"
182440         MOVE "Y" TO WS-SI-ERROR-SWITCH
182450     END-IF.
182460 ACCEPT-SI-TERMS-EXIT.
182470     EXIT.
182480*
182490 CHECK-SI-DATE.
182500     IF WS-MAINT-SI-CHECK-DATE NOT NUMERIC
182510         OR WS-MAINT-SI-CHECK-YYYY < 1900
182520         OR WS-MAINT-SI-CHECK-MM < 1
182530         OR WS-MAINT-SI-CHECK-MM > 12
182540         OR WS-MAINT-SI-CHECK-DD < 1
182550         OR WS-MAINT-SI-CHECK-DD > 31
182560         MOVE "Y" TO WS-SI-ERROR-SWITCH
182570     END-IF.
182580 CHECK-SI-DATE-EXIT.
182590     EXIT.
182600*
182610******************************************************************
182620* ADD-STANDING-INSTR - a new instruction starts unsuspended and
182630* unscheduled; DL100SG schedules it on its next run from the
182640* later of the start date and the day it was keyed.  A number
182642* deleted earlier is still on file, flagged: it is taken up
182644* again with its generation counters as they stood, so the new
182646* instruction's items carry on from the old one's keys instead
182648* of clashing with those still on PROCFL.
182650******************************************************************
182660 ADD-STANDING-INSTR.
182662     MOVE "N" TO WS-SI-REUSE-SWITCH
182664     IF WS-FS-SI-OK
182666         MOVE "Y" TO WS-SI-REUSE-SWITCH
182668     END-IF
182670     PERFORM ACCEPT-SI-TERMS THRU ACCEPT-SI-TERMS-EXIT
182680     IF WS-SI-IN-ERROR
182690         GO TO ADD-STANDING-INSTR-EXIT
182700     END-IF
182705     IF NOT WS-SI-REUSE
182710         MOVE SPACES TO DL100-SI-RECORD
182720         MOVE WS-MAINT-ACCT-NO TO DL100-SI-ACCT-NO
182730         MOVE WS-MAINT-SI-INSTR-NO TO DL100-SI-INSTR-NO
182732         MOVE ZERO TO DL100-SI-GEN-COUNT
182734         MOVE ZERO TO DL100-SI-GEN-DATE
182736         MOVE ZERO TO DL100-SI-GEN-FIRST
182738     END-IF
182740     PERFORM MOVE-SI-TERMS THRU MOVE-SI-TERMS-EXIT
182750     MOVE "N" TO DL100-SI-SUSPEND-FLAG
182755     MOVE "N" TO DL100-SI-DELETE-FLAG
182760     MOVE ZERO TO DL100-SI-NEXT-DUE-DATE
182800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
182810     MOVE WS-CURRENT-DATE TO DL100-SI-SET-UP-DATE
182815     IF WS-SI-REUSE
182820         REWRITE DL100-SI-RECORD
182822     ELSE
182824         WRITE DL100-SI-RECORD
182826     END-IF
182830     IF WS-FS-SI-OK
182840         MOVE "ADDED" TO WS-MAINT-SI-VERB
182850         PERFORM WRITE-SI-AUDIT THRU WRITE-SI-AUDIT-EXIT
182860         DISPLAY "*** STANDING INSTRUCTION ADDED ***"
182870     ELSE
182880         DISPLAY "*** ADD FAILED, STATUS " WS-FS-SI
182890     END-IF.
182900 ADD-STANDING-INSTR-EXIT.
182910     EXIT.
182920*
182930******************************************************************
182940* CHANGE-STANDING-INSTR - re-key the terms.  A change of type,
182950* amount or end date leaves the schedule alone; a change of
182960* frequency, day or start date - or any change to an instruction
182970* that had already run past its end date - clears the next due
182980* date and restamps the set-up date, so DL100SG reschedules it
182990* from today.  DL100SG also never schedules a date on or before
183000* the last one it raised, so a same-day change cannot raise the
183010* day's item twice.
183020******************************************************************
183030 CHANGE-STANDING-INSTR.
183040     MOVE DL100-SI-AMOUNT TO WS-MAINT-SI-AMOUNT-ED
183050     DISPLAY "TYPE    : " DL100-SI-TYPE-CODE
183060     DISPLAY "AMOUNT  : " WS-MAINT-SI-AMOUNT-ED
183070     DISPLAY "FREQ/DAY: " DL100-SI-FREQUENCY " " DL100-SI-DAY-NO
183080     DISPLAY "START   : " DL100-SI-START-DATE
183090     DISPLAY "END     : " DL100-SI-END-DATE
183100     PERFORM ACCEPT-SI-TERMS THRU ACCEPT-SI-TERMS-EXIT
183110     IF WS-SI-IN-ERROR
183120         GO TO CHANGE-STANDING-INSTR-EXIT
183130     END-IF
183140     MOVE "N" TO WS-SI-RESCHED-SWITCH
183150     IF WS-MAINT-SI-FREQUENCY NOT = DL100-SI-FREQUENCY
183160         OR WS-MAINT-SI-DAY-NO NOT = DL100-SI-DAY-NO
183170         OR WS-MAINT-SI-START-DATE NOT = DL100-SI-START-DATE
183180         OR DL100-SI-ENDED
183190         MOVE "Y" TO WS-SI-RESCHED-SWITCH
183200     END-IF
183210     PERFORM MOVE-SI-TERMS THRU MOVE-SI-TERMS-EXIT
183220     IF WS-SI-RESCHEDULE
183230         MOVE ZERO TO DL100-SI-NEXT-DUE-DATE
183240         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
183250         MOVE WS-CURRENT-DATE TO DL100-SI-SET-UP-DATE
183260     END-IF
183270     REWRITE DL100-SI-RECORD
183280     IF WS-FS-SI-OK
183290         MOVE "CHANGED" TO WS-MAINT-SI-VERB
183300         PERFORM WRITE-SI-AUDIT THRU WRITE-SI-AUDIT-EXIT
183310         DISPLAY "*** STANDING INSTRUCTION CHANGED ***"
183320     ELSE
183330         DISPLAY "*** CHANGE FAILED, STATUS " WS-FS-SI
183340     END-IF.
183350 CHANGE-STANDING-INSTR-EXIT.
183360     EXIT.
183370*
183380******************************************************************
183390* SUSPEND-STANDING-INSTR - flip the suspend flag.  DL100SG skips
183400* (and lists) the dates that fall due while an instruction is
183410* suspended, so resuming it does not raise the missed ones.
183420******************************************************************
183430 SUSPEND-STANDING-INSTR.
183440     PERFORM MOVE-SI-RECORD-TERMS THRU MOVE-SI-RECORD-TERMS-EXIT
183450     IF DL100-SI-SUSPENDED
183460         MOVE "N" TO DL100-SI-SUSPEND-FLAG
183470         MOVE "RESUMED" TO WS-MAINT-SI-VERB
183480     ELSE
183490         MOVE "Y" TO DL100-SI-SUSPEND-FLAG
183500         MOVE "SUSPENDED" TO WS-MAINT-SI-VERB
183510     END-IF
183520     REWRITE DL100-SI-RECORD
183530     IF WS-FS-SI-OK
183540         PERFORM WRITE-SI-AUDIT THRU WRITE-SI-AUDIT-EXIT
183550         DISPLAY "*** STANDING INSTRUCTION " WS-MAINT-SI-VERB
183560             " ***"
183570     ELSE
183580         DISPLAY "*** CHANGE FAILED, STATUS " WS-FS-SI
183590     END-IF.
183600 SUSPEND-STANDING-INSTR-EXIT.
183610     EXIT.
183620*
183621******************************************************************
183622* DELETE-STANDING-INSTR - flag the instruction deleted rather
183623* than take it off the file.  DL100SG raises nothing more for it
183624* and the list no longer shows it, but the record keeps its
183625* generation counter, so the number re-added later carries on
183626* from it and never raises a key the old one left on PROCFL.
183627******************************************************************
183630 DELETE-STANDING-INSTR.
183640     PERFORM MOVE-SI-RECORD-TERMS THRU MOVE-SI-RECORD-TERMS-EXIT
183645     MOVE "Y" TO DL100-SI-DELETE-FLAG
183650     REWRITE DL100-SI-RECORD
183660     IF WS-FS-SI-OK
183670         MOVE "DELETED" TO WS-MAINT-SI-VERB
183680         PERFORM WRITE-SI-AUDIT THRU WRITE-SI-AUDIT-EXIT
183690         DISPLAY "*** STANDING INSTRUCTION DELETED ***"
183700     ELSE
183710         DISPLAY "*** DELETE FAILED, STATUS " WS-FS-SI
183720     END-IF.
183730 DELETE-STANDING-INSTR-EXIT.
183740     EXIT.
183750*
183760 MOVE-SI-TERMS.
183770     MOVE WS-MAINT-SI-TYPE TO DL100-SI-TYPE-CODE
183780     MOVE WS-MAINT-SI-AMOUNT TO DL100-SI-AMOUNT
183790     MOVE WS-MAINT-SI-FREQUENCY TO DL100-SI-FREQUENCY
183800     MOVE WS-MAINT-SI-DAY-NO TO DL100-SI-DAY-NO
183810     MOVE WS-MAINT-SI-START-DATE TO DL100-SI-START-DATE
183820     MOVE WS-MAINT-SI-END-DATE TO DL100-SI-END-DATE.
183830 MOVE-SI-TERMS-EXIT.
183840     EXIT.
183850*
183860 MOVE-SI-RECORD-TERMS.
183870     MOVE DL100-SI-TYPE-CODE TO WS-MAINT-SI-TYPE
183880     MOVE DL100-SI-AMOUNT TO WS-MAINT-SI-AMOUNT
183890     MOVE DL100-SI-FREQUENCY TO WS-MAINT-SI-FREQUENCY.
183900 MOVE-SI-RECORD-TERMS-EXIT.
183910     EXIT.
183920*
183930******************************************************************
183940* WRITE-SI-AUDIT - a MAINT-SI audit record for the instruction
183950* just maintained, detail "SI n VERB TY F AMOUNT".  The master is
183960* not touched, so the status before and after are the same and
183970* the master image is the one read on entry.
183980******************************************************************
183990 WRITE-SI-AUDIT.
184000     MOVE WS-MAINT-SI-AMOUNT TO WS-MAINT-SI-AMOUNT-ED
184010     MOVE SPACES TO WS-MAINT-DETAIL
184020     STRING "SI " WS-MAINT-SI-INSTR-NO " " WS-MAINT-SI-VERB " "
184030         WS-MAINT-SI-TYPE " " WS-MAINT-SI-FREQUENCY
184040         WS-MAINT-SI-AMOUNT-ED
184050         DELIMITED BY SIZE INTO WS-MAINT-DETAIL
184060     END-STRING
184070     MOVE "MAINT-SI" TO WS-MAINT-ACTION
184080     MOVE DL100-MASTER-STATUS TO WS-MAINT-STAT-BEFORE
184090     MOVE DL100-MASTER-STATUS TO WS-MAINT-STAT-AFTER
184100     PERFORM WRITE-MAINT-AUDIT THRU WRITE-MAINT-AUDIT-EXIT.
184110 WRITE-SI-AUDIT-EXIT.
184120     EXIT.
184130*
184140******************************************************************
184150* LOAD-DUAL-CONTROL - read the dual-control card (DCPARM, layout
184160* DL100DP) for the session.  With no card, or one that does not
184170* edit, every limit and status change needs a second operator and
184180* a held change expires after five business days.  Also finds
184190* today's business-day sequence on the calendar, which the age of
184200* a held change is counted from.
184210******************************************************************
184220 LOAD-DUAL-CONTROL.
184230     OPEN INPUT DL100-DP-FILE
184240     IF NOT WS-FS-DP-OK
184250         MOVE "DL100-DP-FILE" TO WS-ABEND-FILE-NAME
184260         MOVE WS-FS-DP TO WS-ABEND-STATUS
184270         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
184280     END-IF
184290     READ DL100-DP-FILE
184300     IF NOT WS-FS-DP-OK AND NOT WS-FS-DP-EOF
184310         MOVE "DL100-DP-FILE" TO WS-ABEND-FILE-NAME
184320         MOVE WS-FS-DP TO WS-ABEND-STATUS
184330         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
184340     END-IF
184350     EVALUATE TRUE
184360         WHEN WS-FS-DP-EOF
184370             DISPLAY "*** NO DUAL-CONTROL CARD - EVERY LIMIT AND"
184380             DISPLAY "*** STATUS CHANGE NEEDS A 2ND OPERATOR ***"
184390         WHEN DL100-DP-LIMIT-THRESHOLD NUMERIC
184400             AND DL100-DP-STATUS-RULE-VALID
184410             AND DL100-DP-EXPIRY-DAYS NUMERIC
184420             AND DL100-DP-EXPIRY-DAYS > ZERO
184430             MOVE DL100-DP-LIMIT-THRESHOLD
184435                 TO WS-DC-LIMIT-THRESHOLD
184440             MOVE DL100-DP-STATUS-RULE TO WS-DC-STATUS-RULE
184450             MOVE DL100-DP-EXPIRY-DAYS TO WS-DC-EXPIRY-DAYS
184460         WHEN OTHER
184470             DISPLAY "*** DUAL-CONTROL CARD INVALID - EVERY"
184480             DISPLAY "*** LIMIT AND STATUS CHANGE NEEDS A 2ND"
184485             DISPLAY "*** OPERATOR ***"
184490     END-EVALUATE
184500     CLOSE DL100-DP-FILE
184510     IF NOT WS-FS-DP-OK
184520         MOVE "DL100-DP-FILE" TO WS-ABEND-FILE-NAME
184530         MOVE WS-FS-DP TO WS-ABEND-STATUS
184540         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
184550     END-IF
184560     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
184570     MOVE WS-CURRENT-DATE TO DL100-CAL-DATE
184580     PERFORM GET-BUSINESS-DAY-SEQ THRU GET-BUSINESS-DAY-SEQ-EXIT
184590     MOVE WS-DC-BUS-SEQ TO WS-DC-TODAY-SEQ.
184600 LOAD-DUAL-CONTROL-EXIT.
184610     EXIT.
184620*
184630******************************************************************
184640* GET-BUSINESS-DAY-SEQ - the business-day sequence of the date in
184650* DL100-CAL-DATE, zero when the date is not on the calendar.
184660******************************************************************
184670 GET-BUSINESS-DAY-SEQ.
184680     MOVE ZERO TO WS-DC-BUS-SEQ
184690     READ DL100-CAL-FILE KEY IS DL100-CAL-DATE
184700     IF WS-FS-CAL-OK
184710         IF DL100-CAL-BUS-SEQ NUMERIC
184720             MOVE DL100-CAL-BUS-SEQ TO WS-DC-BUS-SEQ
184730         END-IF
184740     ELSE
184750         IF NOT WS-FS-CAL-NOT-FOUND
184760             MOVE "DL100-CAL-FILE" TO WS-ABEND-FILE-NAME
184770             MOVE WS-FS-CAL TO WS-ABEND-STATUS
184780             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
184790         END-IF
184800     END-IF.
184810 GET-BUSINESS-DAY-SEQ-EXIT.
184820     EXIT.
184830*
184840******************************************************************
184850* COMPUTE-PENDING-AGE - the age in business days of the held
184860* change in DL100-PC-RECORD.  A change keyed on a date off the
184870* calendar counts as keyed today, so it never expires early.
184880******************************************************************
184890 COMPUTE-PENDING-AGE.
184900     MOVE ZERO TO WS-DC-AGE
184910     MOVE DL100-PC-REQ-DATE TO DL100-CAL-DATE
184920     PERFORM GET-BUSINESS-DAY-SEQ THRU GET-BUSINESS-DAY-SEQ-EXIT
184930     IF WS-DC-BUS-SEQ > ZERO
184940         AND WS-DC-TODAY-SEQ > WS-DC-BUS-SEQ
184950         COMPUTE WS-DC-AGE = WS-DC-TODAY-SEQ - WS-DC-BUS-SEQ
184960     END-IF.
184970 COMPUTE-PENDING-AGE-EXIT.
184980     EXIT.
184990*
185000******************************************************************
185010* CHECK-STATUS-DUAL-CONTROL - a status change keyed in CHANGE-
185020* MASTER-RECORD that the DCPARM rule covers is taken out of the
185030* change and kept in WS-DC-NEW-STATUS, so the rest of the change
185040* is applied now and the status is held for a second operator.
185050******************************************************************
185060 CHECK-STATUS-DUAL-CONTROL.
185070     MOVE SPACE TO WS-DC-NEW-STATUS
185080     IF WS-MAINT-STATUS = SPACE
185090         OR WS-MAINT-STATUS = WS-MAINT-STAT-BEFORE
185100         OR WS-DC-STATUS-NONE
185110         GO TO CHECK-STATUS-DUAL-CONTROL-EXIT
185120     END-IF
185130     IF WS-DC-STATUS-REOPEN AND WS-MAINT-STAT-BEFORE NOT = "C"
185140         GO TO CHECK-STATUS-DUAL-CONTROL-EXIT
185150     END-IF
185160     MOVE WS-MAINT-STATUS TO WS-DC-NEW-STATUS
185170     MOVE SPACE TO WS-MAINT-STATUS
185180     DISPLAY "*** STATUS CHANGE NEEDS A SECOND OPERATOR ***".
185190 CHECK-STATUS-DUAL-CONTROL-EXIT.
185200     EXIT.
185210*
185220******************************************************************
185230* REQUEST-PENDING-CHANGE - hold the limit (WS-DC-TYPE "L", new
185240* limit in WS-MAINT-LIMIT) or status (WS-DC-TYPE "S", new status
185250* in WS-DC-NEW-STATUS) change on PENDFL for a second operator,
185260* against the master record as it stands, and audit the request
185270* as MAINT-REQ.  Only one change of each kind may be pending on
185280* an account; one already past its expiry is expired here so it
185290* does not stand in the way of the new one.
185300******************************************************************
185310 REQUEST-PENDING-CHANGE.
185320     PERFORM FIND-PENDING-CHANGE THRU FIND-PENDING-CHANGE-EXIT
185330     IF WS-PC-FOUND
185340         PERFORM COMPUTE-PENDING-AGE THRU COMPUTE-PENDING-AGE-EXIT
185350         IF WS-DC-AGE < WS-DC-EXPIRY-DAYS
185360             DISPLAY "*** A CHANGE OF THAT KIND IS ALREADY"
185370             DISPLAY "*** PENDING ON THE ACCOUNT - NOT HELD ***"
185380             GO TO REQUEST-PENDING-CHANGE-EXIT
185390         END-IF
185400         PERFORM EXPIRE-PENDING-CHANGE
185410             THRU EXPIRE-PENDING-CHANGE-EXIT
185420     END-IF
185430     MOVE SPACES TO DL100-PC-RECORD
185440     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
185450     ACCEPT WS-CURRENT-TIME FROM TIME
185460     MOVE WS-MAINT-ACCT-NO TO DL100-PC-ACCT-NO
185470     MOVE WS-CURRENT-DATE TO DL100-PC-REQ-DATE
185480     MOVE WS-CURRENT-TIME TO DL100-PC-REQ-TIME
185490     MOVE WS-DC-TYPE TO DL100-PC-CHANGE-TYPE
185500     MOVE DL100-MASTER-STATUS TO DL100-PC-OLD-STATUS
185510     IF DL100-MASTER-CREDIT-LIMIT NUMERIC
185520         MOVE DL100-MASTER-CREDIT-LIMIT TO DL100-PC-OLD-LIMIT
185530     ELSE
185540         MOVE ZERO TO DL100-PC-OLD-LIMIT
185550     END-IF
185560     IF DL100-PC-LIMIT-CHANGE
185570         MOVE DL100-MASTER-STATUS TO DL100-PC-NEW-STATUS
185580         MOVE WS-MAINT-LIMIT TO DL100-PC-NEW-LIMIT
185590     ELSE
185600         MOVE WS-DC-NEW-STATUS TO DL100-PC-NEW-STATUS
185610         MOVE DL100-PC-OLD-LIMIT TO DL100-PC-NEW-LIMIT
185620     END-IF
185630     MOVE WS-DC-OPER-ID TO DL100-PC-REQ-OPER
185640     MOVE "P" TO DL100-PC-STATE
185650     MOVE ZERO TO DL100-PC-ACT-DATE
185660     MOVE ZERO TO DL100-PC-ACT-TIME
185670     MOVE ZERO TO DL100-PC-REQ-RPT-DATE
185680     MOVE ZERO TO DL100-PC-ACT-RPT-DATE
185690     WRITE DL100-PC-RECORD
185700     IF NOT WS-FS-PC-OK
185710         IF WS-FS-PC-DUP-KEY
185720             DISPLAY "*** CHANGE NOT HELD - KEY IT AGAIN ***"
185730             GO TO REQUEST-PENDING-CHANGE-EXIT
185740         ELSE
185750             MOVE "DL100-PC-FILE" TO WS-ABEND-FILE-NAME
185760             MOVE WS-FS-PC TO WS-ABEND-STATUS
185770             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
185780         END-IF
185790     END-IF
185800     MOVE "REQ" TO WS-DC-VERB
185810     PERFORM BUILD-PENDING-DETAIL THRU BUILD-PENDING-DETAIL-EXIT
185820     MOVE "MAINT-REQ" TO WS-MAINT-ACTION
185830     MOVE DL100-MASTER-STATUS TO WS-MAINT-STAT-BEFORE
185840     MOVE DL100-MASTER-STATUS TO WS-MAINT-STAT-AFTER
185850     PERFORM WRITE-MAINT-AUDIT THRU WRITE-MAINT-AUDIT-EXIT
185860     DISPLAY "*** CHANGE HELD FOR A SECOND OPERATOR ***".
185870 REQUEST-PENDING-CHANGE-EXIT.
185880     EXIT.
185890*
185900******************************************************************
185910* FIND-PENDING-CHANGE - position on the change of kind WS-DC-TYPE
185920* still pending on account WS-MAINT-ACCT-NO, if there is one.
185930******************************************************************
185940 FIND-PENDING-CHANGE.
185950     MOVE "N" TO WS-PC-FOUND-SWITCH
185960     MOVE "N" TO WS-PC-EOF-SWITCH
185970     MOVE WS-MAINT-ACCT-NO TO DL100-PC-ACCT-NO
185980     MOVE ZERO TO DL100-PC-REQ-DATE
185990     MOVE ZERO TO DL100-PC-REQ-TIME
186000     START DL100-PC-FILE KEY IS NOT LESS THAN DL100-PC-KEY
186010     IF NOT WS-FS-PC-OK
186020         IF WS-FS-PC-NOT-FOUND
186030             MOVE "Y" TO WS-PC-EOF-SWITCH
186040         ELSE
186050             MOVE "DL100-PC-FILE" TO WS-ABEND-FILE-NAME
186060             MOVE WS-FS-PC TO WS-ABEND-STATUS
186070             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
186080         END-IF
186090     END-IF
186100     PERFORM FIND-ONE-PENDING-CHANGE
186110         THRU FIND-ONE-PENDING-CHANGE-EXIT
186120         UNTIL WS-PC-EOF OR WS-PC-FOUND.
186130 FIND-PENDING-CHANGE-EXIT.
186140     EXIT.
186150*
186160 FIND-ONE-PENDING-CHANGE.
186170     READ DL100-PC-FILE NEXT RECORD
186180     IF WS-FS-PC-EOF
186190         MOVE "Y" TO WS-PC-EOF-SWITCH
186200         GO TO FIND-ONE-PENDING-CHANGE-EXIT
186210     END-IF
186220     IF NOT WS-FS-PC-OK
186230         MOVE "DL100-PC-FILE" TO WS-ABEND-FILE-NAME
186240         MOVE WS-FS-PC TO WS-ABEND-STATUS
186250         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
186260     END-IF
186270     IF DL100-PC-ACCT-NO NOT = WS-MAINT-ACCT-NO
186280         MOVE "Y" TO WS-PC-EOF-SWITCH
186290         GO TO FIND-ONE-PENDING-CHANGE-EXIT
186300     END-IF
186310     IF DL100-PC-PENDING AND DL100-PC-CHANGE-TYPE = WS-DC-TYPE
186320         MOVE "Y" TO WS-PC-FOUND-SWITCH
186330     END-IF.
186340 FIND-ONE-PENDING-CHANGE-EXIT.
186350     EXIT.
186360*
186370******************************************************************
186380* MAINTAIN-PENDING-CHANGES - list the changes held for a second
186390* operator and approve or decline one of them.  The operator who
186400* keyed a change cannot act on it, and one older than the DCPARM
186410* expiry is expired instead.  An approved change is applied only
186420* if the account still stands as it did when the change was keyed.
186430******************************************************************
186440 MAINTAIN-PENDING-CHANGES.
186450     PERFORM LIST-PENDING-CHANGES THRU LIST-PENDING-CHANGES-EXIT
186460     IF WS-DC-COUNT = ZERO
186470         GO TO MAINTAIN-PENDING-CHANGES-EXIT
186480     END-IF
186490     DISPLAY "ENTER ACCOUNT NUMBER (0 = NONE): "
186500     ACCEPT WS-MAINT-ACCT-NO
186510     IF WS-MAINT-ACCT-NO = ZERO
186520         GO TO MAINTAIN-PENDING-CHANGES-EXIT
186530     END-IF
186540     DISPLAY "ENTER CHANGE TYPE (L = LIMIT, S = STATUS): "
186550     ACCEPT WS-DC-TYPE
186560     IF WS-DC-TYPE NOT = "L" AND NOT = "S"
186570         DISPLAY "*** INVALID CHANGE TYPE ***"
186580         GO TO MAINTAIN-PENDING-CHANGES-EXIT
186590     END-IF
186600     PERFORM FIND-PENDING-CHANGE THRU FIND-PENDING-CHANGE-EXIT
186610     IF NOT WS-PC-FOUND
186620         DISPLAY "*** NO CHANGE OF THAT KIND PENDING ***"
186630         GO TO MAINTAIN-PENDING-CHANGES-EXIT
186640     END-IF
186650     IF DL100-PC-REQ-OPER = WS-DC-OPER-ID
186660         DISPLAY "*** KEYED BY THIS OPERATOR - A SECOND OPERATOR"
186670         DISPLAY "*** MUST APPROVE OR DECLINE IT ***"
186680         GO TO MAINTAIN-PENDING-CHANGES-EXIT
186690     END-IF
186700     PERFORM COMPUTE-PENDING-AGE THRU COMPUTE-PENDING-AGE-EXIT
186710     IF WS-DC-AGE NOT < WS-DC-EXPIRY-DAYS
186720         PERFORM EXPIRE-PENDING-CHANGE
186730             THRU EXPIRE-PENDING-CHANGE-EXIT
186740         DISPLAY "*** CHANGE HAS EXPIRED - KEY IT AGAIN ***"
186750         GO TO MAINTAIN-PENDING-CHANGES-EXIT
186760     END-IF
186770     MOVE WS-MAINT-ACCT-NO TO DL100-MASTER-ACCT-NO
186780     READ DL100-MASTER-FILE KEY IS DL100-MASTER-ACCT-NO
186790     IF NOT WS-FS-MASTER-OK
186800         IF WS-FS-MASTER-NOT-FOUND
186810             DISPLAY "*** ACCOUNT NOT ON THE MASTER ***"
186820             GO TO MAINTAIN-PENDING-CHANGES-EXIT
186830         ELSE
186840             MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
186850             MOVE WS-FS-MASTER TO WS-ABEND-STATUS
186860             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
186870         END-IF
186880     END-IF
186890     PERFORM SHOW-PENDING-CHANGE THRU SHOW-PENDING-CHANGE-EXIT
186900     DISPLAY "A - APPROVE  D - DECLINE  X - NO ACTION"
186910     DISPLAY "ENTER CHOICE: "
186920     ACCEPT WS-DC-CHOICE
186930     EVALUATE WS-DC-CHOICE
186940         WHEN "A"
186950             PERFORM APPROVE-PENDING-CHANGE
186960                 THRU APPROVE-PENDING-CHANGE-EXIT
186970         WHEN "D"
186980             PERFORM DECLINE-PENDING-CHANGE
186990                 THRU DECLINE-PENDING-CHANGE-EXIT
187000         WHEN "X"
187010             CONTINUE
187020         WHEN OTHER
187030             DISPLAY "*** INVALID CHOICE ***"
187040     END-EVALUATE.
187050 MAINTAIN-PENDING-CHANGES-EXIT.
187060     EXIT.
187070*
187080******************************************************************
187090* LIST-PENDING-CHANGES - show every change still pending, one
187100* line each, with its age in business days.  One past its expiry
187110* that DL100DC has not yet expired shows as EXPIRED.
187120******************************************************************
187130 LIST-PENDING-CHANGES.
187140     MOVE ZERO TO WS-DC-COUNT
187150     MOVE "N" TO WS-PC-EOF-SWITCH
187160     MOVE ZERO TO DL100-PC-ACCT-NO
187170     MOVE ZERO TO DL100-PC-REQ-DATE
187180     MOVE ZERO TO DL100-PC-REQ-TIME
187190     START DL100-PC-FILE KEY IS NOT LESS THAN DL100-PC-KEY
187200     IF NOT WS-FS-PC-OK
187210         IF WS-FS-PC-NOT-FOUND
187220             MOVE "Y" TO WS-PC-EOF-SWITCH
187230         ELSE
187240             MOVE "DL100-PC-FILE" TO WS-ABEND-FILE-NAME
187250             MOVE WS-FS-PC TO WS-ABEND-STATUS
187260             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
187270         END-IF
187280     END-IF
187290     PERFORM LIST-ONE-PENDING-CHANGE
187300         THRU LIST-ONE-PENDING-CHANGE-EXIT
187310         UNTIL WS-PC-EOF
187320     IF WS-DC-COUNT = ZERO
187330         DISPLAY "*** NO CHANGES PENDING ***"
187340     END-IF.
187350 LIST-PENDING-CHANGES-EXIT.
187360     EXIT.
187370*
187380 LIST-ONE-PENDING-CHANGE.
187390     READ DL100-PC-FILE NEXT RECORD
187400     IF WS-FS-PC-EOF
187410         MOVE "Y" TO WS-PC-EOF-SWITCH
187420         GO TO LIST-ONE-PENDING-CHANGE-EXIT
187430     END-IF
187440     IF NOT WS-FS-PC-OK
187450         MOVE "DL100-PC-FILE" TO WS-ABEND-FILE-NAME
187460         MOVE WS-FS-PC TO WS-ABEND-STATUS
187470         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
187480     END-IF
187490     IF NOT DL100-PC-PENDING
187500         GO TO LIST-ONE-PENDING-CHANGE-EXIT
187510     END-IF
187520     ADD 1 TO WS-DC-COUNT
187530     IF WS-DC-COUNT = 1
187540         DISPLAY "ACCOUNT   T OLD               NEW"
187550             "               BY       KEYED ON AGE"
187560     END-IF
187570     PERFORM COMPUTE-PENDING-AGE THRU COMPUTE-PENDING-AGE-EXIT
187580     PERFORM SHOW-PENDING-CHANGE THRU SHOW-PENDING-CHANGE-EXIT.
187590 LIST-ONE-PENDING-CHANGE-EXIT.
187600     EXIT.
187610*
187620******************************************************************
187630* SHOW-PENDING-CHANGE - one line for the held change in
187640* DL100-PC-RECORD, aged in WS-DC-AGE.
187650******************************************************************
187660 SHOW-PENDING-CHANGE.
187670     MOVE DL100-PC-ACCT-NO TO DCL-ACCT-NO
187680     MOVE DL100-PC-CHANGE-TYPE TO DCL-TYPE
187690     IF DL100-PC-LIMIT-CHANGE
187700         MOVE DL100-PC-OLD-LIMIT TO WS-MAINT-OLD-LIMIT-ED
187710         MOVE WS-MAINT-OLD-LIMIT-ED TO DCL-OLD
187720         MOVE DL100-PC-NEW-LIMIT TO WS-DC-NEW-LIMIT-ED
187730         MOVE WS-DC-NEW-LIMIT-ED TO DCL-NEW
187740     ELSE
187750         MOVE DL100-PC-OLD-STATUS TO DCL-OLD
187760         MOVE DL100-PC-NEW-STATUS TO DCL-NEW
187770     END-IF
187780     MOVE DL100-PC-REQ-OPER TO DCL-REQ-OPER
187790     MOVE DL100-PC-REQ-DATE TO DCL-REQ-DATE
187800     MOVE WS-DC-AGE TO DCL-AGE
187810     IF WS-DC-AGE NOT < WS-DC-EXPIRY-DAYS
187820         MOVE "EXPIRED" TO DCL-NOTE
187830     ELSE
187840         MOVE SPACES TO DCL-NOTE
187850     END-IF
187860     DISPLAY WS-DC-LINE.
187870 SHOW-PENDING-CHANGE-EXIT.
187880     EXIT.
187890*
187900******************************************************************
187910* APPROVE-PENDING-CHANGE - apply the held change to the master
187920* record just read, mark it approved and audit it as the change
187930* itself (MAINT-LIM or MAINT-CHG) under both operator IDs.  If the
187940* limit or status has moved since the change was keyed it is not
187950* applied; the second operator declines it and it is keyed again.
187960******************************************************************
187970 APPROVE-PENDING-CHANGE.
187980     MOVE DL100-MASTER-STATUS TO WS-MAINT-STAT-BEFORE
187990     IF DL100-MASTER-CREDIT-LIMIT NUMERIC
188000         MOVE DL100-MASTER-CREDIT-LIMIT TO WS-MAINT-LIMIT
188010     ELSE
188020         MOVE ZERO TO WS-MAINT-LIMIT
188030     END-IF
188040     IF (DL100-PC-LIMIT-CHANGE
188050         AND WS-MAINT-LIMIT NOT = DL100-PC-OLD-LIMIT)
188060         OR (DL100-PC-STATUS-CHANGE
188070         AND DL100-MASTER-STATUS NOT = DL100-PC-OLD-STATUS)
188080         DISPLAY "*** ACCOUNT HAS CHANGED SINCE THE CHANGE WAS"
188090         DISPLAY "*** KEYED - DECLINE IT AND KEY IT AGAIN ***"
188100         GO TO APPROVE-PENDING-CHANGE-EXIT
188110     END-IF
188120     MOVE WS-MAINT-LIMIT TO WS-MAINT-OLD-LIMIT-ED
188130     IF DL100-PC-LIMIT-CHANGE
188140         MOVE DL100-PC-NEW-LIMIT TO DL100-MASTER-CREDIT-LIMIT
188150     ELSE
188160         MOVE DL100-PC-NEW-STATUS TO DL100-MASTER-STATUS
188170     END-IF
188180     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
188190     MOVE WS-CURRENT-DATE TO DL100-MASTER-LAST-ACT-DATE
188200     REWRITE DL100-MASTER-RECORD
188210     IF NOT WS-FS-MASTER-OK
188220         DISPLAY "*** CHANGE FAILED, STATUS " WS-FS-MASTER
188230         GO TO APPROVE-PENDING-CHANGE-EXIT
188240     END-IF
188250     MOVE "A" TO DL100-PC-STATE
188260     MOVE WS-DC-OPER-ID TO DL100-PC-ACT-OPER
188270     PERFORM MARK-PENDING-ACTED THRU MARK-PENDING-ACTED-EXIT
188280     MOVE DL100-PC-REQ-OPER TO WS-DC-REQ-OPER
188290     MOVE WS-DC-OPER-ID TO WS-DC-APPR-OPER
188300     MOVE DL100-MASTER-STATUS TO WS-MAINT-STAT-AFTER
188310     IF DL100-PC-LIMIT-CHANGE
188320         MOVE "MAINT-LIM" TO WS-MAINT-ACTION
188330         MOVE "OLD LIMIT" TO WS-MD-LABEL
188340         MOVE WS-MAINT-OLD-LIMIT-ED TO WS-MD-VALUE
188350     ELSE
188360         MOVE "MAINT-CHG" TO WS-MAINT-ACTION
188370         MOVE "STATUS CHANGE APPROVED" TO WS-MAINT-DETAIL
188380     END-IF
188390     PERFORM WRITE-MAINT-AUDIT THRU WRITE-MAINT-AUDIT-EXIT
188400     DISPLAY "*** CHANGE APPROVED AND APPLIED ***".
188410 APPROVE-PENDING-CHANGE-EXIT.
188420     EXIT.
188430*
188440******************************************************************
188450* DECLINE-PENDING-CHANGE - mark the held change declined and
188460* audit it as MAINT-DECL under both operator IDs.  The master is
188470* not touched.
188480******************************************************************
188490 DECLINE-PENDING-CHANGE.
188500     MOVE "D" TO DL100-PC-STATE
188510     MOVE WS-DC-OPER-ID TO DL100-PC-ACT-OPER
188520     PERFORM MARK-PENDING-ACTED THRU MARK-PENDING-ACTED-EXIT
188530     MOVE "DECLINED" TO WS-DC-VERB
188540     PERFORM BUILD-PENDING-DETAIL THRU BUILD-PENDING-DETAIL-EXIT
188550     MOVE DL100-PC-REQ-OPER TO WS-DC-REQ-OPER
188560     MOVE WS-DC-OPER-ID TO WS-DC-APPR-OPER
188570     MOVE "MAINT-DECL" TO WS-MAINT-ACTION
188580     MOVE DL100-MASTER-STATUS TO WS-MAINT-STAT-BEFORE
188590     MOVE DL100-MASTER-STATUS TO WS-MAINT-STAT-AFTER
188600     PERFORM WRITE-MAINT-AUDIT THRU WRITE-MAINT-AUDIT-EXIT
188610     DISPLAY "*** CHANGE DECLINED ***".
188620 DECLINE-PENDING-CHANGE-EXIT.
188630     EXIT.
188640*
188650******************************************************************
188660* EXPIRE-PENDING-CHANGE - a held change found past its expiry
188670* before DL100DC has expired it.  No operator acted on it, so the
188680* acting operator stays blank; DL100DC reports it that night.
188690******************************************************************
188700 EXPIRE-PENDING-CHANGE.
188710     MOVE "E" TO DL100-PC-STATE
188720     MOVE SPACES TO DL100-PC-ACT-OPER
188730     PERFORM MARK-PENDING-ACTED THRU MARK-PENDING-ACTED-EXIT.
188740 EXPIRE-PENDING-CHANGE-EXIT.
188750     EXIT.
188760*
188770 MARK-PENDING-ACTED.
188780     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
188790     ACCEPT WS-CURRENT-TIME FROM TIME
188800     MOVE WS-CURRENT-DATE TO DL100-PC-ACT-DATE
188810     MOVE WS-CURRENT-TIME TO DL100-PC-ACT-TIME
188820     MOVE ZERO TO DL100-PC-ACT-RPT-DATE
188830     REWRITE DL100-PC-RECORD
188840     IF NOT WS-FS-PC-OK
188850         MOVE "DL100-PC-FILE" TO WS-ABEND-FILE-NAME
188860         MOVE WS-FS-PC TO WS-ABEND-STATUS
188870         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
188880     END-IF.
188890 MARK-PENDING-ACTED-EXIT.
188900     EXIT.
188910*
188920******************************************************************
188930* BUILD-PENDING-DETAIL - audit detail for a held change, e.g.
188940* "REQ LIMIT 5,000.00" or "DECLINED STATUS C TO A".
188950******************************************************************
188960 BUILD-PENDING-DETAIL.
188970     MOVE SPACES TO WS-MAINT-DETAIL
188980     IF DL100-PC-LIMIT-CHANGE
188990         MOVE DL100-PC-NEW-LIMIT TO WS-DC-NEW-LIMIT-ED
189000         STRING WS-DC-VERB DELIMITED BY SPACE
189010             " LIMIT " WS-DC-NEW-LIMIT-ED DELIMITED BY SIZE
189020             INTO WS-MAINT-DETAIL
189030         END-STRING
189040     ELSE
189050         STRING WS-DC-VERB DELIMITED BY SPACE
189060             " STATUS " DL100-PC-OLD-STATUS " TO "
189070             DL100-PC-NEW-STATUS DELIMITED BY SIZE
189080             INTO WS-MAINT-DETAIL
189090         END-STRING
189100     END-IF.
189110 BUILD-PENDING-DETAIL-EXIT.
189120     EXIT.
189130*
189140******************************************************************
189150* MOVE-AUDIT-OPERATORS - the operator IDs on a maintenance audit
189160* record.  An action one operator took alone carries the session
189170* operator; an approved or declined held change carries the
189180* operator who keyed it and the one who acted on it.
189190******************************************************************
189200 MOVE-AUDIT-OPERATORS.
189210     IF WS-DC-APPR-OPER = SPACES
189220         MOVE WS-DC-OPER-ID TO DL100-AUDIT-OPER-ID
189230         MOVE SPACES TO DL100-AUDIT-APPR-OPER-ID
189240     ELSE
189250         MOVE WS-DC-REQ-OPER TO DL100-AUDIT-OPER-ID
189260         MOVE WS-DC-APPR-OPER TO DL100-AUDIT-APPR-OPER-ID
189270     END-IF
189280     MOVE SPACES TO WS-DC-REQ-OPER
189290     MOVE SPACES TO WS-DC-APPR-OPER.
189300 MOVE-AUDIT-OPERATORS-EXIT.
189310     EXIT.
189330*
189340******************************************************************
189350* MAINTAIN-REVIEW-QUEUE - list the unusual-activity cases DL100UM
189360* has raised that are still open or escalated, and clear or
189370* escalate one of them.  A cleared case stays cleared until the
189380* rule trips on the account again on different figures.
189390******************************************************************
189400 MAINTAIN-REVIEW-QUEUE.
189410     PERFORM LIST-REVIEW-CASES THRU LIST-REVIEW-CASES-EXIT
189420     IF WS-RV-COUNT = ZERO
189430         GO TO MAINTAIN-REVIEW-QUEUE-EXIT
189440     END-IF
189450     DISPLAY "ENTER ACCOUNT NUMBER (0 = NONE): "
189460     ACCEPT WS-MAINT-ACCT-NO
189470     IF WS-MAINT-ACCT-NO = ZERO
189480         GO TO MAINTAIN-REVIEW-QUEUE-EXIT
189490     END-IF
189500     DISPLAY "ENTER RULE (RODB, NEWA OR SPIK): "
189510     ACCEPT WS-RV-RULE
189520     MOVE WS-MAINT-ACCT-NO TO DL100-UQ-ACCT-NO
189530     MOVE WS-RV-RULE TO DL100-UQ-RULE
189540     IF NOT DL100-UQ-RULE-REOPEN-DB
189550         AND NOT DL100-UQ-RULE-NEW-ACCT
189560         AND NOT DL100-UQ-RULE-SPIKE
189570         DISPLAY "*** INVALID RULE ***"
189580         GO TO MAINTAIN-REVIEW-QUEUE-EXIT
189590     END-IF
189600     READ DL100-UQ-FILE KEY IS DL100-UQ-KEY
189610     IF NOT WS-FS-UQ-OK
189620         IF WS-FS-UQ-NOT-FOUND
189630             DISPLAY "*** NO CASE FOR THAT ACCOUNT AND RULE ***"
189640             GO TO MAINTAIN-REVIEW-QUEUE-EXIT
189650         ELSE
189660             MOVE "DL100-UQ-FILE" TO WS-ABEND-FILE-NAME
189670             MOVE WS-FS-UQ TO WS-ABEND-STATUS
189680             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
189690         END-IF
189700     END-IF
189710     IF DL100-UQ-CLEARED
189720         DISPLAY "*** CASE ALREADY CLEARED ***"
189730         GO TO MAINTAIN-REVIEW-QUEUE-EXIT
189740     END-IF
189750     MOVE WS-MAINT-ACCT-NO TO DL100-MASTER-ACCT-NO
189760     READ DL100-MASTER-FILE KEY IS DL100-MASTER-ACCT-NO
189770     IF NOT WS-FS-MASTER-OK
189780         IF WS-FS-MASTER-NOT-FOUND
189790             DISPLAY "*** ACCOUNT NOT ON THE MASTER ***"
189800             GO TO MAINTAIN-REVIEW-QUEUE-EXIT
189810         ELSE
189820             MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
189830             MOVE WS-FS-MASTER TO WS-ABEND-STATUS
189840             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
189850         END-IF
189860     END-IF
189870     PERFORM SHOW-REVIEW-CASE THRU SHOW-REVIEW-CASE-EXIT
189880     DISPLAY "C - CLEAR  E - ESCALATE  X - NO ACTION"
189890     DISPLAY "ENTER CHOICE: "
189900     ACCEPT WS-RV-CHOICE
189910     EVALUATE WS-RV-CHOICE
189920         WHEN "C"
189930             PERFORM CLEAR-REVIEW-CASE
189940                 THRU CLEAR-REVIEW-CASE-EXIT
189950         WHEN "E"
189960             PERFORM ESCALATE-REVIEW-CASE
189970                 THRU ESCALATE-REVIEW-CASE-EXIT
189980         WHEN "X"
189990             CONTINUE
190000         WHEN OTHER
190010             DISPLAY "*** INVALID CHOICE ***"
190020     END-EVALUATE.
190030 MAINTAIN-REVIEW-QUEUE-EXIT.
190040     EXIT.
190050*
190060******************************************************************
190070* LIST-REVIEW-CASES - show every case still open or escalated,
190080* one line each.  REOPENED marks a case the monitor raised again
190090* after it had been cleared.
190100******************************************************************
190110 LIST-REVIEW-CASES.
190120     MOVE ZERO TO WS-RV-COUNT
190130     MOVE "N" TO WS-UQ-EOF-SWITCH
190140     MOVE ZERO TO DL100-UQ-ACCT-NO
190150     MOVE SPACES TO DL100-UQ-RULE
190160     START DL100-UQ-FILE KEY IS NOT LESS THAN DL100-UQ-KEY
190170     IF NOT WS-FS-UQ-OK
190180         IF WS-FS-UQ-NOT-FOUND
190190             MOVE "Y" TO WS-UQ-EOF-SWITCH
190200         ELSE
190210             MOVE "DL100-UQ-FILE" TO WS-ABEND-FILE-NAME
190220             MOVE WS-FS-UQ TO WS-ABEND-STATUS
190230             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
190240         END-IF
190250     END-IF
190260     PERFORM LIST-ONE-REVIEW-CASE
190270         THRU LIST-ONE-REVIEW-CASE-EXIT
190280         UNTIL WS-UQ-EOF
190290     IF WS-RV-COUNT = ZERO
190300         DISPLAY "*** NO CASES AWAITING REVIEW ***"
190310     END-IF.
190320 LIST-REVIEW-CASES-EXIT.
190330     EXIT.
190340*
190350 LIST-ONE-REVIEW-CASE.
190360     READ DL100-UQ-FILE NEXT RECORD
190370     IF WS-FS-UQ-EOF
190380         MOVE "Y" TO WS-UQ-EOF-SWITCH
190390         GO TO LIST-ONE-REVIEW-CASE-EXIT
190400     END-IF
190410     IF NOT WS-FS-UQ-OK
190420         MOVE "DL100-UQ-FILE" TO WS-ABEND-FILE-NAME
190430         MOVE WS-FS-UQ TO WS-ABEND-STATUS
190440         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
190450     END-IF
190460     IF DL100-UQ-CLEARED
190470         GO TO LIST-ONE-REVIEW-CASE-EXIT
190480     END-IF
190490     ADD 1 TO WS-RV-COUNT
190500     IF WS-RV-COUNT = 1
190510         DISPLAY "ACCOUNT   RULE S FIRST    LAST     COUNT"
190520             "           AMOUNT NOTE"
190530     END-IF
190540     MOVE DL100-UQ-ACCT-NO TO RVL-ACCT-NO
190550     MOVE DL100-UQ-RULE TO RVL-RULE
190560     MOVE DL100-UQ-STATE TO RVL-STATE
190570     MOVE DL100-UQ-FIRST-HIT-DATE TO RVL-FIRST-HIT
190580     MOVE DL100-UQ-LAST-HIT-DATE TO RVL-LAST-HIT
190590     MOVE DL100-UQ-HIT-COUNT TO RVL-COUNT
190600     MOVE DL100-UQ-HIT-AMOUNT TO RVL-AMOUNT
190610     IF DL100-UQ-REOPENED
190620         MOVE "REOPENED" TO RVL-NOTE
190630     ELSE
190640         MOVE SPACES TO RVL-NOTE
190650     END-IF
190660     DISPLAY WS-RV-LINE.
190670 LIST-ONE-REVIEW-CASE-EXIT.
190680     EXIT.
190690*
190700******************************************************************
190710* SHOW-REVIEW-CASE - the case in DL100-UQ-RECORD in full: what
190720* tripped the rule against its base, and the account's position,
190730* month-to-date totals, last postings and latest maintenance
190740* change as they stood when the monitor last raised it.
190750******************************************************************
190760 SHOW-REVIEW-CASE.
190770     DISPLAY "ACCOUNT " DL100-UQ-ACCT-NO "  RULE " DL100-UQ-RULE
190780         "  STATE " DL100-UQ-STATE
190790     DISPLAY "FIRST HIT " DL100-UQ-FIRST-HIT-DATE
190800         "  LAST HIT " DL100-UQ-LAST-HIT-DATE
190810         "  REF DATE " DL100-UQ-REF-DATE
190820     MOVE DL100-UQ-HIT-COUNT TO WS-RV-COUNT-ED
190830     MOVE DL100-UQ-HIT-AMOUNT TO WS-RV-AMOUNT-ED
190840     DISPLAY "TRIPPED ON    COUNT " WS-RV-COUNT-ED
190850         "  AMOUNT " WS-RV-AMOUNT-ED
190860     MOVE DL100-UQ-BASE-COUNT TO WS-RV-COUNT-ED
190870     MOVE DL100-UQ-BASE-AMOUNT TO WS-RV-AMOUNT-ED
190880     DISPLAY "AGAINST BASE  COUNT " WS-RV-COUNT-ED
190890         "  AMOUNT " WS-RV-AMOUNT-ED
190900     MOVE DL100-UQ-MTD-COUNT TO WS-RV-COUNT-ED
190910     MOVE DL100-UQ-MTD-AMOUNT TO WS-RV-AMOUNT-ED
190920     DISPLAY "MONTH TO DATE COUNT " WS-RV-COUNT-ED
190930         "  AMOUNT " WS-RV-AMOUNT-ED
190940     MOVE DL100-UQ-MAST-BALANCE TO WS-RV-BALANCE-ED
190950     MOVE DL100-UQ-MAST-LIMIT TO WS-RV-AMOUNT-ED
190960     DISPLAY "STATUS " DL100-UQ-MAST-STATUS
190970         "  BALANCE " WS-RV-BALANCE-ED
190980         "  LIMIT " WS-RV-AMOUNT-ED
190990     IF DL100-UQ-RECENT-COUNT > ZERO
191000         DISPLAY "RECENT POSTINGS (LATEST FIRST)"
191010         PERFORM SHOW-RECENT-POSTING
191020             THRU SHOW-RECENT-POSTING-EXIT
191030             VARYING WS-RV-SUB FROM 1 BY 1
191040             UNTIL WS-RV-SUB > DL100-UQ-RECENT-COUNT
191050     END-IF
191060     IF DL100-UQ-MAINT-DATE NOT = ZERO
191070         DISPLAY "LAST MAINT " DL100-UQ-MAINT-DATE " "
191080             DL100-UQ-MAINT-ACTION " " DL100-UQ-MAINT-DETAIL
191090     END-IF
191100     IF DL100-UQ-REVIEW-OPER NOT = SPACES
191110         DISPLAY "LAST REVIEW " DL100-UQ-REVIEW-DATE
191120             " BY " DL100-UQ-REVIEW-OPER
191130     END-IF.
191140 SHOW-REVIEW-CASE-EXIT.
191150     EXIT.
191160*
191170 SHOW-RECENT-POSTING.
191180     MOVE DL100-UQ-RCT-AMOUNT (WS-RV-SUB) TO WS-RV-AMOUNT-ED
191190     DISPLAY "  " DL100-UQ-RCT-DATE (WS-RV-SUB) " "
191200         DL100-UQ-RCT-TYPE (WS-RV-SUB) " " WS-RV-AMOUNT-ED.
191210 SHOW-RECENT-POSTING-EXIT.
191220     EXIT.
191230*
191240******************************************************************
191250* CLEAR-REVIEW-CASE - the reviewer is satisfied.  The figures that
191260* tripped the rule are kept; DL100UM leaves the case cleared while
191270* the rule trips on those same figures.
191280******************************************************************
191290 CLEAR-REVIEW-CASE.
191300     MOVE "C" TO DL100-UQ-STATE
191310     MOVE DL100-UQ-FIGURES TO DL100-UQ-CLEARED-FIGURES
191320     MOVE "CLEARED" TO WS-RV-VERB
191330     PERFORM MARK-CASE-REVIEWED THRU MARK-CASE-REVIEWED-EXIT
191340     DISPLAY "*** CASE CLEARED ***".
191350 CLEAR-REVIEW-CASE-EXIT.
191360     EXIT.
191370*
191380******************************************************************
191390* ESCALATE-REVIEW-CASE - the case is passed on.  It stays on the
191400* queue and on the list until it is cleared.
191410******************************************************************
191420 ESCALATE-REVIEW-CASE.
191430     IF DL100-UQ-ESCALATED
191440         DISPLAY "*** CASE ALREADY ESCALATED ***"
191450         GO TO ESCALATE-REVIEW-CASE-EXIT
191460     END-IF
191470     MOVE "E" TO DL100-UQ-STATE
191480     MOVE "ESCALATED" TO WS-RV-VERB
191490     PERFORM MARK-CASE-REVIEWED THRU MARK-CASE-REVIEWED-EXIT
191500     DISPLAY "*** CASE ESCALATED ***".
191510 ESCALATE-REVIEW-CASE-EXIT.
191520     EXIT.
191530*
191540******************************************************************
191550* MARK-CASE-REVIEWED - stamp the case with the session operator
191560* and today's date, rewrite it and audit it as MAINT-REV, e.g.
191570* "RODB CLEARED 3 4,500.00".  The master is not touched.
191580******************************************************************
191590 MARK-CASE-REVIEWED.
191600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
191610     MOVE WS-DC-OPER-ID TO DL100-UQ-REVIEW-OPER
191620     MOVE WS-CURRENT-DATE TO DL100-UQ-REVIEW-DATE
191630     REWRITE DL100-UQ-RECORD
191640     IF NOT WS-FS-UQ-OK
191650         MOVE "DL100-UQ-FILE" TO WS-ABEND-FILE-NAME
191660         MOVE WS-FS-UQ TO WS-ABEND-STATUS
191670         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
191680     END-IF
191690     MOVE DL100-UQ-HIT-COUNT TO WS-RV-COUNT-ED
191700     MOVE DL100-UQ-HIT-AMOUNT TO WS-RV-AMOUNT-ED
191710     MOVE SPACES TO WS-MAINT-DETAIL
191720     STRING DL100-UQ-RULE " " DELIMITED BY SIZE
191730         WS-RV-VERB DELIMITED BY SPACE
191740         " " WS-RV-COUNT-ED " " WS-RV-AMOUNT-ED DELIMITED BY SIZE
191750         INTO WS-MAINT-DETAIL
191760     END-STRING
191770     MOVE "MAINT-REV" TO WS-MAINT-ACTION
191780     MOVE DL100-MASTER-STATUS TO WS-MAINT-STAT-BEFORE
191790     MOVE DL100-MASTER-STATUS TO WS-MAINT-STAT-AFTER
191800     PERFORM WRITE-MAINT-AUDIT THRU WRITE-MAINT-AUDIT-EXIT.
191810 MARK-CASE-REVIEWED-EXIT.
191820     EXIT.
191830 END PROGRAM TESTE.
