000100******************************************************************
000200* Author:      Luigi
000300* Date-Written: 15/10/2026
000400* Date-Compiled:
000500* Purpose:     Nightly interest accrual for DL100.  Runs after
000600*              the daily intake (TESTE) has posted the day:
000700*              takes the business date off the GL settlement
000800*              extract the intake just cut, reads
000900*              DL100-MASTER-FILE front to back and, for every
001000*              active account carrying a debit balance, works
001100*              out the day's simple interest at the annual rate
001200*              of the band the balance falls in (rate table on
001300*              IRATES) and adds it to the accrued-interest
001400*              figure on the master.  The day's accrual covers
001500*              the business date and every non-business day up
001600*              to the next business day on the calendar
001700*              (CALFL), so a Friday run accrues the weekend.
001800*              The accrual register on IARPT lists every
001900*              account accrued and proves the total of its
002000*              lines against the accrual entry read back off
002010*              GLACCR for the GL load, ending RC 8 when they
002020*              do not agree.  Each account is stamped with the
002200*              business date it was accrued for, so a re-run
002300*              of the same night accrues nothing twice.  The
002400*              accrual is turned into a finance charge once a
002500*              month by DL100IC.
002600* Tectonics:   cobc -c DL100IA.cbl -I copybooks
002700*
002800* Modification History
002900* Date       Init  Description
003000* ---------- ----  ---------------------------------------------
003100* 15/10/2026  LM   Initial version.
003110* 15/10/2026  LM   GL proof made on the register lines against
003120*                  the entry read back off GLACCR; RC 8 when out.
003200******************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. DL100IA.
003500 AUTHOR. LUIGI.
003600 DATE-WRITTEN. 15/10/2026.
003700 DATE-COMPILED.
003800*
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.     IBM-370.
004200 OBJECT-COMPUTER.     IBM-370.
004300*
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT DL100-MASTER-FILE ASSIGN TO MASTFL
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS DL100-MASTER-ACCT-NO
005000         FILE STATUS IS WS-FS-MASTER.
005100*
005200     SELECT DL100-GL-FILE ASSIGN TO GLIN
005300         ORGANIZATION IS SEQUENTIAL
005400         ACCESS MODE IS SEQUENTIAL
005500         FILE STATUS IS WS-FS-GL.
005600*
005700     SELECT DL100-CAL-FILE ASSIGN TO CALFL
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS DL100-CAL-DATE
006100         FILE STATUS IS WS-FS-CAL.
006200*
006300     SELECT DL100-IRATES-FILE ASSIGN TO IRATES
006400         ORGANIZATION IS SEQUENTIAL
006500         ACCESS MODE IS SEQUENTIAL
006600         FILE STATUS IS WS-FS-IRATES.
006700*
006800     SELECT DL100-GLACCR-FILE ASSIGN TO GLACCR
006900         ORGANIZATION IS SEQUENTIAL
007000         ACCESS MODE IS SEQUENTIAL
007100         FILE STATUS IS WS-FS-GLACCR.
007200*
007300     SELECT DL100-IARPT-FILE ASSIGN TO IARPT
007400         ORGANIZATION IS SEQUENTIAL
007500         ACCESS MODE IS SEQUENTIAL
007600         FILE STATUS IS WS-FS-IARPT.
007700*
007800 DATA DIVISION.
007900 FILE SECTION.
008000*
008100 FD  DL100-MASTER-FILE
008200     RECORDING MODE IS F
008300     LABEL RECORDS ARE STANDARD.
008400     COPY DL100MS.
008500*
008600 FD  DL100-GL-FILE
008700     RECORDING MODE IS F
008800     LABEL RECORDS ARE STANDARD.
008900     COPY DL100GL.
009000*
009100 FD  DL100-CAL-FILE
009200     RECORDING MODE IS F
009300     LABEL RECORDS ARE STANDARD.
009400     COPY DL100CA.
009500*
009600 FD  DL100-IRATES-FILE
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD.
009900 01  DL100-IRATE-RECORD.
010000     05  DL100-IRATE-REC-TYPE         PIC X(01).
010100         88  DL100-IRATE-BAND         VALUE "B".
010200     05  DL100-IRATE-BAND-FLOOR       PIC 9(09)V99.
010300     05  DL100-IRATE-ANNUAL-RATE      PIC 9(01)V9(04).
010400     05  FILLER                       PIC X(63).
010500*
010600 FD  DL100-GLACCR-FILE
010700     RECORDING MODE IS F
010800     LABEL RECORDS ARE STANDARD.
010900 01  DL100-GLACCR-RECORD              PIC X(80).
011000*
011100 FD  DL100-IARPT-FILE
011200     RECORDING MODE IS F
011300     LABEL RECORDS ARE STANDARD.
011400 01  DL100-IARPT-RECORD               PIC X(132).
011500*
011600 WORKING-STORAGE SECTION.
011700*
011800*    accrual counters and the day's accrual figures
011900 77  WS-READ-COUNT                     PIC 9(07) COMP VALUE ZERO.
012000 77  WS-ACTIVE-COUNT                   PIC 9(07) COMP VALUE ZERO.
012100 77  WS-ACCRUED-COUNT                  PIC 9(07) COMP VALUE ZERO.
012200 77  WS-DONE-COUNT                     PIC 9(07) COMP VALUE ZERO.
012300 77  WS-NOT-ACCRUED-COUNT              PIC 9(07) COMP VALUE ZERO.
012400 77  WS-ACCRUAL-TOTAL                  PIC 9(11)V99 VALUE ZERO.
012410 77  WS-REGISTER-TOTAL                 PIC 9(11)V99 VALUE ZERO.
012500 77  WS-OUTSTANDING-TOTAL              PIC 9(13)V99 VALUE ZERO.
012600 77  WS-BAND-LOADED                    PIC 9(02) COMP VALUE ZERO.
012700 77  WS-BAND-MAX                       PIC 9(02) COMP VALUE 10.
012800 77  WS-BAND-SUB                       PIC 9(02) COMP.
012900 77  WS-CUR-BAND-SUB                   PIC 9(02) COMP VALUE ZERO.
013000 77  WS-WORK-BALANCE                   PIC S9(09)V99 VALUE ZERO.
013100 77  WS-WORK-INTEREST                  PIC 9(07)V99 VALUE ZERO.
013200 77  WS-BUS-DATE                       PIC 9(08) VALUE ZERO.
013300 77  WS-ACCRUAL-DAYS                   PIC 9(02) COMP VALUE ZERO.
013400 77  WS-DAYS-IN-YEAR                   PIC 9(03) COMP VALUE 365.
013500*
013600 01  WS-FILE-STATUS-FIELDS.
013700     05  WS-FS-MASTER                  PIC X(02) VALUE "00".
013800         88  WS-FS-MASTER-OK           VALUE "00".
013900         88  WS-FS-MASTER-EOF          VALUE "10".
014000         88  WS-FS-MASTER-NOT-FOUND    VALUE "23".
014100     05  WS-FS-GL                       PIC X(02) VALUE "00".
014200         88  WS-FS-GL-OK               VALUE "00".
014300         88  WS-FS-GL-EOF              VALUE "10".
014400     05  WS-FS-CAL                      PIC X(02) VALUE "00".
014500         88  WS-FS-CAL-OK              VALUE "00".
014600         88  WS-FS-CAL-EOF             VALUE "10".
014700         88  WS-FS-CAL-NOT-FOUND       VALUE "23".
014800     05  WS-FS-IRATES                   PIC X(02) VALUE "00".
014900         88  WS-FS-IRATES-OK           VALUE "00".
015000         88  WS-FS-IRATES-EOF          VALUE "10".
015100     05  WS-FS-GLACCR                   PIC X(02) VALUE "00".
015200         88  WS-FS-GLACCR-OK           VALUE "00".
015210         88  WS-FS-GLACCR-EOF          VALUE "10".
015300     05  WS-FS-IARPT                    PIC X(02) VALUE "00".
015400         88  WS-FS-IARPT-OK            VALUE "00".
015500*
015600 01  WS-SWITCHES.
015700     05  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
015800         88  WS-EOF                    VALUE "Y".
015900     05  WS-RATE-EOF-SWITCH            PIC X(01) VALUE "N".
016000         88  WS-RATE-EOF               VALUE "Y".
016100     05  WS-CAL-DONE-SWITCH            PIC X(01) VALUE "N".
016200         88  WS-CAL-DONE               VALUE "Y".
016300     05  WS-INT-OVF-SWITCH             PIC X(01) VALUE "N".
016400         88  WS-INT-OVERFLOW           VALUE "Y".
016410     05  WS-PROOF-SWITCH               PIC X(01) VALUE "Y".
016420         88  WS-PROOF-BALANCED         VALUE "Y".
016430         88  WS-PROOF-OUT-OF-BAL       VALUE "N".
016500*
016600 01  WS-ABEND-FIELDS.
016700     05  WS-ABEND-FILE-NAME            PIC X(20).
016800     05  WS-ABEND-STATUS                PIC X(02).
016900     05  WS-ABEND-RETURN-CODE          PIC 9(03) VALUE 16.
017000*
017100 01  WS-CURRENT-DATE                    PIC 9(08).
017200*
017300*    the interest rate bands, ascending floor order as the rate
017400*    table carries them - the band applied is the last one whose
017500*    floor the debit balance reaches; the rate is annual, as a
017600*    fraction (0.1899 is 18.99 per cent)
017700 01  WS-BAND-TABLE.
017800     05  WS-BAND-ENTRY                 OCCURS 10.
017900         10  WS-BAND-FLOOR             PIC 9(09)V99.
018000         10  WS-BAND-RATE              PIC 9(01)V9(04).
018100*
018200*    the accrual entry for the GL load is built in the extract
018300*    record layout
018400 01  WS-GL-ACCRUAL-RECORD.
018500     05  WS-GLA-BUS-DATE               PIC 9(08).
018600     05  WS-GLA-TYPE-CODE              PIC X(02).
018700     05  WS-GLA-REC-COUNT              PIC 9(09).
018800     05  WS-GLA-DEBIT-AMT              PIC 9(11)V99.
018900     05  WS-GLA-CREDIT-AMT             PIC 9(11)V99.
019000     05  FILLER                        PIC X(35).
019100*
019200 01  WS-REPORT-FIELDS.
019300     05  WS-IA-HEADING-1.
019400         10  FILLER                     PIC X(32)
019500             VALUE "DL100 INTEREST ACCRUAL REGISTER ".
019600         10  FILLER                     PIC X(14)
019700             VALUE "BUSINESS DATE ".
019800         10  IHD-BUS-DATE               PIC 9(08).
019900         10  FILLER                     PIC X(07)
020000             VALUE "  DAYS ".
020100         10  IHD-DAYS                   PIC Z9.
020200         10  FILLER                     PIC X(11)
020300             VALUE "  RUN DATE ".
020400         10  IHD-RUN-DATE               PIC 9(08).
020500         10  FILLER                     PIC X(50) VALUE SPACES.
020600     05  WS-IA-HEADING-2.
020700         10  FILLER                     PIC X(24)
020800             VALUE "ACCOUNT    NAME         ".
020900         10  FILLER                     PIC X(36)
021000             VALUE "                           BALANCE  ".
021100         10  FILLER                     PIC X(24)
021200             VALUE " RATE     INTEREST      ".
021300         10  FILLER                     PIC X(48)
021400             VALUE " ACCRUED".
021500     05  WS-IA-DETAIL-LINE.
021600         10  IDT-ACCT-NO                PIC 9(09).
021700         10  FILLER                     PIC X(02) VALUE SPACES.
021800         10  IDT-NAME                   PIC X(30).
021900         10  FILLER                     PIC X(02) VALUE SPACES.
022000         10  IDT-BALANCE                PIC ZZZ,ZZZ,ZZ9.99-.
022100         10  FILLER                     PIC X(02) VALUE SPACES.
022200         10  IDT-RATE                   PIC 9.9999.
022300         10  FILLER                     PIC X(02) VALUE SPACES.
022400         10  IDT-INTEREST               PIC ZZZ,ZZ9.99.
022500         10  FILLER                     PIC X(02) VALUE SPACES.
022600         10  IDT-ACCRUED                PIC Z,ZZZ,ZZ9.99.
022700         10  FILLER                     PIC X(40) VALUE SPACES.
022800     05  WS-IA-OVER-LINE.
022900         10  IOV-ACCT-NO                PIC 9(09).
023000         10  FILLER                     PIC X(02) VALUE SPACES.
023100         10  IOV-NAME                   PIC X(30).
023200         10  FILLER                     PIC X(02) VALUE SPACES.
023300         10  IOV-BALANCE                PIC ZZZ,ZZZ,ZZ9.99-.
023400         10  FILLER                     PIC X(02) VALUE SPACES.
023500         10  FILLER                     PIC X(45) VALUE
023600             "*** ACCRUAL EXCEEDS MAXIMUM - NOT ACCRUED ***".
023700         10  FILLER                     PIC X(27) VALUE SPACES.
023800     05  WS-IA-TOTAL-LINE.
023900         10  FILLER                     PIC X(10).
024000         10  ITL-LABEL                  PIC X(20).
024100         10  FILLER                     PIC X(02) VALUE ": ".
024200         10  ITL-COUNT                  PIC Z,ZZZ,ZZ9.
024300         10  FILLER                     PIC X(91) VALUE SPACES.
024400     05  WS-IA-AMOUNT-LINE.
024500         10  FILLER                     PIC X(10).
024600         10  IAL-LABEL                  PIC X(20).
024700         10  FILLER                     PIC X(02) VALUE ": ".
024800         10  IAL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
024900         10  FILLER                     PIC X(80) VALUE SPACES.
025000     05  WS-IA-PROOF-LINE.
025100         10  FILLER                     PIC X(10).
025200         10  FILLER                     PIC X(22)
025300             VALUE "PROOF TO GL ACCRUAL : ".
025400         10  IPF-RESULT                 PIC X(20).
025500         10  FILLER                     PIC X(80) VALUE SPACES.
025600*
025700 PROCEDURE DIVISION.
025800*
025900 MAIN-PROCEDURE.
026000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
026100     PERFORM LOAD-RATE-TABLE THRU LOAD-RATE-TABLE-EXIT
026200     PERFORM GET-BUSINESS-DATE THRU GET-BUSINESS-DATE-EXIT
026300     PERFORM COUNT-ACCRUAL-DAYS THRU COUNT-ACCRUAL-DAYS-EXIT
026400     OPEN I-O DL100-MASTER-FILE
026500     IF NOT WS-FS-MASTER-OK
026600         MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
026700         MOVE WS-FS-MASTER TO WS-ABEND-STATUS
026800         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
026900     END-IF
027000     OPEN OUTPUT DL100-GLACCR-FILE
027100     IF NOT WS-FS-GLACCR-OK
027200         MOVE "DL100-GLACCR-FILE" TO WS-ABEND-FILE-NAME
027300         MOVE WS-FS-GLACCR TO WS-ABEND-STATUS
027400         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
027500     END-IF
027600     OPEN OUTPUT DL100-IARPT-FILE
027700     IF NOT WS-FS-IARPT-OK
027800         MOVE "DL100-IARPT-FILE" TO WS-ABEND-FILE-NAME
027900         MOVE WS-FS-IARPT TO WS-ABEND-STATUS
028000         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
028100     END-IF
028200     PERFORM WRITE-IA-HEADINGS THRU WRITE-IA-HEADINGS-EXIT
028300     MOVE ZERO TO DL100-MASTER-ACCT-NO
028400     START DL100-MASTER-FILE
028500         KEY IS NOT LESS THAN DL100-MASTER-ACCT-NO
028600     END-START
028700     IF WS-FS-MASTER-OK
028800         PERFORM READ-NEXT-MASTER THRU READ-NEXT-MASTER-EXIT
028900         PERFORM ACCRUE-MASTER-RECORD
029000             THRU ACCRUE-MASTER-RECORD-EXIT
029100             UNTIL WS-EOF
029200     ELSE
029300         IF NOT WS-FS-MASTER-NOT-FOUND
029400             AND NOT WS-FS-MASTER-EOF
029500             MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
029600             MOVE WS-FS-MASTER TO WS-ABEND-STATUS
029700             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
029800         END-IF
029900     END-IF
030000     PERFORM WRITE-GL-ACCRUAL THRU WRITE-GL-ACCRUAL-EXIT
030010     CLOSE DL100-GLACCR-FILE
030020     IF NOT WS-FS-GLACCR-OK
030030         MOVE "DL100-GLACCR-FILE" TO WS-ABEND-FILE-NAME
030040         MOVE WS-FS-GLACCR TO WS-ABEND-STATUS
030050         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
030060     END-IF
030070     PERFORM READ-BACK-GL-ACCRUAL THRU READ-BACK-GL-ACCRUAL-EXIT
030100     PERFORM WRITE-IA-TOTALS THRU WRITE-IA-TOTALS-EXIT
030200     CLOSE DL100-MASTER-FILE
030300     IF NOT WS-FS-MASTER-OK
030400         MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
030500         MOVE WS-FS-MASTER TO WS-ABEND-STATUS
030600         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
030700     END-IF
031400     CLOSE DL100-IARPT-FILE
031500     IF NOT WS-FS-IARPT-OK
031600         MOVE "DL100-IARPT-FILE" TO WS-ABEND-FILE-NAME
031700         MOVE WS-FS-IARPT TO WS-ABEND-STATUS
031800         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
031900     END-IF
032000     IF WS-PROOF-OUT-OF-BAL
032010         DISPLAY "*** DL100IA OUT OF BALANCE - RETURN CODE 8 ***"
032020         MOVE 8 TO RETURN-CODE
032030     ELSE
032040         IF WS-NOT-ACCRUED-COUNT > ZERO
032100             DISPLAY "*** " WS-NOT-ACCRUED-COUNT " ACCOUNT(S)"
032200                 " NOT ACCRUED - SEE REGISTER, RETURN CODE 4 ***"
032300             MOVE 4 TO RETURN-CODE
032310         END-IF
032400     END-IF
032500     GOBACK.
032600*
032700******************************************************************
032800* LOAD-RATE-TABLE - the interest rate bands off the rate table.
032900* A table with no usable band would accrue nothing and look
033000* like a quiet night; it is a setup mistake and stops the run.
033100******************************************************************
033200 LOAD-RATE-TABLE.
033300     OPEN INPUT DL100-IRATES-FILE
033400     IF NOT WS-FS-IRATES-OK
033500         MOVE "DL100-IRATES-FILE" TO WS-ABEND-FILE-NAME
033600         MOVE WS-FS-IRATES TO WS-ABEND-STATUS
033700         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
033800     END-IF
033900     PERFORM READ-RATE-RECORD THRU READ-RATE-RECORD-EXIT
034000     PERFORM LOAD-RATE-ENTRY THRU LOAD-RATE-ENTRY-EXIT
034100         UNTIL WS-RATE-EOF
034200     CLOSE DL100-IRATES-FILE
034300     IF NOT WS-FS-IRATES-OK
034400         MOVE "DL100-IRATES-FILE" TO WS-ABEND-FILE-NAME
034500         MOVE WS-FS-IRATES TO WS-ABEND-STATUS
034600         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
034700     END-IF
034800     IF WS-BAND-LOADED = ZERO
034900         DISPLAY "*** IRATES CARRIES NO RATE BAND ***"
035000         MOVE 12 TO RETURN-CODE
035100         STOP RUN
035200     END-IF.
035300 LOAD-RATE-TABLE-EXIT.
035400     EXIT.
035500*
035600 READ-RATE-RECORD.
035700     READ DL100-IRATES-FILE
035800         AT END
035900             MOVE "Y" TO WS-RATE-EOF-SWITCH
036000     END-READ
036100     IF NOT WS-FS-IRATES-OK
036200         AND NOT WS-FS-IRATES-EOF
036300         MOVE "DL100-IRATES-FILE" TO WS-ABEND-FILE-NAME
036400         MOVE WS-FS-IRATES TO WS-ABEND-STATUS
036500         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
036600     END-IF.
036700 READ-RATE-RECORD-EXIT.
036800     EXIT.
036900*
037000 LOAD-RATE-ENTRY.
037100     IF DL100-IRATE-BAND
037200         IF WS-BAND-LOADED >= WS-BAND-MAX
037300             DISPLAY "*** IRATES CARRIES MORE BANDS THAN"
037400                 " THE RUN CAN HOLD ***"
037500             MOVE 12 TO RETURN-CODE
037600             STOP RUN
037700         END-IF
037800         IF DL100-IRATE-BAND-FLOOR NUMERIC
037900             AND DL100-IRATE-ANNUAL-RATE NUMERIC
038000             ADD 1 TO WS-BAND-LOADED
038100             MOVE DL100-IRATE-BAND-FLOOR
038200                 TO WS-BAND-FLOOR (WS-BAND-LOADED)
038300             MOVE DL100-IRATE-ANNUAL-RATE
038400                 TO WS-BAND-RATE (WS-BAND-LOADED)
038500         END-IF
038600     END-IF
038700     PERFORM READ-RATE-RECORD THRU READ-RATE-RECORD-EXIT.
038800 LOAD-RATE-ENTRY-EXIT.
038900     EXIT.
039000*
039100******************************************************************
039200* GET-BUSINESS-DATE - the business date the accrual is for comes
039300* off the first record of the GL extract the intake run just
039400* cut, the same way DL100TB finds the date it proves.  An empty
039500* or undated extract means the intake did not run and there is
039600* no day to accrue.
039700******************************************************************
039800 GET-BUSINESS-DATE.
039900     OPEN INPUT DL100-GL-FILE
040000     IF NOT WS-FS-GL-OK
040100         MOVE "DL100-GL-FILE" TO WS-ABEND-FILE-NAME
040200         MOVE WS-FS-GL TO WS-ABEND-STATUS
040300         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
040400     END-IF
040500     READ DL100-GL-FILE
040600     IF WS-FS-GL-OK
040700         IF DL100-GL-BUS-DATE NUMERIC
040800             MOVE DL100-GL-BUS-DATE TO WS-BUS-DATE
040900         END-IF
041000     ELSE
041100         IF NOT WS-FS-GL-EOF
041200             MOVE "DL100-GL-FILE" TO WS-ABEND-FILE-NAME
041300             MOVE WS-FS-GL TO WS-ABEND-STATUS
041400             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
041500         END-IF
041600     END-IF
041700     CLOSE DL100-GL-FILE
041800     IF NOT WS-FS-GL-OK
041900         MOVE "DL100-GL-FILE" TO WS-ABEND-FILE-NAME
042000         MOVE WS-FS-GL TO WS-ABEND-STATUS
042100         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
042200     END-IF
042300     IF WS-BUS-DATE = ZERO
042400         DISPLAY "*** GLIN CARRIES NO BUSINESS DATE ***"
042500         MOVE 12 TO RETURN-CODE
042600         STOP RUN
042700     END-IF.
042800 GET-BUSINESS-DATE-EXIT.
042900     EXIT.
043000*
043100******************************************************************
043200* COUNT-ACCRUAL-DAYS - the business date must be a business day
043300* on the calendar; the night's accrual then covers it and every
043400* non-business day after it, up to the next business day.  A
043500* calendar not loaded that far is a control failure, like a
043600* business date that is not on it.
043700******************************************************************
043800 COUNT-ACCRUAL-DAYS.
043900     OPEN INPUT DL100-CAL-FILE
044000     IF NOT WS-FS-CAL-OK
044100         MOVE "DL100-CAL-FILE" TO WS-ABEND-FILE-NAME
044200         MOVE WS-FS-CAL TO WS-ABEND-STATUS
044300         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
044400     END-IF
044500     MOVE WS-BUS-DATE TO DL100-CAL-DATE
044600     READ DL100-CAL-FILE KEY IS DL100-CAL-DATE
044700     IF NOT WS-FS-CAL-OK
044800         IF WS-FS-CAL-NOT-FOUND
044900             DISPLAY "*** BUSINESS DATE " WS-BUS-DATE
045000                 " IS NOT ON THE CALENDAR ***"
045100             MOVE "DL100-CAL-FILE" TO WS-ABEND-FILE-NAME
045200             MOVE "CT" TO WS-ABEND-STATUS
045300             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
045400         ELSE
045500             MOVE "DL100-CAL-FILE" TO WS-ABEND-FILE-NAME
045600             MOVE WS-FS-CAL TO WS-ABEND-STATUS
045700             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
045800         END-IF
045900     END-IF
046000     IF NOT DL100-CAL-BUSINESS-DAY
046100         DISPLAY "*** BUSINESS DATE " WS-BUS-DATE
046200             " IS NOT A BUSINESS DAY ***"
046300         MOVE "DL100-CAL-FILE" TO WS-ABEND-FILE-NAME
046400         MOVE "CT" TO WS-ABEND-STATUS
046500         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
046600     END-IF
046700     MOVE 1 TO WS-ACCRUAL-DAYS
046800     START DL100-CAL-FILE
046900         KEY IS GREATER THAN DL100-CAL-DATE
047000     END-START
047100     IF NOT WS-FS-CAL-OK
047200         MOVE "Y" TO WS-CAL-DONE-SWITCH
047300         PERFORM CALENDAR-SHORT THRU CALENDAR-SHORT-EXIT
047400     END-IF
047500     PERFORM COUNT-CALENDAR-DAY THRU COUNT-CALENDAR-DAY-EXIT
047600         UNTIL WS-CAL-DONE
047700     CLOSE DL100-CAL-FILE
047800     IF NOT WS-FS-CAL-OK
047900         MOVE "DL100-CAL-FILE" TO WS-ABEND-FILE-NAME
048000         MOVE WS-FS-CAL TO WS-ABEND-STATUS
048100         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
048200     END-IF.
048300 COUNT-ACCRUAL-DAYS-EXIT.
048400     EXIT.
048500*
048600 COUNT-CALENDAR-DAY.
048700     READ DL100-CAL-FILE NEXT RECORD
048800         AT END
048900             MOVE "Y" TO WS-CAL-DONE-SWITCH
049000             PERFORM CALENDAR-SHORT THRU CALENDAR-SHORT-EXIT
049100     END-READ
049200     IF NOT WS-FS-CAL-OK
049300         MOVE "DL100-CAL-FILE" TO WS-ABEND-FILE-NAME
049400         MOVE WS-FS-CAL TO WS-ABEND-STATUS
049500         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
049600     END-IF
049700     IF DL100-CAL-BUSINESS-DAY
049800         MOVE "Y" TO WS-CAL-DONE-SWITCH
049900     ELSE
050000         ADD 1 TO WS-ACCRUAL-DAYS
050100     END-IF.
050200 COUNT-CALENDAR-DAY-EXIT.
050300     EXIT.
050400*
050500 CALENDAR-SHORT.
050600     DISPLAY "*** CALENDAR NOT LOADED PAST BUSINESS DATE "
050700         WS-BUS-DATE " ***"
050800     MOVE "DL100-CAL-FILE" TO WS-ABEND-FILE-NAME
050900     MOVE "CT" TO WS-ABEND-STATUS
051000     PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT.
051100 CALENDAR-SHORT-EXIT.
051200     EXIT.
051300*
051400******************************************************************
051500* READ-NEXT-MASTER - sequential read along the account key.
051600******************************************************************
051700 READ-NEXT-MASTER.
051800     READ DL100-MASTER-FILE NEXT RECORD
051900         AT END
052000             MOVE "Y" TO WS-EOF-SWITCH
052100     END-READ
052200     IF WS-FS-MASTER-OK
052300         ADD 1 TO WS-READ-COUNT
052400     ELSE
052500         IF NOT WS-FS-MASTER-EOF
052600             MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
052700             MOVE WS-FS-MASTER TO WS-ABEND-STATUS
052800             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
052900         END-IF
053000     END-IF.
053100 READ-NEXT-MASTER-EXIT.
053200     EXIT.
053300*
053400******************************************************************
053500* ACCRUE-MASTER-RECORD - one account: an active account with a
053600* debit balance, not yet accrued for this business date, gets
053700* the night's interest added to its accrual and is stamped with
053800* the date.  Inactive and closed accounts, credit and zero
053900* balances accrue nothing.  Every account's accrual, old or new,
054000* counts toward the outstanding total.  Records written before
054100* the accrual fields existed carry spaces there, taken as zero.
054200******************************************************************
054300 ACCRUE-MASTER-RECORD.
054400     IF DL100-MASTER-ACCR-INT NOT NUMERIC
054500         MOVE ZERO TO DL100-MASTER-ACCR-INT
054600     END-IF
054700     IF NOT DL100-MASTER-ACTIVE
054800         GO TO ACCRUE-MASTER-NEXT
054900     END-IF
055000     ADD 1 TO WS-ACTIVE-COUNT
055100     IF DL100-MASTER-ACCR-DATE NUMERIC
055200         AND DL100-MASTER-ACCR-DATE >= WS-BUS-DATE
055300         ADD 1 TO WS-DONE-COUNT
055400         GO TO ACCRUE-MASTER-NEXT
055500     END-IF
055600     IF DL100-MASTER-BALANCE NUMERIC
055700         MOVE DL100-MASTER-BALANCE TO WS-WORK-BALANCE
055800     ELSE
055900         MOVE ZERO TO WS-WORK-BALANCE
056000     END-IF
056100     PERFORM COMPUTE-DAILY-INTEREST
056200         THRU COMPUTE-DAILY-INTEREST-EXIT
056300     IF WS-INT-OVERFLOW
056400         ADD 1 TO WS-NOT-ACCRUED-COUNT
056500         PERFORM WRITE-IA-OVER-DETAIL
056600             THRU WRITE-IA-OVER-DETAIL-EXIT
056700         GO TO ACCRUE-MASTER-NEXT
056800     END-IF
056900     IF WS-WORK-INTEREST > ZERO
057000         PERFORM POST-ACCRUAL THRU POST-ACCRUAL-EXIT
057100     END-IF.
057200 ACCRUE-MASTER-NEXT.
057300     IF DL100-MASTER-ACCR-INT NUMERIC
057400         ADD DL100-MASTER-ACCR-INT TO WS-OUTSTANDING-TOTAL
057500     END-IF
057600     PERFORM READ-NEXT-MASTER THRU READ-NEXT-MASTER-EXIT.
057700 ACCRUE-MASTER-RECORD-EXIT.
057800     EXIT.
057900*
058000******************************************************************
058100* COMPUTE-DAILY-INTEREST - simple interest on the debit balance
058200* at the annual rate of the last band whose floor it reaches,
058300* for the night's accrual days over a 365-day year.  A balance
058400* under the lowest floor accrues nothing.  Interest too big for
058500* the accrual field is a size error, not an accrual - the
058600* caller reports the account instead of truncating.
058700******************************************************************
058800 COMPUTE-DAILY-INTEREST.
058900     MOVE ZERO TO WS-CUR-BAND-SUB
059000     MOVE ZERO TO WS-WORK-INTEREST
059100     MOVE "N" TO WS-INT-OVF-SWITCH
059200     IF WS-WORK-BALANCE > ZERO
059300         PERFORM FIND-RATE-BAND THRU FIND-RATE-BAND-EXIT
059400             VARYING WS-BAND-SUB FROM 1 BY 1
059500             UNTIL WS-BAND-SUB > WS-BAND-LOADED
059600     END-IF
059700     IF WS-CUR-BAND-SUB > ZERO
059800         COMPUTE WS-WORK-INTEREST ROUNDED =
059900             WS-WORK-BALANCE * WS-BAND-RATE (WS-CUR-BAND-SUB)
060000             * WS-ACCRUAL-DAYS / WS-DAYS-IN-YEAR
060100             ON SIZE ERROR
060200                 MOVE "Y" TO WS-INT-OVF-SWITCH
060300                 MOVE ZERO TO WS-WORK-INTEREST
060400         END-COMPUTE
060500     END-IF.
060600 COMPUTE-DAILY-INTEREST-EXIT.
060700     EXIT.
060800*
060900 FIND-RATE-BAND.
061000     IF WS-WORK-BALANCE >= WS-BAND-FLOOR (WS-BAND-SUB)
061100         MOVE WS-BAND-SUB TO WS-CUR-BAND-SUB
061200     END-IF.
061300 FIND-RATE-BAND-EXIT.
061400     EXIT.
061500*
061600******************************************************************
061700* POST-ACCRUAL - add the night's interest to the account's
061800* accrual, stamp the business date and rewrite the master.  An
061900* accrual that would overflow the field is reported and left
062000* as it was - DL100IC should have capitalized it long before.
062100******************************************************************
062200 POST-ACCRUAL.
062300     ADD WS-WORK-INTEREST TO DL100-MASTER-ACCR-INT
062400         ON SIZE ERROR
062500             ADD 1 TO WS-NOT-ACCRUED-COUNT
062600             PERFORM WRITE-IA-OVER-DETAIL
062700                 THRU WRITE-IA-OVER-DETAIL-EXIT
062800             GO TO POST-ACCRUAL-EXIT
062900     END-ADD
063000     MOVE WS-BUS-DATE TO DL100-MASTER-ACCR-DATE
063100     REWRITE DL100-MASTER-RECORD
063200     IF NOT WS-FS-MASTER-OK
063300         MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
063400         MOVE WS-FS-MASTER TO WS-ABEND-STATUS
063500         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
063600     END-IF
063700     ADD 1 TO WS-ACCRUED-COUNT
063800     ADD WS-WORK-INTEREST TO WS-ACCRUAL-TOTAL
063900     PERFORM WRITE-IA-DETAIL THRU WRITE-IA-DETAIL-EXIT.
064000 POST-ACCRUAL-EXIT.
064100     EXIT.
064200*
064300******************************************************************
064400* WRITE-GL-ACCRUAL - the night's accrual entry for the GL load,
064500* in the GL extract layout under type IA: interest receivable
064600* on the debit side, interest income on the credit side, both
064700* the register total.  Written even on a night that accrues
064800* nothing, so the GL load always finds the day's entry.
064900******************************************************************
065000 WRITE-GL-ACCRUAL.
065100     MOVE SPACES TO WS-GL-ACCRUAL-RECORD
065200     MOVE WS-BUS-DATE TO WS-GLA-BUS-DATE
065300     MOVE "IA" TO WS-GLA-TYPE-CODE
065400     MOVE WS-ACCRUED-COUNT TO WS-GLA-REC-COUNT
065500     MOVE WS-ACCRUAL-TOTAL TO WS-GLA-DEBIT-AMT
065600     MOVE WS-ACCRUAL-TOTAL TO WS-GLA-CREDIT-AMT
065700     MOVE WS-GL-ACCRUAL-RECORD TO DL100-GLACCR-RECORD
065800     WRITE DL100-GLACCR-RECORD
065900     IF NOT WS-FS-GLACCR-OK
066000         MOVE "DL100-GLACCR-FILE" TO WS-ABEND-FILE-NAME
066100         MOVE WS-FS-GLACCR TO WS-ABEND-STATUS
066200         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
066300     END-IF.
066400 WRITE-GL-ACCRUAL-EXIT.
066500     EXIT.
066502*
066504******************************************************************
066506* READ-BACK-GL-ACCRUAL - the accrual entry as it landed on
066508* GLACCR, read back once the file is closed, for the register
066510* proof: its debit and credit must both equal the total of the
066512* register lines.  A missing entry, or one that is not type IA,
066514* is as far out of balance as a wrong amount.
066516******************************************************************
066518 READ-BACK-GL-ACCRUAL.
066520     MOVE SPACES TO WS-GL-ACCRUAL-RECORD
066522     MOVE ZERO TO WS-GLA-DEBIT-AMT
066524     MOVE ZERO TO WS-GLA-CREDIT-AMT
066526     OPEN INPUT DL100-GLACCR-FILE
066528     IF NOT WS-FS-GLACCR-OK
066530         MOVE "DL100-GLACCR-FILE" TO WS-ABEND-FILE-NAME
066532         MOVE WS-FS-GLACCR TO WS-ABEND-STATUS
066534         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
066536     END-IF
066538     READ DL100-GLACCR-FILE
066540     IF WS-FS-GLACCR-OK
066542         MOVE DL100-GLACCR-RECORD TO WS-GL-ACCRUAL-RECORD
066544     ELSE
066546         IF NOT WS-FS-GLACCR-EOF
066548             MOVE "DL100-GLACCR-FILE" TO WS-ABEND-FILE-NAME
066550             MOVE WS-FS-GLACCR TO WS-ABEND-STATUS
066552             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
066554         END-IF
066556     END-IF
066558     IF WS-GLA-TYPE-CODE NOT = "IA"
066560         OR WS-GLA-DEBIT-AMT NOT = WS-REGISTER-TOTAL
066562         OR WS-GLA-CREDIT-AMT NOT = WS-REGISTER-TOTAL
066564         MOVE "N" TO WS-PROOF-SWITCH
066566     END-IF
066568     CLOSE DL100-GLACCR-FILE
066570     IF NOT WS-FS-GLACCR-OK
066572         MOVE "DL100-GLACCR-FILE" TO WS-ABEND-FILE-NAME
066574         MOVE WS-FS-GLACCR TO WS-ABEND-STATUS
066576         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
066578     END-IF.
066580 READ-BACK-GL-ACCRUAL-EXIT.
066582     EXIT.
066600*
066700******************************************************************
066800* WRITE-IA-DETAIL - one register line per account accrued.  The
066810* interest printed is added to the register total, the figure
066820* the GL accrual entry is proved against.
066900******************************************************************
067000 WRITE-IA-DETAIL.
067100     MOVE DL100-MASTER-ACCT-NO TO IDT-ACCT-NO
067200     MOVE DL100-MASTER-NAME TO IDT-NAME
067300     MOVE WS-WORK-BALANCE TO IDT-BALANCE
067400     MOVE WS-BAND-RATE (WS-CUR-BAND-SUB) TO IDT-RATE
067500     MOVE WS-WORK-INTEREST TO IDT-INTEREST
067510     ADD WS-WORK-INTEREST TO WS-REGISTER-TOTAL
067600     MOVE DL100-MASTER-ACCR-INT TO IDT-ACCRUED
067700     MOVE WS-IA-DETAIL-LINE TO DL100-IARPT-RECORD
067800     PERFORM WRITE-IARPT-RECORD THRU WRITE-IARPT-RECORD-EXIT.
067900 WRITE-IA-DETAIL-EXIT.
068000     EXIT.
068100*
068200******************************************************************
068300* WRITE-IA-OVER-DETAIL - one register line for an account whose
068400* interest would not fit - reported, not accrued.
068500******************************************************************
068600 WRITE-IA-OVER-DETAIL.
068700     MOVE DL100-MASTER-ACCT-NO TO IOV-ACCT-NO
068800     MOVE DL100-MASTER-NAME TO IOV-NAME
068900     MOVE WS-WORK-BALANCE TO IOV-BALANCE
069000     MOVE WS-IA-OVER-LINE TO DL100-IARPT-RECORD
069100     PERFORM WRITE-IARPT-RECORD THRU WRITE-IARPT-RECORD-EXIT.
069200 WRITE-IA-OVER-DETAIL-EXIT.
069300     EXIT.
069400*
069500******************************************************************
069600* WRITE-IA-HEADINGS - register heading lines.
069700******************************************************************
069800 WRITE-IA-HEADINGS.
069900     MOVE WS-BUS-DATE TO IHD-BUS-DATE
070000     MOVE WS-ACCRUAL-DAYS TO IHD-DAYS
070100     MOVE WS-CURRENT-DATE TO IHD-RUN-DATE
070200     MOVE WS-IA-HEADING-1 TO DL100-IARPT-RECORD
070300     PERFORM WRITE-IARPT-RECORD THRU WRITE-IARPT-RECORD-EXIT
070400     MOVE WS-IA-HEADING-2 TO DL100-IARPT-RECORD
070500     PERFORM WRITE-IARPT-RECORD THRU WRITE-IARPT-RECORD-EXIT.
070600 WRITE-IA-HEADINGS-EXIT.
070700     EXIT.
070800*
070900******************************************************************
071000* WRITE-IA-TOTALS - the closing register totals and the proof
071100* of the total of the register lines to the debit and credit of
071110* the GL accrual entry as read back off GLACCR.
071200******************************************************************
071300 WRITE-IA-TOTALS.
071400     MOVE "ACCOUNTS READ       " TO ITL-LABEL
071500     MOVE WS-READ-COUNT TO ITL-COUNT
071600     MOVE WS-IA-TOTAL-LINE TO DL100-IARPT-RECORD
071700     PERFORM WRITE-IARPT-RECORD THRU WRITE-IARPT-RECORD-EXIT
071800     MOVE "ACTIVE              " TO ITL-LABEL
071900     MOVE WS-ACTIVE-COUNT TO ITL-COUNT
072000     MOVE WS-IA-TOTAL-LINE TO DL100-IARPT-RECORD
072100     PERFORM WRITE-IARPT-RECORD THRU WRITE-IARPT-RECORD-EXIT
072200     MOVE "ACCRUED             " TO ITL-LABEL
072300     MOVE WS-ACCRUED-COUNT TO ITL-COUNT
072400     MOVE WS-IA-TOTAL-LINE TO DL100-IARPT-RECORD
072500     PERFORM WRITE-IARPT-RECORD THRU WRITE-IARPT-RECORD-EXIT
072600     MOVE "ALREADY ACCRUED     " TO ITL-LABEL
072700     MOVE WS-DONE-COUNT TO ITL-COUNT
072800     MOVE WS-IA-TOTAL-LINE TO DL100-IARPT-RECORD
072900     PERFORM WRITE-IARPT-RECORD THRU WRITE-IARPT-RECORD-EXIT
073000     MOVE "NOT ACCRUED         " TO ITL-LABEL
073100     MOVE WS-NOT-ACCRUED-COUNT TO ITL-COUNT
073200     MOVE WS-IA-TOTAL-LINE TO DL100-IARPT-RECORD
073300     PERFORM WRITE-IARPT-RECORD THRU WRITE-IARPT-RECORD-EXIT
073400     MOVE "INTEREST ACCRUED    " TO IAL-LABEL
073500     MOVE WS-REGISTER-TOTAL TO IAL-AMOUNT
073600     MOVE WS-IA-AMOUNT-LINE TO DL100-IARPT-RECORD
073700     PERFORM WRITE-IARPT-RECORD THRU WRITE-IARPT-RECORD-EXIT
073800     MOVE "GL ACCRUAL DEBIT    " TO IAL-LABEL
073900     MOVE WS-GLA-DEBIT-AMT TO IAL-AMOUNT
074000     MOVE WS-IA-AMOUNT-LINE TO DL100-IARPT-RECORD
074100     PERFORM WRITE-IARPT-RECORD THRU WRITE-IARPT-RECORD-EXIT
074200     MOVE "GL ACCRUAL CREDIT   " TO IAL-LABEL
074300     MOVE WS-GLA-CREDIT-AMT TO IAL-AMOUNT
074400     MOVE WS-IA-AMOUNT-LINE TO DL100-IARPT-RECORD
074500     PERFORM WRITE-IARPT-RECORD THRU WRITE-IARPT-RECORD-EXIT
074600     IF WS-PROOF-BALANCED
074800         MOVE "IN BALANCE" TO IPF-RESULT
074900     ELSE
075000         MOVE "*** OUT OF BALANCE" TO IPF-RESULT
075100     END-IF
075200     MOVE WS-IA-PROOF-LINE TO DL100-IARPT-RECORD
075300     PERFORM WRITE-IARPT-RECORD THRU WRITE-IARPT-RECORD-EXIT
075400     MOVE "OUTSTANDING ACCRUAL " TO IAL-LABEL
075500     MOVE WS-OUTSTANDING-TOTAL TO IAL-AMOUNT
075600     MOVE WS-IA-AMOUNT-LINE TO DL100-IARPT-RECORD
075700     PERFORM WRITE-IARPT-RECORD THRU WRITE-IARPT-RECORD-EXIT
075800     DISPLAY "BUSINESS DATE   : " WS-BUS-DATE
075900     DISPLAY "ACCRUAL DAYS    : " WS-ACCRUAL-DAYS
076000     DISPLAY "ACCOUNTS ACCRUED: " WS-ACCRUED-COUNT
076100     DISPLAY "NOT ACCRUED     : " WS-NOT-ACCRUED-COUNT
076200     DISPLAY "INTEREST ACCRUED: " WS-ACCRUAL-TOTAL.
076300 WRITE-IA-TOTALS-EXIT.
076400     EXIT.
076500*
076600******************************************************************
076700* WRITE-IARPT-RECORD - one line to the accrual register with the
076800* usual status check.
076900******************************************************************
077000 WRITE-IARPT-RECORD.
077100     WRITE DL100-IARPT-RECORD
077200     IF NOT WS-FS-IARPT-OK
077300         MOVE "DL100-IARPT-FILE" TO WS-ABEND-FILE-NAME
077400         MOVE WS-FS-IARPT TO WS-ABEND-STATUS
077500         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
077600     END-IF.
077700 WRITE-IARPT-RECORD-EXIT.
077800     EXIT.
077900*
078000******************************************************************
078100* ERROR-PARAGRAPH - display the bad file status and take a
078200* controlled abend, same convention as the intake run.
078300******************************************************************
078400 ERROR-PARAGRAPH.
078500     DISPLAY "*** I-O ERROR ON " WS-ABEND-FILE-NAME
078600     DISPLAY "*** FILE STATUS IS " WS-ABEND-STATUS
078700     DISPLAY "*** DL100IA ABENDING WITH RETURN CODE "
078800         WS-ABEND-RETURN-CODE
078900     MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE
079000     STOP RUN.
079100 ERROR-PARAGRAPH-EXIT.
079200     EXIT.
079300 END PROGRAM DL100IA.
