000100******************************************************************
000200* Author:      Luigi
000300* Date-Written: 15/10/2026
000400* Date-Compiled:
000500* Purpose:     Year-end close for DL100.  Runs once a year, on
000600*              the last business day of the year on the calendar
000700*              (CALFL), after the day's intake and the DL100ME
000800*              December statements and before the first intake
000900*              of the new year.  The business date is the one on
001000*              the newest GL extract; GLIN is every generation of
001100*              the GL extract on file, newest first.  The year's
001200*              totals by type off the year-to-date file (YTDFL,
001300*              layout DL100YT) must tie to the year's GL
001400*              extracts, counted from the first month the
001500*              year-to-date file holds, and every business day
001600*              of those months must have its extract; the tie is
001700*              listed on YERPT and a year that does not tie is
001800*              not closed (RC 8).  A year that ties is closed:
001900*              each account on the master gets an annual summary
002000*              on YESUM under the mailing block off the
002100*              customer-detail file (CUSTFL) - opening position,
002200*              year's counts and amounts by type, closing
002300*              position - and its closing balance is carried
002400*              forward on its year-to-date record as next year's
002500*              opening balance.  An account no longer on the
002600*              master gets its summary and its record is
002700*              dropped.  The close refuses to run (RC 12) on any
002800*              other date, for a year already closed or half
002900*              closed, and while any December month-to-date
003000*              record has not been rolled.  The step ends RC 4
003100*              when an account's year does not come to its
003200*              master balance or its year-to-date record was
003300*              left over from a year never closed.
003400* Tectonics:   cobc -c DL100YE.cbl -I copybooks
003500*
003600* Modification History
003700* Date       Init  Description
003800* ---------- ----  ---------------------------------------------
003900* 15/10/2026  LM   Initial version.
004000******************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID. DL100YE.
004300 AUTHOR. LUIGI.
004400 DATE-WRITTEN. 15/10/2026.
004500 DATE-COMPILED.
004600*
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER.     IBM-370.
005000 OBJECT-COMPUTER.     IBM-370.
005100*
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT DL100-YTD-FILE ASSIGN TO YTDFL
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS DL100-YTD-ACCT-NO
005800         FILE STATUS IS WS-FS-YTD.
005900*
006000     SELECT DL100-MTD-FILE ASSIGN TO MTDFL
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS DL100-MTD-ACCT-NO
006400         FILE STATUS IS WS-FS-MTD.
006500*
006600     SELECT DL100-MASTER-FILE ASSIGN TO MASTFL
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS DL100-MASTER-ACCT-NO
007000         FILE STATUS IS WS-FS-MASTER.
007100*
007200     SELECT OPTIONAL DL100-CUST-FILE ASSIGN TO CUSTFL
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS DL100-CUST-ACCT-NO
007600         FILE STATUS IS WS-FS-CUST.
007700*
007800     SELECT DL100-CAL-FILE ASSIGN TO CALFL
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS DYNAMIC
008100         RECORD KEY IS DL100-CAL-DATE
008200         FILE STATUS IS WS-FS-CAL.
008300*
008400     SELECT DL100-GL-FILE ASSIGN TO GLIN
008500         ORGANIZATION IS SEQUENTIAL
008600         ACCESS MODE IS SEQUENTIAL
008700         FILE STATUS IS WS-FS-GL.
008800*
008900     SELECT DL100-YESUM-FILE ASSIGN TO YESUM
009000         ORGANIZATION IS SEQUENTIAL
009100         ACCESS MODE IS SEQUENTIAL
009200         FILE STATUS IS WS-FS-YESUM.
009300*
009400     SELECT DL100-YERPT-FILE ASSIGN TO YERPT
009500         ORGANIZATION IS SEQUENTIAL
009600         ACCESS MODE IS SEQUENTIAL
009700         FILE STATUS IS WS-FS-YERPT.
009800*
009900 DATA DIVISION.
010000 FILE SECTION.
010100*
010200 FD  DL100-YTD-FILE
010300     RECORDING MODE IS F
010400     LABEL RECORDS ARE STANDARD.
010500     COPY DL100YT.
010600*
010700 FD  DL100-MTD-FILE
010800     RECORDING MODE IS F
010900     LABEL RECORDS ARE STANDARD.
011000     COPY DL100MT.
011100*
011200 FD  DL100-MASTER-FILE
011300     RECORDING MODE IS F
011400     LABEL RECORDS ARE STANDARD.
011500     COPY DL100MS.
011600*
011700 FD  DL100-CUST-FILE
011800     RECORDING MODE IS F
011900     LABEL RECORDS ARE STANDARD.
012000     COPY DL100CU.
012100*
012200 FD  DL100-CAL-FILE
012300     RECORDING MODE IS F
012400     LABEL RECORDS ARE STANDARD.
012500     COPY DL100CA.
012600*
012700 FD  DL100-GL-FILE
012800     RECORDING MODE IS F
012900     LABEL RECORDS ARE STANDARD.
013000     COPY DL100GL.
013100*
013200 FD  DL100-YESUM-FILE
013300     RECORDING MODE IS F
013400     LABEL RECORDS ARE STANDARD.
013500 01  DL100-YESUM-RECORD               PIC X(132).
013600*
013700 FD  DL100-YERPT-FILE
013800     RECORDING MODE IS F
013900     LABEL RECORDS ARE STANDARD.
014000 01  DL100-YERPT-RECORD               PIC X(132).
014100*
014200 WORKING-STORAGE SECTION.
014300*
014400*    year-to-date file state before the close
014500 77  WS-YTD-YEAR-COUNT                 PIC 9(07) COMP VALUE ZERO.
014600 77  WS-YTD-DONE-COUNT                 PIC 9(07) COMP VALUE ZERO.
014700 77  WS-YTD-STALE-COUNT                PIC 9(07) COMP VALUE ZERO.
014800 77  WS-DEC-UNROLLED-COUNT             PIC 9(07) COMP VALUE ZERO.
014900*    GL extract records read and left out of the tie
015000 77  WS-GL-READ-COUNT                  PIC 9(07) COMP VALUE ZERO.
015100 77  WS-GL-OUTSIDE-COUNT               PIC 9(07) COMP VALUE ZERO.
015200 77  WS-GL-BEFORE-COUNT                PIC 9(07) COMP VALUE ZERO.
015300 77  WS-GL-OTHER-COUNT                 PIC 9(07) COMP VALUE ZERO.
015400*    the close
015500 77  WS-SUMMARY-COUNT                  PIC 9(07) COMP VALUE ZERO.
015600 77  WS-NOADDR-COUNT                   PIC 9(07) COMP VALUE ZERO.
015700 77  WS-HELD-COUNT                     PIC 9(07) COMP VALUE ZERO.
015800 77  WS-NOACT-COUNT                    PIC 9(07) COMP VALUE ZERO.
015900 77  WS-CARRIED-COUNT                  PIC 9(07) COMP VALUE ZERO.
016000 77  WS-DROPPED-COUNT                  PIC 9(07) COMP VALUE ZERO.
016100 77  WS-OUT-OF-STEP-COUNT              PIC 9(07) COMP VALUE ZERO.
016200 77  WS-CLOSED-SKIP-COUNT              PIC 9(07) COMP VALUE ZERO.
016300 77  WS-TYPE-SUB                       PIC 9(02) COMP VALUE ZERO.
016400 77  WS-MONTH-SUB                      PIC 9(02) COMP VALUE ZERO.
016500*
016600 01  WS-FILE-STATUS-FIELDS.
016700     05  WS-FS-YTD                      PIC X(02) VALUE "00".
016800         88  WS-FS-YTD-OK              VALUE "00".
016900         88  WS-FS-YTD-EOF             VALUE "10".
017000         88  WS-FS-YTD-NOT-FOUND       VALUE "23".
017100     05  WS-FS-MTD                      PIC X(02) VALUE "00".
017200         88  WS-FS-MTD-OK              VALUE "00".
017300         88  WS-FS-MTD-EOF             VALUE "10".
017400         88  WS-FS-MTD-NOT-FOUND       VALUE "23".
017500     05  WS-FS-MASTER                   PIC X(02) VALUE "00".
017600         88  WS-FS-MASTER-OK           VALUE "00".
017700         88  WS-FS-MASTER-EOF          VALUE "10".
017800         88  WS-FS-MASTER-NOT-FOUND    VALUE "23".
017900     05  WS-FS-CUST                     PIC X(02) VALUE "00".
018000         88  WS-FS-CUST-OK             VALUES "00" "05".
018100         88  WS-FS-CUST-NOT-FOUND      VALUE "23".
018200     05  WS-FS-CAL                      PIC X(02) VALUE "00".
018300         88  WS-FS-CAL-OK              VALUE "00".
018400         88  WS-FS-CAL-EOF             VALUE "10".
018500         88  WS-FS-CAL-NOT-FOUND       VALUE "23".
018600     05  WS-FS-GL                       PIC X(02) VALUE "00".
018700         88  WS-FS-GL-OK               VALUE "00".
018800         88  WS-FS-GL-EOF              VALUE "10".
018900     05  WS-FS-YESUM                    PIC X(02) VALUE "00".
019000         88  WS-FS-YESUM-OK            VALUE "00".
019100     05  WS-FS-YERPT                    PIC X(02) VALUE "00".
019200         88  WS-FS-YERPT-OK            VALUE "00".
019300*
019400 01  WS-SWITCHES.
019500     05  WS-CAL-DONE-SWITCH            PIC X(01) VALUE "N".
019600         88  WS-CAL-DONE               VALUE "Y".
019700     05  WS-GL-EOF-SWITCH              PIC X(01) VALUE "N".
019800         88  WS-GL-EOF                 VALUE "Y".
019900     05  WS-YTD-EOF-SWITCH             PIC X(01) VALUE "N".
020000         88  WS-YTD-EOF                VALUE "Y".
020100     05  WS-MTD-EOF-SWITCH             PIC X(01) VALUE "N".
020200         88  WS-MTD-EOF                VALUE "Y".
020300     05  WS-MASTER-EOF-SWITCH          PIC X(01) VALUE "N".
020400         88  WS-MASTER-EOF             VALUE "Y".
020500     05  WS-FULL-YEAR-SWITCH           PIC X(01) VALUE "N".
020600         88  WS-FULL-YEAR              VALUE "Y".
020700     05  WS-TIE-FAILED-SWITCH          PIC X(01) VALUE "N".
020800         88  WS-TIE-FAILED             VALUE "Y".
020900     05  WS-ACTIVITY-SWITCH            PIC X(01) VALUE "N".
021000         88  WS-HAD-ACTIVITY           VALUE "Y".
021100*
021200 01  WS-ABEND-FIELDS.
021300     05  WS-ABEND-FILE-NAME            PIC X(20).
021400     05  WS-ABEND-STATUS                PIC X(02).
021500     05  WS-ABEND-RETURN-CODE          PIC 9(03) VALUE 16.
021600*
021700 01  WS-CURRENT-DATE                    PIC 9(08).
021800*
021900*    the business date, the year it closes and the months the
022000*    tie runs over
022100 01  WS-DATE-FIELDS.
022200     05  WS-BUS-DATE                   PIC 9(08) VALUE ZERO.
022300     05  WS-CLOSE-YEAR                 PIC 9(04) VALUE ZERO.
022400     05  WS-PRIOR-YEAR                 PIC 9(04) VALUE ZERO.
022500     05  WS-NEXT-YEAR                  PIC 9(04) VALUE ZERO.
022600     05  WS-YEAR-START                 PIC 9(08) VALUE ZERO.
022700     05  WS-DEC-MONTH                  PIC 9(06) VALUE ZERO.
022800     05  WS-TIE-FROM-MONTH             PIC 9(06) VALUE ZERO.
022900     05  WS-LAST-BUS-DATE              PIC 9(08) VALUE ZERO.
023000     05  WS-WORK-YEAR                  PIC 9(04) VALUE ZERO.
023100     05  WS-WORK-MONTH                 PIC 9(06) VALUE ZERO.
023200     05  WS-WORK-DAY                   PIC 9(02) VALUE ZERO.
023300*
023400*    the year's totals by type - off the year-to-date file and
023500*    off the GL extracts - in the fixed code order, and the
023600*    business days and extracts of each month
023700 01  WS-TIE-TOTALS.
023800     05  WS-TYPE-CODES-CONST           PIC X(18)
023900         VALUE "NWPYDBCADACLRORVFC".
024000     05  WS-TYPE-CODE-TBL REDEFINES WS-TYPE-CODES-CONST.
024100         10  WS-TYPE-CODE-ENT          OCCURS 9 PIC X(02).
024200     05  WS-YTD-COUNT-ENT              OCCURS 9 PIC 9(09) COMP
024300                                       VALUE ZERO.
024400     05  WS-YTD-AMOUNT-ENT             OCCURS 9 PIC S9(13)V99
024500                                       VALUE ZERO.
024600     05  WS-GL-COUNT-ENT               OCCURS 9 PIC 9(09) COMP
024700                                       VALUE ZERO.
024800     05  WS-GL-AMOUNT-ENT              OCCURS 9 PIC S9(13)V99
024900                                       VALUE ZERO.
025000     05  WS-MON-BUS-DAYS               OCCURS 12 PIC 9(03) COMP
025100                                       VALUE ZERO.
025200     05  WS-MON-EXTRACTS               OCCURS 12 PIC 9(03) COMP
025300                                       VALUE ZERO.
025400*
025500*    the two sides of the match, 9999999999 once a side is spent
025600 01  WS-MATCH-FIELDS.
025700     05  WS-MASTER-KEY                 PIC 9(10) VALUE ZERO.
025800     05  WS-YTD-KEY                    PIC 9(10) VALUE ZERO.
025900     05  WS-MASTER-BALANCE             PIC S9(09)V99 VALUE ZERO.
026000*
026100*    one account's year
026200 01  WS-ACCOUNT-FIELDS.
026300     05  WS-ACCT-NO                    PIC 9(09) VALUE ZERO.
026400     05  WS-ACCT-OPEN                  PIC S9(13)V99 VALUE ZERO.
026500     05  WS-ACCT-DEBITS                PIC S9(13)V99 VALUE ZERO.
026600     05  WS-ACCT-CREDITS               PIC S9(13)V99 VALUE ZERO.
026700     05  WS-ACCT-CLOSE                 PIC S9(13)V99 VALUE ZERO.
026800     05  WS-TOTAL-OPEN                 PIC S9(13)V99 VALUE ZERO.
026900     05  WS-TOTAL-CLOSE                PIC S9(13)V99 VALUE ZERO.
027000     05  WS-TOTAL-CARRIED              PIC S9(13)V99 VALUE ZERO.
027100*
027200 01  WS-REPORT-FIELDS.
027300     05  WS-SUM-HEADING-1.
027400         10  FILLER                     PIC X(32)
027500             VALUE "DL100 ANNUAL ACCOUNT SUMMARIES  ".
027600         10  FILLER                     PIC X(05) VALUE "YEAR ".
027700         10  SHD-YEAR                   PIC 9(04).
027800         10  FILLER                     PIC X(06) VALUE SPACES.
027900         10  FILLER                     PIC X(09)
028000             VALUE "RUN DATE ".
028100         10  SHD-RUN-DATE               PIC 9(08).
028200         10  FILLER                     PIC X(68) VALUE SPACES.
028300     05  WS-MAIL-TEXT-LINE.
028400         10  FILLER                     PIC X(02) VALUE SPACES.
028500         10  SMB-TEXT                   PIC X(30).
028600         10  FILLER                     PIC X(100) VALUE SPACES.
028700     05  WS-MAIL-CITY-LINE.
028800         10  FILLER                     PIC X(02) VALUE SPACES.
028900         10  SMB-CITY                   PIC X(20).
029000         10  FILLER                     PIC X(02) VALUE SPACES.
029100         10  SMB-POSTAL                 PIC X(10).
029200         10  FILLER                     PIC X(98) VALUE SPACES.
029300     05  WS-MAIL-HOLD-LINE.
029400         10  FILLER                     PIC X(02) VALUE SPACES.
029500         10  FILLER                     PIC X(21)
029600             VALUE "*** DELIVERY HELD ***".
029700         10  FILLER                     PIC X(109) VALUE SPACES.
029800     05  WS-MAIL-NONE-LINE.
029900         10  FILLER                     PIC X(02) VALUE SPACES.
030000         10  FILLER                     PIC X(26)
030100             VALUE "*** NO ADDRESS ON FILE ***".
030200         10  FILLER                     PIC X(104) VALUE SPACES.
030300     05  WS-SUM-ACCT-LINE.
030400         10  FILLER                     PIC X(09)
030500             VALUE "ACCOUNT  ".
030600         10  SAC-ACCT-NO                PIC 9(09).
030700         10  FILLER                     PIC X(07) VALUE "  YEAR ".
030800         10  SAC-YEAR                   PIC 9(04).
030900         10  FILLER                     PIC X(11)
031000             VALUE "  OPENING  ".
031100         10  SAC-OPEN-BALANCE           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
031200         10  FILLER                     PIC X(74) VALUE SPACES.
031300     05  WS-SUM-TYPE-LINE.
031400         10  FILLER                     PIC X(11) VALUE SPACES.
031500         10  STY-TYPE-CODE              PIC X(02).
031600         10  FILLER                     PIC X(04) VALUE SPACES.
031700         10  STY-SIDE                   PIC X(02).
031800         10  FILLER                     PIC X(04) VALUE SPACES.
031900         10  STY-COUNT                  PIC Z,ZZZ,ZZ9.
032000         10  FILLER                     PIC X(04) VALUE SPACES.
032100         10  STY-AMOUNT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
032200         10  FILLER                     PIC X(78) VALUE SPACES.
032300     05  WS-SUM-FC-LINE.
032400         10  FILLER                     PIC X(11) VALUE SPACES.
032500         10  FILLER                     PIC X(17)
032600             VALUE "FINANCE CHARGE   ".
032700         10  SFC-SIDE                   PIC X(02).
032800         10  FILLER                     PIC X(04) VALUE SPACES.
032900         10  SFC-AMOUNT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
033000         10  FILLER                     PIC X(80) VALUE SPACES.
033100     05  WS-SUM-NOACT-LINE.
033200         10  FILLER                     PIC X(11) VALUE SPACES.
033300         10  FILLER                     PIC X(21)
033400             VALUE "NO ACTIVITY THIS YEAR".
033500         10  FILLER                     PIC X(100) VALUE SPACES.
033600     05  WS-SUM-CLOSE-LINE.
033700         10  FILLER                     PIC X(20)
033800             VALUE "         CLOSING    ".
033900         10  SCL-CLOSE-BALANCE          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
034000         10  FILLER                     PIC X(94) VALUE SPACES.
034100     05  WS-YE-HEADING-1.
034200         10  FILLER                     PIC X(27)
034300             VALUE "DL100 YEAR-END CLOSE  YEAR ".
034400         10  RHD-YEAR                   PIC 9(04).
034500         10  FILLER                     PIC X(16)
034600             VALUE "  BUSINESS DATE ".
034700         10  RHD-BUS-DATE               PIC 9(08).
034800         10  FILLER                     PIC X(11)
034900             VALUE "  RUN DATE ".
035000         10  RHD-RUN-DATE               PIC 9(08).
035100         10  FILLER                     PIC X(58) VALUE SPACES.
035200     05  WS-YE-TEXT-LINE.
035300         10  FILLER                     PIC X(02) VALUE SPACES.
035400         10  RTX-TEXT                   PIC X(60).
035500         10  RTX-MONTH                  PIC X(06).
035600         10  FILLER                     PIC X(64) VALUE SPACES.
035700     05  WS-YE-TIE-HEADING.
035800         10  FILLER                     PIC X(19)
035900             VALUE "  TYPE    YTD COUNT".
036000         10  FILLER                     PIC X(14)
036100             VALUE "      GL COUNT".
036200         10  FILLER                     PIC X(24)
036300             VALUE "              YTD AMOUNT".
036400         10  FILLER                     PIC X(24)
036500             VALUE "               GL AMOUNT".
036600         10  FILLER                     PIC X(13)
036700             VALUE "   RESULT    ".
036800         10  FILLER                     PIC X(38) VALUE SPACES.
036900     05  WS-YE-TIE-LINE.
037000         10  FILLER                     PIC X(02) VALUE SPACES.
037100         10  RTL-TYPE-CODE              PIC X(02).
037200         10  FILLER                     PIC X(04) VALUE SPACES.
037300         10  RTL-YTD-COUNT              PIC ZZZ,ZZZ,ZZ9.
037400         10  FILLER                     PIC X(03) VALUE SPACES.
037500         10  RTL-GL-COUNT               PIC ZZZ,ZZZ,ZZ9.
037600         10  FILLER                     PIC X(03) VALUE SPACES.
037700         10  RTL-YTD-AMOUNT             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
037800         10  FILLER                     PIC X(03) VALUE SPACES.
037900         10  RTL-GL-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
038000         10  FILLER                     PIC X(03) VALUE SPACES.
038100         10  RTL-RESULT                 PIC X(10).
038200         10  FILLER                     PIC X(38) VALUE SPACES.
038300     05  WS-YE-MONTH-HEADING.
038400         10  FILLER                     PIC X(21)
038500             VALUE "  MONTH BUSINESS DAYS".
038600         10  FILLER                     PIC X(20)
038700             VALUE "   EXTRACTS   RESULT".
038800         10  FILLER                     PIC X(91) VALUE SPACES.
038900     05  WS-YE-MONTH-LINE.
039000         10  FILLER                     PIC X(02) VALUE SPACES.
039100         10  RML-MONTH                  PIC 9(06).
039200         10  FILLER                     PIC X(10) VALUE SPACES.
039300         10  RML-BUS-DAYS               PIC ZZ9.
039400         10  FILLER                     PIC X(08) VALUE SPACES.
039500         10  RML-EXTRACTS               PIC ZZ9.
039600         10  FILLER                     PIC X(03) VALUE SPACES.
039700         10  RML-RESULT                 PIC X(24).
039800         10  FILLER                     PIC X(73) VALUE SPACES.
039900     05  WS-YE-STEP-LINE.
040000         10  FILLER                     PIC X(10)
040100             VALUE "  ACCOUNT ".
040200         10  RSL-ACCT-NO                PIC 9(09).
040300         10  FILLER                     PIC X(26)
040400             VALUE "  OUT OF STEP - YEAR CLOSE".
040500         10  RSL-CLOSE                  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
040600         10  FILLER                     PIC X(09)
040700             VALUE "  MASTER ".
040800         10  RSL-MASTER                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
040900         10  FILLER                     PIC X(42) VALUE SPACES.
041000     05  WS-YE-STALE-LINE.
041100         10  FILLER                     PIC X(10)
041200             VALUE "  ACCOUNT ".
041300         10  RST-ACCT-NO                PIC 9(09).
041400         10  FILLER                     PIC X(19)
041500             VALUE "  YEAR-TO-DATE FOR ".
041600         10  RST-YEAR                   PIC 9(04).
041700         10  FILLER                     PIC X(33)
041800             VALUE " NEVER CLOSED - CARRIED FROM THE ".
041900         10  FILLER                     PIC X(07) VALUE "MASTER ".
042000         10  FILLER                     PIC X(50) VALUE SPACES.
042100     05  WS-YE-COUNT-LINE.
042200         10  FILLER                     PIC X(02) VALUE SPACES.
042300         10  RCT-LABEL                  PIC X(26).
042400         10  FILLER                     PIC X(02) VALUE ": ".
042500         10  RCT-COUNT                  PIC Z,ZZZ,ZZ9.
042600         10  FILLER                     PIC X(93) VALUE SPACES.
042700     05  WS-YE-AMOUNT-LINE.
042800         10  FILLER                     PIC X(02) VALUE SPACES.
042900         10  RAM-LABEL                  PIC X(26).
043000         10  FILLER                     PIC X(02) VALUE ": ".
043100         10  RAM-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
043200         10  FILLER                     PIC X(81) VALUE SPACES.
043300     05  WS-BLANK-LINE                  PIC X(132) VALUE SPACES.
043400*
043500 PROCEDURE DIVISION.
043600*
043700 MAIN-PROCEDURE.
043800     PERFORM GET-BUSINESS-DATE THRU GET-BUSINESS-DATE-EXIT
043900     PERFORM CHECK-LAST-BUSINESS-DAY
044000         THRU CHECK-LAST-BUSINESS-DAY-EXIT
044100     PERFORM OPEN-YE-FILES THRU OPEN-YE-FILES-EXIT
044200     PERFORM CHECK-YEAR-STATE THRU CHECK-YEAR-STATE-EXIT
044300     PERFORM CHECK-DECEMBER-ROLLED
044400         THRU CHECK-DECEMBER-ROLLED-EXIT
044500     PERFORM LOAD-GL-YEAR THRU LOAD-GL-YEAR-EXIT
044600     PERFORM OPEN-YE-REPORTS THRU OPEN-YE-REPORTS-EXIT
044700     PERFORM WRITE-YE-HEADINGS THRU WRITE-YE-HEADINGS-EXIT
044800     PERFORM WRITE-TIE-REPORT THRU WRITE-TIE-REPORT-EXIT
044900     IF WS-TIE-FAILED
045000         MOVE "*** YEAR TOTALS DO NOT TIE - YEAR NOT CLOSED ***"
045100             TO RTX-TEXT
045200         MOVE SPACES TO RTX-MONTH
045300         MOVE WS-YE-TEXT-LINE TO DL100-YERPT-RECORD
045400         PERFORM WRITE-YERPT-RECORD THRU WRITE-YERPT-RECORD-EXIT
045500         DISPLAY "*** YEAR " WS-CLOSE-YEAR " DOES NOT TIE TO THE "
045600             "GL EXTRACTS - NOT CLOSED ***"
045700     ELSE
045800         PERFORM START-MASTER THRU START-MASTER-EXIT
045900         PERFORM START-YTD THRU START-YTD-EXIT
046000         PERFORM CLOSE-ACCOUNT THRU CLOSE-ACCOUNT-EXIT
046100             UNTIL WS-MASTER-EOF AND WS-YTD-EOF
046200         PERFORM WRITE-YE-TOTALS THRU WRITE-YE-TOTALS-EXIT
046300     END-IF
046400     PERFORM CLOSE-YE-FILES THRU CLOSE-YE-FILES-EXIT
046500     IF WS-TIE-FAILED
046600         MOVE 8 TO RETURN-CODE
046700     ELSE
046800         IF WS-OUT-OF-STEP-COUNT > ZERO
046900             OR WS-YTD-STALE-COUNT > ZERO
047000             MOVE 4 TO RETURN-CODE
047100         END-IF
047200     END-IF
047300     GOBACK.
047400*
047500******************************************************************
047600* GET-BUSINESS-DATE - the business date of the day's intake,
047700* from the first record of the newest GL extract.  It fixes
047800* the year being closed.
047900******************************************************************
048000 GET-BUSINESS-DATE.
048100     OPEN INPUT DL100-GL-FILE
048200     IF NOT WS-FS-GL-OK
048300         MOVE "DL100-GL-FILE" TO WS-ABEND-FILE-NAME
048400         MOVE WS-FS-GL TO WS-ABEND-STATUS
048500         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
048600     END-IF
048700     READ DL100-GL-FILE
048800     IF WS-FS-GL-OK
048900         IF DL100-GL-BUS-DATE NUMERIC
049000             MOVE DL100-GL-BUS-DATE TO WS-BUS-DATE
049100         END-IF
049200     ELSE
049300         IF NOT WS-FS-GL-EOF
049400             MOVE "DL100-GL-FILE" TO WS-ABEND-FILE-NAME
049500             MOVE WS-FS-GL TO WS-ABEND-STATUS
049600             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
049700         END-IF
049800     END-IF
049900     CLOSE DL100-GL-FILE
050000     IF NOT WS-FS-GL-OK
050100         MOVE "DL100-GL-FILE" TO WS-ABEND-FILE-NAME
050200         MOVE WS-FS-GL TO WS-ABEND-STATUS
050300         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
050400     END-IF
050500     IF WS-BUS-DATE = ZERO
050600         DISPLAY "*** GLIN CARRIES NO BUSINESS DATE ***"
050700         MOVE 12 TO RETURN-CODE
050800         STOP RUN
050900     END-IF
051000     DIVIDE WS-BUS-DATE BY 10000 GIVING WS-CLOSE-YEAR
051100     COMPUTE WS-PRIOR-YEAR = WS-CLOSE-YEAR - 1
051200     COMPUTE WS-NEXT-YEAR = WS-CLOSE-YEAR + 1
051300     COMPUTE WS-YEAR-START = WS-CLOSE-YEAR * 10000 + 101
051400     COMPUTE WS-DEC-MONTH = WS-CLOSE-YEAR * 100 + 12
051500     DISPLAY "BUSINESS DATE     : " WS-BUS-DATE
051600     DISPLAY "YEAR BEING CLOSED : " WS-CLOSE-YEAR.
051700 GET-BUSINESS-DATE-EXIT.
051800     EXIT.
051900*
052000******************************************************************
052100* CHECK-LAST-BUSINESS-DAY - the close runs on the last business
052200* day of the year and no other.  The calendar is read through
052300* the year, counting each month's business days for the
052400* extract check, to the first date of the next year; a
052500* calendar that ends first is a control failure.
052600******************************************************************
052700 CHECK-LAST-BUSINESS-DAY.
052800     OPEN INPUT DL100-CAL-FILE
052900     IF NOT WS-FS-CAL-OK
053000         MOVE "DL100-CAL-FILE" TO WS-ABEND-FILE-NAME
053100         MOVE WS-FS-CAL TO WS-ABEND-STATUS
053200         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
053300     END-IF
053400     MOVE WS-BUS-DATE TO DL100-CAL-DATE
053500     READ DL100-CAL-FILE KEY IS DL100-CAL-DATE
053600     IF NOT WS-FS-CAL-OK
053700         IF WS-FS-CAL-NOT-FOUND
053800             DISPLAY "*** BUSINESS DATE " WS-BUS-DATE
053900                 " IS NOT ON THE CALENDAR ***"
054000             MOVE 12 TO RETURN-CODE
054100             STOP RUN
054200         ELSE
054300             MOVE "DL100-CAL-FILE" TO WS-ABEND-FILE-NAME
054400             MOVE WS-FS-CAL TO WS-ABEND-STATUS
054500             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
054600         END-IF
054700     END-IF
054800     IF NOT DL100-CAL-BUSINESS-DAY
054900         DISPLAY "*** BUSINESS DATE " WS-BUS-DATE
055000             " IS NOT A BUSINESS DAY ***"
055100         MOVE 12 TO RETURN-CODE
055200         STOP RUN
055300     END-IF
055400     MOVE WS-YEAR-START TO DL100-CAL-DATE
055500     START DL100-CAL-FILE
055600         KEY IS NOT LESS THAN DL100-CAL-DATE
055700     END-START
055800     IF NOT WS-FS-CAL-OK
055900         MOVE "Y" TO WS-CAL-DONE-SWITCH
056000         PERFORM CALENDAR-SHORT THRU CALENDAR-SHORT-EXIT
056100     END-IF
056200     PERFORM SCAN-CALENDAR-DAY THRU SCAN-CALENDAR-DAY-EXIT
056300         UNTIL WS-CAL-DONE
056400     CLOSE DL100-CAL-FILE
056500     IF NOT WS-FS-CAL-OK
056600         MOVE "DL100-CAL-FILE" TO WS-ABEND-FILE-NAME
056700         MOVE WS-FS-CAL TO WS-ABEND-STATUS
056800         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
056900     END-IF
057000     IF WS-BUS-DATE NOT = WS-LAST-BUS-DATE
057100         DISPLAY "*** BUSINESS DATE " WS-BUS-DATE
057200             " IS NOT THE LAST BUSINESS DAY OF " WS-CLOSE-YEAR
057300             " (" WS-LAST-BUS-DATE ") ***"
057400         MOVE 12 TO RETURN-CODE
057500         STOP RUN
057600     END-IF.
057700 CHECK-LAST-BUSINESS-DAY-EXIT.
057800     EXIT.
057900*
058000 SCAN-CALENDAR-DAY.
058100     READ DL100-CAL-FILE NEXT RECORD
058200         AT END
058300             MOVE "Y" TO WS-CAL-DONE-SWITCH
058400             PERFORM CALENDAR-SHORT THRU CALENDAR-SHORT-EXIT
058500     END-READ
058600     IF NOT WS-FS-CAL-OK
058700         MOVE "DL100-CAL-FILE" TO WS-ABEND-FILE-NAME
058800         MOVE WS-FS-CAL TO WS-ABEND-STATUS
058900         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
059000     END-IF
059100     DIVIDE DL100-CAL-DATE BY 100
059200         GIVING WS-WORK-MONTH REMAINDER WS-WORK-DAY
059300     DIVIDE WS-WORK-MONTH BY 100
059400         GIVING WS-WORK-YEAR REMAINDER WS-MONTH-SUB
059500     IF WS-WORK-YEAR > WS-CLOSE-YEAR
059600         MOVE "Y" TO WS-CAL-DONE-SWITCH
059700         GO TO SCAN-CALENDAR-DAY-EXIT
059800     END-IF
059900     IF DL100-CAL-BUSINESS-DAY
060000         MOVE DL100-CAL-DATE TO WS-LAST-BUS-DATE
060100         ADD 1 TO WS-MON-BUS-DAYS (WS-MONTH-SUB)
060200     END-IF.
060300 SCAN-CALENDAR-DAY-EXIT.
060400     EXIT.
060500*
060600 CALENDAR-SHORT.
060700     DISPLAY "*** CALENDAR NOT LOADED PAST YEAR "
060800         WS-CLOSE-YEAR " ***"
060900     MOVE "DL100-CAL-FILE" TO WS-ABEND-FILE-NAME
061000     MOVE "CT" TO WS-ABEND-STATUS
061100     PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT.
061200 CALENDAR-SHORT-EXIT.
061300     EXIT.
061400*
061500******************************************************************
061600* OPEN-YE-FILES - the year-to-date file for update, the rest
061700* for reading.  A customer-detail file not yet defined only
061800* means every summary prints the no-address note.
061900******************************************************************
062000 OPEN-YE-FILES.
062100     OPEN I-O DL100-YTD-FILE
062200     IF NOT WS-FS-YTD-OK
062300         MOVE "DL100-YTD-FILE" TO WS-ABEND-FILE-NAME
062400         MOVE WS-FS-YTD TO WS-ABEND-STATUS
062500         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
062600     END-IF
062700     OPEN INPUT DL100-MTD-FILE
062800     IF NOT WS-FS-MTD-OK
062900         MOVE "DL100-MTD-FILE" TO WS-ABEND-FILE-NAME
063000         MOVE WS-FS-MTD TO WS-ABEND-STATUS
063100         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
063200     END-IF
063300     OPEN INPUT DL100-MASTER-FILE
063400     IF NOT WS-FS-MASTER-OK
063500         MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
063600         MOVE WS-FS-MASTER TO WS-ABEND-STATUS
063700         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
063800     END-IF
063900     OPEN INPUT DL100-CUST-FILE
064000     IF NOT WS-FS-CUST-OK
064100         MOVE "DL100-CUST-FILE" TO WS-ABEND-FILE-NAME
064200         MOVE WS-FS-CUST TO WS-ABEND-STATUS
064300         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
064400     END-IF.
064500 OPEN-YE-FILES-EXIT.
064600     EXIT.
064700*
064800******************************************************************
064900* CHECK-YEAR-STATE - what the year-to-date file says about the
065000* year.  A record carried forward by this close, or already
065100* into a later year, means the year has been closed: all of
065200* them, and it is refused as a re-run; only some, and an
065300* earlier run died part way - the file must be restored from
065400* the backup taken ahead of it.  The year's records give the
065500* year-to-date totals for the tie, and the first month they
065600* hold is where the tie starts - January, once a close has
065700* carried the year before forward.  Records of an earlier
065800* year never closed are counted; they carry no figures for
065900* this year.
066000******************************************************************
066100 CHECK-YEAR-STATE.
066200     MOVE 999999 TO WS-TIE-FROM-MONTH
066300     PERFORM START-YTD THRU START-YTD-EXIT
066400     PERFORM CHECK-YTD-RECORD THRU CHECK-YTD-RECORD-EXIT
066500         UNTIL WS-YTD-EOF
066600     IF WS-YTD-DONE-COUNT > ZERO
066700         IF WS-YTD-YEAR-COUNT = ZERO
066800             DISPLAY "*** YEAR " WS-CLOSE-YEAR
066900                 " IS ALREADY CLOSED ***"
067000         ELSE
067100             DISPLAY "*** YEAR " WS-CLOSE-YEAR " IS PARTLY "
067200                 "CLOSED - RESTORE YTDFL FROM THE BACKUP ***"
067300         END-IF
067400         MOVE 12 TO RETURN-CODE
067500         STOP RUN
067600     END-IF
067700     IF WS-YTD-YEAR-COUNT = ZERO
067800         DISPLAY "*** NO YEAR-TO-DATE RECORDS FOR YEAR "
067900             WS-CLOSE-YEAR " ***"
068000         MOVE 12 TO RETURN-CODE
068100         STOP RUN
068200     END-IF
068300     IF WS-FULL-YEAR
068400         OR WS-TIE-FROM-MONTH = 999999
068500         COMPUTE WS-TIE-FROM-MONTH = WS-CLOSE-YEAR * 100 + 1
068600     END-IF
068700     IF WS-YTD-STALE-COUNT > ZERO
068800         DISPLAY "*** " WS-YTD-STALE-COUNT
068900             " YEAR-TO-DATE RECORD(S) FROM A YEAR NEVER"
069000             " CLOSED ***"
069100     END-IF.
069200 CHECK-YEAR-STATE-EXIT.
069300     EXIT.
069400*
069500 CHECK-YTD-RECORD.
069600     EVALUATE TRUE
069700         WHEN DL100-YTD-CLOSED-YEAR = WS-CLOSE-YEAR
069800         WHEN DL100-YTD-YEAR > WS-CLOSE-YEAR
069900             ADD 1 TO WS-YTD-DONE-COUNT
070000         WHEN DL100-YTD-YEAR = WS-CLOSE-YEAR
070100             ADD 1 TO WS-YTD-YEAR-COUNT
070200             IF DL100-YTD-CLOSED-YEAR = WS-PRIOR-YEAR
070300                 MOVE "Y" TO WS-FULL-YEAR-SWITCH
070400             END-IF
070500             IF DL100-YTD-FIRST-MONTH > ZERO
070600                 AND DL100-YTD-FIRST-MONTH < WS-TIE-FROM-MONTH
070700                 MOVE DL100-YTD-FIRST-MONTH TO WS-TIE-FROM-MONTH
070800             END-IF
070900             PERFORM ADD-YTD-TIE THRU ADD-YTD-TIE-EXIT
071000                 VARYING WS-TYPE-SUB FROM 1 BY 1
071100                 UNTIL WS-TYPE-SUB > 9
071200         WHEN OTHER
071300             ADD 1 TO WS-YTD-STALE-COUNT
071400     END-EVALUATE
071500     PERFORM READ-NEXT-YTD THRU READ-NEXT-YTD-EXIT.
071600 CHECK-YTD-RECORD-EXIT.
071700     EXIT.
071800*
071900 ADD-YTD-TIE.
072000     ADD DL100-YTD-TYPE-COUNT (WS-TYPE-SUB)
072100         TO WS-YTD-COUNT-ENT (WS-TYPE-SUB)
072200     ADD DL100-YTD-TYPE-AMOUNT (WS-TYPE-SUB)
072300         TO WS-YTD-AMOUNT-ENT (WS-TYPE-SUB).
072400 ADD-YTD-TIE-EXIT.
072500     EXIT.
072600*
072700******************************************************************
072800* CHECK-DECEMBER-ROLLED - every account with December figures on
072900* the month-to-date file must have had them rolled into its
073000* year-to-date record by the DL100ME December run, or the
073100* year's figures are short a month.
073200******************************************************************
073300 CHECK-DECEMBER-ROLLED.
073400     PERFORM START-MTD THRU START-MTD-EXIT
073500     PERFORM CHECK-MTD-RECORD THRU CHECK-MTD-RECORD-EXIT
073600         UNTIL WS-MTD-EOF
073700     IF WS-DEC-UNROLLED-COUNT > ZERO
073800         DISPLAY "*** " WS-DEC-UNROLLED-COUNT " ACCOUNT(S) WITH "
073900             "DECEMBER FIGURES NOT ROLLED - RUN DL100ME FOR "
074000             WS-DEC-MONTH " FIRST ***"
074100         MOVE 12 TO RETURN-CODE
074200         STOP RUN
074300     END-IF.
074400 CHECK-DECEMBER-ROLLED-EXIT.
074500     EXIT.
074600*
074700 CHECK-MTD-RECORD.
074800     IF DL100-MTD-MONTH NOT = WS-DEC-MONTH
074900         PERFORM READ-NEXT-MTD THRU READ-NEXT-MTD-EXIT
075000         GO TO CHECK-MTD-RECORD-EXIT
075100     END-IF
075200     MOVE DL100-MTD-ACCT-NO TO DL100-YTD-ACCT-NO
075300     READ DL100-YTD-FILE KEY IS DL100-YTD-ACCT-NO
075400     IF WS-FS-YTD-OK
075500         IF DL100-YTD-YEAR = WS-CLOSE-YEAR
075600             AND DL100-YTD-LAST-MONTH < WS-DEC-MONTH
075700             ADD 1 TO WS-DEC-UNROLLED-COUNT
075800         END-IF
075900     ELSE
076000         IF WS-FS-YTD-NOT-FOUND
076100             ADD 1 TO WS-DEC-UNROLLED-COUNT
076200         ELSE
076300             MOVE "DL100-YTD-FILE" TO WS-ABEND-FILE-NAME
076400             MOVE WS-FS-YTD TO WS-ABEND-STATUS
076500             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
076600         END-IF
076700     END-IF
076800     PERFORM READ-NEXT-MTD THRU READ-NEXT-MTD-EXIT.
076900 CHECK-MTD-RECORD-EXIT.
077000     EXIT.
077100*
077200******************************************************************
077300* LOAD-GL-YEAR - the year's totals by type off every GL extract
077400* on file.  Each extract carries one record per type (one NW
077500* record each, which counts the extracts of the month) and the
077600* SU suspense record, which is not on the accounts and is left
077700* out.  Extracts of other years, and of months before the tie
077800* starts, are counted and left out.  Amounts are taken from the
077900* side each type posts to; the reversals net as the RV slot
078000* does, reversed credits less reversed debits.
078100******************************************************************
078200 LOAD-GL-YEAR.
078300     OPEN INPUT DL100-GL-FILE
078400     IF NOT WS-FS-GL-OK
078500         MOVE "DL100-GL-FILE" TO WS-ABEND-FILE-NAME
078600         MOVE WS-FS-GL TO WS-ABEND-STATUS
078700         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
078800     END-IF
078900     PERFORM READ-GL-RECORD THRU READ-GL-RECORD-EXIT
079000     PERFORM TOTAL-GL-RECORD THRU TOTAL-GL-RECORD-EXIT
079100         UNTIL WS-GL-EOF
079200     CLOSE DL100-GL-FILE
079300     IF NOT WS-FS-GL-OK
079400         MOVE "DL100-GL-FILE" TO WS-ABEND-FILE-NAME
079500         MOVE WS-FS-GL TO WS-ABEND-STATUS
079600         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
079700     END-IF.
079800 LOAD-GL-YEAR-EXIT.
079900     EXIT.
080000*
080100 READ-GL-RECORD.
080200     READ DL100-GL-FILE
080300         AT END
080400             MOVE "Y" TO WS-GL-EOF-SWITCH
080500     END-READ
080600     IF WS-FS-GL-OK
080700         ADD 1 TO WS-GL-READ-COUNT
080800     ELSE
080900         IF NOT WS-FS-GL-EOF
081000             MOVE "DL100-GL-FILE" TO WS-ABEND-FILE-NAME
081100             MOVE WS-FS-GL TO WS-ABEND-STATUS
081200             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
081300         END-IF
081400     END-IF.
081500 READ-GL-RECORD-EXIT.
081600     EXIT.
081700*
081800 TOTAL-GL-RECORD.
081900     IF DL100-GL-BUS-DATE NOT NUMERIC
082000         OR DL100-GL-REC-COUNT NOT NUMERIC
082100         OR DL100-GL-DEBIT-AMT NOT NUMERIC
082200         OR DL100-GL-CREDIT-AMT NOT NUMERIC
082300         ADD 1 TO WS-GL-OTHER-COUNT
082400         PERFORM READ-GL-RECORD THRU READ-GL-RECORD-EXIT
082500         GO TO TOTAL-GL-RECORD-EXIT
082600     END-IF
082700     DIVIDE DL100-GL-BUS-DATE BY 100
082800         GIVING WS-WORK-MONTH REMAINDER WS-WORK-DAY
082900     DIVIDE WS-WORK-MONTH BY 100
083000         GIVING WS-WORK-YEAR REMAINDER WS-MONTH-SUB
083100     IF WS-WORK-YEAR NOT = WS-CLOSE-YEAR
083200         OR WS-MONTH-SUB < 1 OR WS-MONTH-SUB > 12
083300         ADD 1 TO WS-GL-OUTSIDE-COUNT
083400         PERFORM READ-GL-RECORD THRU READ-GL-RECORD-EXIT
083500         GO TO TOTAL-GL-RECORD-EXIT
083600     END-IF
083700     IF DL100-GL-TYPE-CODE = "NW"
083800         ADD 1 TO WS-MON-EXTRACTS (WS-MONTH-SUB)
083900     END-IF
084000     IF WS-WORK-MONTH < WS-TIE-FROM-MONTH
084100         ADD 1 TO WS-GL-BEFORE-COUNT
084200         PERFORM READ-GL-RECORD THRU READ-GL-RECORD-EXIT
084300         GO TO TOTAL-GL-RECORD-EXIT
084400     END-IF
084500     PERFORM FIND-TYPE-SLOT THRU FIND-TYPE-SLOT-EXIT
084600     IF WS-TYPE-SUB = ZERO
084700         ADD 1 TO WS-GL-OTHER-COUNT
084800         PERFORM READ-GL-RECORD THRU READ-GL-RECORD-EXIT
084900         GO TO TOTAL-GL-RECORD-EXIT
085000     END-IF
085100     ADD DL100-GL-REC-COUNT TO WS-GL-COUNT-ENT (WS-TYPE-SUB)
085200     EVALUATE DL100-GL-TYPE-CODE
085300         WHEN "PY"
085400         WHEN "CA"
085500             ADD DL100-GL-CREDIT-AMT
085600                 TO WS-GL-AMOUNT-ENT (WS-TYPE-SUB)
085700         WHEN "RV"
085800             ADD DL100-GL-DEBIT-AMT
085900                 TO WS-GL-AMOUNT-ENT (WS-TYPE-SUB)
086000             SUBTRACT DL100-GL-CREDIT-AMT
086100                 FROM WS-GL-AMOUNT-ENT (WS-TYPE-SUB)
086200         WHEN OTHER
086300             ADD DL100-GL-DEBIT-AMT
086400                 TO WS-GL-AMOUNT-ENT (WS-TYPE-SUB)
086500     END-EVALUATE
086600     PERFORM READ-GL-RECORD THRU READ-GL-RECORD-EXIT.
086700 TOTAL-GL-RECORD-EXIT.
086800     EXIT.
086900*
087000******************************************************************
087100* FIND-TYPE-SLOT - map the GL record's type code to its slot in
087200* the fixed code order; zero for the suspense record or any
087300* code the year-to-date file has no slot for.
087400******************************************************************
087500 FIND-TYPE-SLOT.
087600     EVALUATE DL100-GL-TYPE-CODE
087700         WHEN "NW" MOVE 1 TO WS-TYPE-SUB
087800         WHEN "PY" MOVE 2 TO WS-TYPE-SUB
087900         WHEN "DB" MOVE 3 TO WS-TYPE-SUB
088000         WHEN "CA" MOVE 4 TO WS-TYPE-SUB
088100         WHEN "DA" MOVE 5 TO WS-TYPE-SUB
088200         WHEN "CL" MOVE 6 TO WS-TYPE-SUB
088300         WHEN "RO" MOVE 7 TO WS-TYPE-SUB
088400         WHEN "RV" MOVE 8 TO WS-TYPE-SUB
088500         WHEN "FC" MOVE 9 TO WS-TYPE-SUB
088600         WHEN OTHER MOVE ZERO TO WS-TYPE-SUB
088700     END-EVALUATE.
088800 FIND-TYPE-SLOT-EXIT.
088900     EXIT.
089000*
089100******************************************************************
089200* OPEN-YE-REPORTS - the annual summaries and the close report.
089300******************************************************************
089400 OPEN-YE-REPORTS.
089500     OPEN OUTPUT DL100-YESUM-FILE
089600     IF NOT WS-FS-YESUM-OK
089700         MOVE "DL100-YESUM-FILE" TO WS-ABEND-FILE-NAME
089800         MOVE WS-FS-YESUM TO WS-ABEND-STATUS
089900         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
090000     END-IF
090100     OPEN OUTPUT DL100-YERPT-FILE
090200     IF NOT WS-FS-YERPT-OK
090300         MOVE "DL100-YERPT-FILE" TO WS-ABEND-FILE-NAME
090400         MOVE WS-FS-YERPT TO WS-ABEND-STATUS
090500         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
090600     END-IF.
090700 OPEN-YE-REPORTS-EXIT.
090800     EXIT.
090900*
091000******************************************************************
091100* WRITE-YE-HEADINGS - run heading lines on both reports.
091200******************************************************************
091300 WRITE-YE-HEADINGS.
091400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
091500     MOVE WS-CLOSE-YEAR TO SHD-YEAR
091600     MOVE WS-CURRENT-DATE TO SHD-RUN-DATE
091700     MOVE WS-SUM-HEADING-1 TO DL100-YESUM-RECORD
091800     PERFORM WRITE-YESUM-RECORD THRU WRITE-YESUM-RECORD-EXIT
091900     MOVE WS-BLANK-LINE TO DL100-YESUM-RECORD
092000     PERFORM WRITE-YESUM-RECORD THRU WRITE-YESUM-RECORD-EXIT
092100     MOVE WS-CLOSE-YEAR TO RHD-YEAR
092200     MOVE WS-BUS-DATE TO RHD-BUS-DATE
092300     MOVE WS-CURRENT-DATE TO RHD-RUN-DATE
092400     MOVE WS-YE-HEADING-1 TO DL100-YERPT-RECORD
092500     PERFORM WRITE-YERPT-RECORD THRU WRITE-YERPT-RECORD-EXIT
092600     MOVE WS-BLANK-LINE TO DL100-YERPT-RECORD
092700     PERFORM WRITE-YERPT-RECORD THRU WRITE-YERPT-RECORD-EXIT.
092800 WRITE-YE-HEADINGS-EXIT.
092900     EXIT.
093000*
093100******************************************************************
093200* WRITE-TIE-REPORT - the year-to-date totals against the GL
093300* extracts type by type, then each month's extracts against its
093400* business days on the calendar.  A type whose count or amount
093500* differs, or a month in the tie short of an extract or with
093600* one too many, fails the tie.  Closures and reopens move no
093700* money and tie on the count alone.
093800******************************************************************
093900 WRITE-TIE-REPORT.
094000     MOVE "YEAR-TO-DATE AGAINST THE GL EXTRACTS FROM MONTH "
094100         TO RTX-TEXT
094200     MOVE WS-TIE-FROM-MONTH TO RTX-MONTH
094300     MOVE WS-YE-TEXT-LINE TO DL100-YERPT-RECORD
094400     PERFORM WRITE-YERPT-RECORD THRU WRITE-YERPT-RECORD-EXIT
094500     MOVE WS-YE-TIE-HEADING TO DL100-YERPT-RECORD
094600     PERFORM WRITE-YERPT-RECORD THRU WRITE-YERPT-RECORD-EXIT
094700     PERFORM WRITE-TIE-TYPE THRU WRITE-TIE-TYPE-EXIT
094800         VARYING WS-TYPE-SUB FROM 1 BY 1
094900         UNTIL WS-TYPE-SUB > 9
095000     MOVE WS-BLANK-LINE TO DL100-YERPT-RECORD
095100     PERFORM WRITE-YERPT-RECORD THRU WRITE-YERPT-RECORD-EXIT
095200     MOVE "GL EXTRACTS AGAINST THE BUSINESS DAYS ON THE CALENDAR"
095300         TO RTX-TEXT
095400     MOVE SPACES TO RTX-MONTH
095500     MOVE WS-YE-TEXT-LINE TO DL100-YERPT-RECORD
095600     PERFORM WRITE-YERPT-RECORD THRU WRITE-YERPT-RECORD-EXIT
095700     MOVE WS-YE-MONTH-HEADING TO DL100-YERPT-RECORD
095800     PERFORM WRITE-YERPT-RECORD THRU WRITE-YERPT-RECORD-EXIT
095900     PERFORM WRITE-TIE-MONTH THRU WRITE-TIE-MONTH-EXIT
096000         VARYING WS-MONTH-SUB FROM 1 BY 1
096100         UNTIL WS-MONTH-SUB > 12
096200     MOVE WS-BLANK-LINE TO DL100-YERPT-RECORD
096300     PERFORM WRITE-YERPT-RECORD THRU WRITE-YERPT-RECORD-EXIT.
096400 WRITE-TIE-REPORT-EXIT.
096500     EXIT.
096600*
096700 WRITE-TIE-TYPE.
096800     MOVE WS-TYPE-CODE-ENT (WS-TYPE-SUB) TO RTL-TYPE-CODE
096900     MOVE WS-YTD-COUNT-ENT (WS-TYPE-SUB) TO RTL-YTD-COUNT
097000     MOVE WS-GL-COUNT-ENT (WS-TYPE-SUB) TO RTL-GL-COUNT
097100     MOVE WS-YTD-AMOUNT-ENT (WS-TYPE-SUB) TO RTL-YTD-AMOUNT
097200     MOVE WS-GL-AMOUNT-ENT (WS-TYPE-SUB) TO RTL-GL-AMOUNT
097300     MOVE "TIES" TO RTL-RESULT
097400     IF WS-YTD-COUNT-ENT (WS-TYPE-SUB)
097500         NOT = WS-GL-COUNT-ENT (WS-TYPE-SUB)
097600         MOVE "DIFFERS" TO RTL-RESULT
097700     END-IF
097800     IF WS-YTD-AMOUNT-ENT (WS-TYPE-SUB)
097900         NOT = WS-GL-AMOUNT-ENT (WS-TYPE-SUB)
098000         AND WS-TYPE-CODE-ENT (WS-TYPE-SUB) NOT = "CL"
098100         AND WS-TYPE-CODE-ENT (WS-TYPE-SUB) NOT = "RO"
098200         MOVE "DIFFERS" TO RTL-RESULT
098300     END-IF
098400     IF RTL-RESULT NOT = "TIES"
098500         MOVE "Y" TO WS-TIE-FAILED-SWITCH
098600     END-IF
098700     MOVE WS-YE-TIE-LINE TO DL100-YERPT-RECORD
098800     PERFORM WRITE-YERPT-RECORD THRU WRITE-YERPT-RECORD-EXIT.
098900 WRITE-TIE-TYPE-EXIT.
099000     EXIT.
099100*
099200 WRITE-TIE-MONTH.
099300     COMPUTE WS-WORK-MONTH = WS-CLOSE-YEAR * 100 + WS-MONTH-SUB
099400     MOVE WS-WORK-MONTH TO RML-MONTH
099500     MOVE WS-MON-BUS-DAYS (WS-MONTH-SUB) TO RML-BUS-DAYS
099600     MOVE WS-MON-EXTRACTS (WS-MONTH-SUB) TO RML-EXTRACTS
099700     EVALUATE TRUE
099800         WHEN WS-WORK-MONTH < WS-TIE-FROM-MONTH
099900             MOVE "BEFORE YEAR-TO-DATE" TO RML-RESULT
100000         WHEN WS-MON-EXTRACTS (WS-MONTH-SUB)
100100             < WS-MON-BUS-DAYS (WS-MONTH-SUB)
100200             MOVE "EXTRACTS MISSING" TO RML-RESULT
100300             MOVE "Y" TO WS-TIE-FAILED-SWITCH
100400         WHEN WS-MON-EXTRACTS (WS-MONTH-SUB)
100500             > WS-MON-BUS-DAYS (WS-MONTH-SUB)
100600             MOVE "EXTRACTS DUPLICATED" TO RML-RESULT
100700             MOVE "Y" TO WS-TIE-FAILED-SWITCH
100800         WHEN OTHER
100900             MOVE "TIES" TO RML-RESULT
101000     END-EVALUATE
101100     MOVE WS-YE-MONTH-LINE TO DL100-YERPT-RECORD
101200     PERFORM WRITE-YERPT-RECORD THRU WRITE-YERPT-RECORD-EXIT.
101300 WRITE-TIE-MONTH-EXIT.
101400     EXIT.
101500*
101600******************************************************************
101700* CLOSE-ACCOUNT - one step of the match of the master against
101800* the year-to-date file on account number.  On both, with the
101900* year's figures: the annual summary, checked against the
102000* master balance, and the balance carried forward.  On both,
102100* with a record left over from a year never closed: the year
102200* saw no figures rolled, so the summary comes off the master
102300* and the balance is carried forward.  On the master only: no
102400* figures this year and none carried, so the summary comes off
102500* the master; DL100ME opens the account's record when it next
102600* has a month's activity.  On the year-to-date file only: the
102700* account has been purged from the master - the year's summary
102800* is still printed and the record is dropped.
102900******************************************************************
103000 CLOSE-ACCOUNT.
103100     IF WS-MASTER-KEY < WS-YTD-KEY
103200         PERFORM SUMMARIZE-NO-ACTIVITY
103300             THRU SUMMARIZE-NO-ACTIVITY-EXIT
103400         PERFORM READ-NEXT-MASTER THRU READ-NEXT-MASTER-EXIT
103500         GO TO CLOSE-ACCOUNT-EXIT
103600     END-IF
103700     IF WS-YTD-KEY < WS-MASTER-KEY
103800         IF DL100-YTD-YEAR = WS-CLOSE-YEAR
103900             PERFORM PRINT-ANNUAL-SUMMARY
104000                 THRU PRINT-ANNUAL-SUMMARY-EXIT
104100         END-IF
104200         DELETE DL100-YTD-FILE RECORD
104300         IF NOT WS-FS-YTD-OK
104400             MOVE "DL100-YTD-FILE" TO WS-ABEND-FILE-NAME
104500             MOVE WS-FS-YTD TO WS-ABEND-STATUS
104600             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
104700         END-IF
104800         ADD 1 TO WS-DROPPED-COUNT
104900         PERFORM READ-NEXT-YTD THRU READ-NEXT-YTD-EXIT
105000         GO TO CLOSE-ACCOUNT-EXIT
105100     END-IF
105200     IF DL100-YTD-YEAR = WS-CLOSE-YEAR
105300         PERFORM PRINT-ANNUAL-SUMMARY
105400             THRU PRINT-ANNUAL-SUMMARY-EXIT
105500         IF WS-ACCT-CLOSE NOT = WS-MASTER-BALANCE
105600             PERFORM WRITE-OUT-OF-STEP
105700                 THRU WRITE-OUT-OF-STEP-EXIT
105800         END-IF
105900     ELSE
106000         MOVE DL100-YTD-ACCT-NO TO RST-ACCT-NO
106100         MOVE DL100-YTD-YEAR TO RST-YEAR
106200         MOVE WS-YE-STALE-LINE TO DL100-YERPT-RECORD
106300         PERFORM WRITE-YERPT-RECORD THRU WRITE-YERPT-RECORD-EXIT
106400         PERFORM SUMMARIZE-NO-ACTIVITY
106500             THRU SUMMARIZE-NO-ACTIVITY-EXIT
106600     END-IF
106700     PERFORM CARRY-FORWARD THRU CARRY-FORWARD-EXIT
106800     PERFORM READ-NEXT-MASTER THRU READ-NEXT-MASTER-EXIT
106900     PERFORM READ-NEXT-YTD THRU READ-NEXT-YTD-EXIT.
107000 CLOSE-ACCOUNT-EXIT.
107100     EXIT.
107200*
107300******************************************************************
107400* PRINT-ANNUAL-SUMMARY - one account's year off its year-to-date
107500* record: opening position, one line per type that saw
107600* activity and the closing position, worked the way the
107700* DL100ME statements work it - debits raise it, credits reduce
107800* it, closures and reopens move no money, the reversals go to
107900* the side their net says, and the finance charge is a debit
108000* on its own line.
108100******************************************************************
108200 PRINT-ANNUAL-SUMMARY.
108300     MOVE DL100-YTD-ACCT-NO TO WS-ACCT-NO
108400     MOVE DL100-YTD-OPEN-BALANCE TO WS-ACCT-OPEN
108500     MOVE ZERO TO WS-ACCT-DEBITS
108600     MOVE ZERO TO WS-ACCT-CREDITS
108700     MOVE "N" TO WS-ACTIVITY-SWITCH
108800     PERFORM PRINT-MAILING-BLOCK THRU PRINT-MAILING-BLOCK-EXIT
108900     MOVE WS-ACCT-NO TO SAC-ACCT-NO
109000     MOVE WS-CLOSE-YEAR TO SAC-YEAR
109100     MOVE WS-ACCT-OPEN TO SAC-OPEN-BALANCE
109200     MOVE WS-SUM-ACCT-LINE TO DL100-YESUM-RECORD
109300     PERFORM WRITE-YESUM-RECORD THRU WRITE-YESUM-RECORD-EXIT
109400     PERFORM PRINT-YTD-TYPE THRU PRINT-YTD-TYPE-EXIT
109500         VARYING WS-TYPE-SUB FROM 1 BY 1
109600         UNTIL WS-TYPE-SUB > 9
109700     IF NOT WS-HAD-ACTIVITY
109800         ADD 1 TO WS-NOACT-COUNT
109900         MOVE WS-SUM-NOACT-LINE TO DL100-YESUM-RECORD
110000         PERFORM WRITE-YESUM-RECORD THRU WRITE-YESUM-RECORD-EXIT
110100     END-IF
110200     COMPUTE WS-ACCT-CLOSE = WS-ACCT-OPEN
110300         + WS-ACCT-DEBITS - WS-ACCT-CREDITS
110400     PERFORM PRINT-SUMMARY-CLOSE THRU PRINT-SUMMARY-CLOSE-EXIT.
110500 PRINT-ANNUAL-SUMMARY-EXIT.
110600     EXIT.
110700*
110800 PRINT-YTD-TYPE.
110900     IF DL100-YTD-TYPE-COUNT (WS-TYPE-SUB) = ZERO
111000         GO TO PRINT-YTD-TYPE-EXIT
111100     END-IF
111200     MOVE "Y" TO WS-ACTIVITY-SWITCH
111300     MOVE DL100-YTD-TYPE-CODE (WS-TYPE-SUB) TO STY-TYPE-CODE
111400     MOVE DL100-YTD-TYPE-COUNT (WS-TYPE-SUB) TO STY-COUNT
111500     MOVE DL100-YTD-TYPE-AMOUNT (WS-TYPE-SUB) TO STY-AMOUNT
111600     EVALUATE DL100-YTD-TYPE-CODE (WS-TYPE-SUB)
111700         WHEN "PY"
111800         WHEN "CA"
111900             MOVE "CR" TO STY-SIDE
112000             ADD DL100-YTD-TYPE-AMOUNT (WS-TYPE-SUB)
112100                 TO WS-ACCT-CREDITS
112200         WHEN "CL"
112300         WHEN "RO"
112400             MOVE "--" TO STY-SIDE
112500         WHEN "RV"
112600             IF DL100-YTD-TYPE-AMOUNT (WS-TYPE-SUB) < ZERO
112700                 MOVE "CR" TO STY-SIDE
112800                 SUBTRACT DL100-YTD-TYPE-AMOUNT (WS-TYPE-SUB)
112900                     FROM WS-ACCT-CREDITS
113000                 COMPUTE STY-AMOUNT =
113100                     ZERO - DL100-YTD-TYPE-AMOUNT (WS-TYPE-SUB)
113200             ELSE
113300                 MOVE "DR" TO STY-SIDE
113400                 ADD DL100-YTD-TYPE-AMOUNT (WS-TYPE-SUB)
113500                     TO WS-ACCT-DEBITS
113600             END-IF
113700         WHEN "FC"
113800             ADD DL100-YTD-TYPE-AMOUNT (WS-TYPE-SUB)
113900                 TO WS-ACCT-DEBITS
114000             MOVE "DR" TO SFC-SIDE
114100             MOVE DL100-YTD-TYPE-AMOUNT (WS-TYPE-SUB)
114200                 TO SFC-AMOUNT
114300             MOVE WS-SUM-FC-LINE TO DL100-YESUM-RECORD
114400             PERFORM WRITE-YESUM-RECORD
114500                 THRU WRITE-YESUM-RECORD-EXIT
114600             GO TO PRINT-YTD-TYPE-EXIT
114700         WHEN OTHER
114800             MOVE "DR" TO STY-SIDE
114900             ADD DL100-YTD-TYPE-AMOUNT (WS-TYPE-SUB)
115000                 TO WS-ACCT-DEBITS
115100     END-EVALUATE
115200     MOVE WS-SUM-TYPE-LINE TO DL100-YESUM-RECORD
115300     PERFORM WRITE-YESUM-RECORD THRU WRITE-YESUM-RECORD-EXIT.
115400 PRINT-YTD-TYPE-EXIT.
115500     EXIT.
115600*
115700******************************************************************
115800* SUMMARIZE-NO-ACTIVITY - the summary of an account on the
115900* master with no figures rolled this year: it opened and closed
116000* the year at its master balance.  A closed account with
116100* nothing left on it gets no summary.
116200******************************************************************
116300 SUMMARIZE-NO-ACTIVITY.
116400     IF DL100-MASTER-CLOSED
116500         AND WS-MASTER-BALANCE = ZERO
116600         ADD 1 TO WS-CLOSED-SKIP-COUNT
116700         GO TO SUMMARIZE-NO-ACTIVITY-EXIT
116800     END-IF
116900     MOVE DL100-MASTER-ACCT-NO TO WS-ACCT-NO
117000     MOVE WS-MASTER-BALANCE TO WS-ACCT-OPEN
117100     MOVE WS-MASTER-BALANCE TO WS-ACCT-CLOSE
117200     PERFORM PRINT-MAILING-BLOCK THRU PRINT-MAILING-BLOCK-EXIT
117300     MOVE WS-ACCT-NO TO SAC-ACCT-NO
117400     MOVE WS-CLOSE-YEAR TO SAC-YEAR
117500     MOVE WS-ACCT-OPEN TO SAC-OPEN-BALANCE
117600     MOVE WS-SUM-ACCT-LINE TO DL100-YESUM-RECORD
117700     PERFORM WRITE-YESUM-RECORD THRU WRITE-YESUM-RECORD-EXIT
117800     ADD 1 TO WS-NOACT-COUNT
117900     MOVE WS-SUM-NOACT-LINE TO DL100-YESUM-RECORD
118000     PERFORM WRITE-YESUM-RECORD THRU WRITE-YESUM-RECORD-EXIT
118100     PERFORM PRINT-SUMMARY-CLOSE THRU PRINT-SUMMARY-CLOSE-EXIT.
118200 SUMMARIZE-NO-ACTIVITY-EXIT.
118300     EXIT.
118400*
118500******************************************************************
118600* PRINT-SUMMARY-CLOSE - the closing position under the summary,
118700* and the summary into the run totals.
118800******************************************************************
118900 PRINT-SUMMARY-CLOSE.
119000     MOVE WS-ACCT-CLOSE TO SCL-CLOSE-BALANCE
119100     MOVE WS-SUM-CLOSE-LINE TO DL100-YESUM-RECORD
119200     PERFORM WRITE-YESUM-RECORD THRU WRITE-YESUM-RECORD-EXIT
119300     MOVE WS-BLANK-LINE TO DL100-YESUM-RECORD
119400     PERFORM WRITE-YESUM-RECORD THRU WRITE-YESUM-RECORD-EXIT
119500     ADD 1 TO WS-SUMMARY-COUNT
119600     ADD WS-ACCT-OPEN TO WS-TOTAL-OPEN
119700     ADD WS-ACCT-CLOSE TO WS-TOTAL-CLOSE.
119800 PRINT-SUMMARY-CLOSE-EXIT.
119900     EXIT.
120000*
120100******************************************************************
120200* PRINT-MAILING-BLOCK - the name-and-address block off the
120300* customer-detail file, at the top of the summary so it shows
120400* through a window envelope.  An account with no details on
120500* file, or details with no first address line, prints a
120600* no-address note and is counted; a held delivery is flagged
120700* for the print room and counted.
120800******************************************************************
120900 PRINT-MAILING-BLOCK.
121000     MOVE WS-ACCT-NO TO DL100-CUST-ACCT-NO
121100     READ DL100-CUST-FILE KEY IS DL100-CUST-ACCT-NO
121200     IF WS-FS-CUST-OK
121300         AND DL100-CUST-ADDR-1 NOT = SPACES
121400         MOVE DL100-CUST-NAME TO SMB-TEXT
121500         MOVE WS-MAIL-TEXT-LINE TO DL100-YESUM-RECORD
121600         PERFORM WRITE-YESUM-RECORD
121700             THRU WRITE-YESUM-RECORD-EXIT
121800         MOVE DL100-CUST-ADDR-1 TO SMB-TEXT
121900         MOVE WS-MAIL-TEXT-LINE TO DL100-YESUM-RECORD
122000         PERFORM WRITE-YESUM-RECORD
122100             THRU WRITE-YESUM-RECORD-EXIT
122200         IF DL100-CUST-ADDR-2 NOT = SPACES
122300             MOVE DL100-CUST-ADDR-2 TO SMB-TEXT
122400             MOVE WS-MAIL-TEXT-LINE TO DL100-YESUM-RECORD
122500             PERFORM WRITE-YESUM-RECORD
122600                 THRU WRITE-YESUM-RECORD-EXIT
122700         END-IF
122800         MOVE DL100-CUST-CITY TO SMB-CITY
122900         MOVE DL100-CUST-POSTAL-CODE TO SMB-POSTAL
123000         MOVE WS-MAIL-CITY-LINE TO DL100-YESUM-RECORD
123100         PERFORM WRITE-YESUM-RECORD
123200             THRU WRITE-YESUM-RECORD-EXIT
123300         IF DL100-CUST-HOLD
123400             ADD 1 TO WS-HELD-COUNT
123500             MOVE WS-MAIL-HOLD-LINE TO DL100-YESUM-RECORD
123600             PERFORM WRITE-YESUM-RECORD
123700                 THRU WRITE-YESUM-RECORD-EXIT
123800         END-IF
123900     ELSE
124000         IF WS-FS-CUST-OK OR WS-FS-CUST-NOT-FOUND
124100             ADD 1 TO WS-NOADDR-COUNT
124200             MOVE WS-MAIL-NONE-LINE TO DL100-YESUM-RECORD
124300             PERFORM WRITE-YESUM-RECORD
124400                 THRU WRITE-YESUM-RECORD-EXIT
124500         ELSE
124600             MOVE "DL100-CUST-FILE" TO WS-ABEND-FILE-NAME
124700             MOVE WS-FS-CUST TO WS-ABEND-STATUS
124800             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
124900         END-IF
125000     END-IF.
125100 PRINT-MAILING-BLOCK-EXIT.
125200     EXIT.
125300*
125400******************************************************************
125500* WRITE-OUT-OF-STEP - an account whose year, worked off its
125600* year-to-date figures, does not come to its master balance.
125700* The master balance is the one carried forward.
125800******************************************************************
125900 WRITE-OUT-OF-STEP.
126000     ADD 1 TO WS-OUT-OF-STEP-COUNT
126100     MOVE WS-ACCT-NO TO RSL-ACCT-NO
126200     MOVE WS-ACCT-CLOSE TO RSL-CLOSE
126300     MOVE WS-MASTER-BALANCE TO RSL-MASTER
126400     MOVE WS-YE-STEP-LINE TO DL100-YERPT-RECORD
126500     PERFORM WRITE-YERPT-RECORD THRU WRITE-YERPT-RECORD-EXIT.
126600 WRITE-OUT-OF-STEP-EXIT.
126700     EXIT.
126800*
126900******************************************************************
127000* CARRY-FORWARD - turn the account's year-to-date record over
127100* into next year: the master balance becomes its opening
127200* balance, the closed year is stamped on it and the type slots
127300* are emptied.  The last month rolled is set to December so
127400* the DL100ME January run rolls into it; the first month is
127500* set by that run.
127600******************************************************************
127700 CARRY-FORWARD.
127800     MOVE WS-NEXT-YEAR TO DL100-YTD-YEAR
127900     MOVE ZERO TO DL100-YTD-FIRST-MONTH
128000     MOVE WS-DEC-MONTH TO DL100-YTD-LAST-MONTH
128100     MOVE WS-MASTER-BALANCE TO DL100-YTD-OPEN-BALANCE
128200     MOVE WS-CLOSE-YEAR TO DL100-YTD-CLOSED-YEAR
128300     PERFORM CLEAR-YTD-SLOT THRU CLEAR-YTD-SLOT-EXIT
128400         VARYING WS-TYPE-SUB FROM 1 BY 1
128500         UNTIL WS-TYPE-SUB > 9
128600     REWRITE DL100-YTD-RECORD
128700     IF NOT WS-FS-YTD-OK
128800         MOVE "DL100-YTD-FILE" TO WS-ABEND-FILE-NAME
128900         MOVE WS-FS-YTD TO WS-ABEND-STATUS
129000         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
129100     END-IF
129200     ADD 1 TO WS-CARRIED-COUNT
129300     ADD WS-MASTER-BALANCE TO WS-TOTAL-CARRIED.
129400 CARRY-FORWARD-EXIT.
129500     EXIT.
129600*
129700 CLEAR-YTD-SLOT.
129800     MOVE WS-TYPE-CODE-ENT (WS-TYPE-SUB)
129900         TO DL100-YTD-TYPE-CODE (WS-TYPE-SUB)
130000     MOVE ZERO TO DL100-YTD-TYPE-COUNT (WS-TYPE-SUB)
130100     MOVE ZERO TO DL100-YTD-TYPE-AMOUNT (WS-TYPE-SUB).
130200 CLEAR-YTD-SLOT-EXIT.
130300     EXIT.
130400*
130500******************************************************************
130600* START-MASTER - position on the first account and read it.
130700******************************************************************
130800 START-MASTER.
130900     MOVE "N" TO WS-MASTER-EOF-SWITCH
131000     MOVE ZERO TO DL100-MASTER-ACCT-NO
131100     START DL100-MASTER-FILE
131200         KEY IS NOT LESS THAN DL100-MASTER-ACCT-NO
131300     END-START
131400     IF WS-FS-MASTER-OK
131500         PERFORM READ-NEXT-MASTER THRU READ-NEXT-MASTER-EXIT
131600     ELSE
131700         IF WS-FS-MASTER-NOT-FOUND
131800             OR WS-FS-MASTER-EOF
131900             MOVE "Y" TO WS-MASTER-EOF-SWITCH
132000             MOVE 9999999999 TO WS-MASTER-KEY
132100         ELSE
132200             MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
132300             MOVE WS-FS-MASTER TO WS-ABEND-STATUS
132400             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
132500         END-IF
132600     END-IF.
132700 START-MASTER-EXIT.
132800     EXIT.
132900*
133000******************************************************************
133100* READ-NEXT-MASTER - sequential read along the account key.  A
133200* balance that is not numeric is taken as zero.
133300******************************************************************
133400 READ-NEXT-MASTER.
133500     READ DL100-MASTER-FILE NEXT RECORD
133600         AT END
133700             MOVE "Y" TO WS-MASTER-EOF-SWITCH
133800     END-READ
133900     IF WS-FS-MASTER-OK
134000         MOVE DL100-MASTER-ACCT-NO TO WS-MASTER-KEY
134100         IF DL100-MASTER-BALANCE NUMERIC
134200             MOVE DL100-MASTER-BALANCE TO WS-MASTER-BALANCE
134300         ELSE
134400             MOVE ZERO TO WS-MASTER-BALANCE
134500         END-IF
134600     ELSE
134700         IF WS-FS-MASTER-EOF
134800             MOVE 9999999999 TO WS-MASTER-KEY
134900         ELSE
135000             MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
135100             MOVE WS-FS-MASTER TO WS-ABEND-STATUS
135200             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
135300         END-IF
135400     END-IF.
135500 READ-NEXT-MASTER-EXIT.
135600     EXIT.
135700*
135800******************************************************************
135900* START-YTD - position on the first year-to-date record and
136000* read it.
136100******************************************************************
136200 START-YTD.
136300     MOVE "N" TO WS-YTD-EOF-SWITCH
136400     MOVE ZERO TO DL100-YTD-ACCT-NO
136500     START DL100-YTD-FILE
136600         KEY IS NOT LESS THAN DL100-YTD-ACCT-NO
136700     END-START
136800     IF WS-FS-YTD-OK
136900         PERFORM READ-NEXT-YTD THRU READ-NEXT-YTD-EXIT
137000     ELSE
137100         IF WS-FS-YTD-NOT-FOUND
137200             OR WS-FS-YTD-EOF
137300             MOVE "Y" TO WS-YTD-EOF-SWITCH
137400             MOVE 9999999999 TO WS-YTD-KEY
137500         ELSE
137600             MOVE "DL100-YTD-FILE" TO WS-ABEND-FILE-NAME
137700             MOVE WS-FS-YTD TO WS-ABEND-STATUS
137800             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
137900         END-IF
138000     END-IF.
138100 START-YTD-EXIT.
138200     EXIT.
138300*
138400 READ-NEXT-YTD.
138500     READ DL100-YTD-FILE NEXT RECORD
138600         AT END
138700             MOVE "Y" TO WS-YTD-EOF-SWITCH
138800     END-READ
138900     IF WS-FS-YTD-OK
139000         MOVE DL100-YTD-ACCT-NO TO WS-YTD-KEY
139100     ELSE
139200         IF WS-FS-YTD-EOF
139300             MOVE 9999999999 TO WS-YTD-KEY
139400         ELSE
139500             MOVE "DL100-YTD-FILE" TO WS-ABEND-FILE-NAME
139600             MOVE WS-FS-YTD TO WS-ABEND-STATUS
139700             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
139800         END-IF
139900     END-IF.
140000 READ-NEXT-YTD-EXIT.
140100     EXIT.
140200*
140300******************************************************************
140400* START-MTD - position on the first month-to-date record and
140500* read it.
140600******************************************************************
140700 START-MTD.
140800     MOVE "N" TO WS-MTD-EOF-SWITCH
140900     MOVE ZERO TO DL100-MTD-ACCT-NO
141000     START DL100-MTD-FILE
141100         KEY IS NOT LESS THAN DL100-MTD-ACCT-NO
141200     END-START
141300     IF WS-FS-MTD-OK
141400         PERFORM READ-NEXT-MTD THRU READ-NEXT-MTD-EXIT
141500     ELSE
141600         IF WS-FS-MTD-NOT-FOUND
141700             OR WS-FS-MTD-EOF
141800             MOVE "Y" TO WS-MTD-EOF-SWITCH
141900         ELSE
142000             MOVE "DL100-MTD-FILE" TO WS-ABEND-FILE-NAME
142100             MOVE WS-FS-MTD TO WS-ABEND-STATUS
142200             PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
142300         END-IF
142400     END-IF.
142500 START-MTD-EXIT.
142600     EXIT.
142700*
142800 READ-NEXT-MTD.
142900     READ DL100-MTD-FILE NEXT RECORD
143000         AT END
143100             MOVE "Y" TO WS-MTD-EOF-SWITCH
143200     END-READ
143300     IF NOT WS-FS-MTD-OK
143400         AND NOT WS-FS-MTD-EOF
143500         MOVE "DL100-MTD-FILE" TO WS-ABEND-FILE-NAME
143600         MOVE WS-FS-MTD TO WS-ABEND-STATUS
143700         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
143800     END-IF.
143900 READ-NEXT-MTD-EXIT.
144000     EXIT.
144100*
144200******************************************************************
144300* WRITE-YE-TOTALS - the counts and positions of the close.
144400******************************************************************
144500 WRITE-YE-TOTALS.
144600     MOVE "YEAR CLOSED - TOTALS" TO RTX-TEXT
144700     MOVE SPACES TO RTX-MONTH
144800     MOVE WS-YE-TEXT-LINE TO DL100-YERPT-RECORD
144900     PERFORM WRITE-YERPT-RECORD THRU WRITE-YERPT-RECORD-EXIT
145000     MOVE "SUMMARIES PRINTED" TO RCT-LABEL
145100     MOVE WS-SUMMARY-COUNT TO RCT-COUNT
145200     PERFORM WRITE-YE-COUNT THRU WRITE-YE-COUNT-EXIT
145300     MOVE "  NO ACTIVITY THIS YEAR" TO RCT-LABEL
145400     MOVE WS-NOACT-COUNT TO RCT-COUNT
145500     PERFORM WRITE-YE-COUNT THRU WRITE-YE-COUNT-EXIT
145600     MOVE "  NO ADDRESS" TO RCT-LABEL
145700     MOVE WS-NOADDR-COUNT TO RCT-COUNT
145800     PERFORM WRITE-YE-COUNT THRU WRITE-YE-COUNT-EXIT
145900     MOVE "  DELIVERY HELD" TO RCT-LABEL
146000     MOVE WS-HELD-COUNT TO RCT-COUNT
146100     PERFORM WRITE-YE-COUNT THRU WRITE-YE-COUNT-EXIT
146200     MOVE "CLOSED, NOTHING ON THEM" TO RCT-LABEL
146300     MOVE WS-CLOSED-SKIP-COUNT TO RCT-COUNT
146400     PERFORM WRITE-YE-COUNT THRU WRITE-YE-COUNT-EXIT
146500     MOVE "CARRIED FORWARD" TO RCT-LABEL
146600     MOVE WS-CARRIED-COUNT TO RCT-COUNT
146700     PERFORM WRITE-YE-COUNT THRU WRITE-YE-COUNT-EXIT
146800     MOVE "DROPPED, NOT ON MASTER" TO RCT-LABEL
146900     MOVE WS-DROPPED-COUNT TO RCT-COUNT
147000     PERFORM WRITE-YE-COUNT THRU WRITE-YE-COUNT-EXIT
147100     MOVE "OUT OF STEP WITH MASTER" TO RCT-LABEL
147200     MOVE WS-OUT-OF-STEP-COUNT TO RCT-COUNT
147300     PERFORM WRITE-YE-COUNT THRU WRITE-YE-COUNT-EXIT
147400     MOVE "YEAR NEVER CLOSED" TO RCT-LABEL
147500     MOVE WS-YTD-STALE-COUNT TO RCT-COUNT
147600     PERFORM WRITE-YE-COUNT THRU WRITE-YE-COUNT-EXIT
147700     MOVE "GL RECORDS READ" TO RCT-LABEL
147800     MOVE WS-GL-READ-COUNT TO RCT-COUNT
147900     PERFORM WRITE-YE-COUNT THRU WRITE-YE-COUNT-EXIT
148000     MOVE "  OTHER YEARS" TO RCT-LABEL
148100     MOVE WS-GL-OUTSIDE-COUNT TO RCT-COUNT
148200     PERFORM WRITE-YE-COUNT THRU WRITE-YE-COUNT-EXIT
148300     MOVE "  BEFORE YEAR-TO-DATE" TO RCT-LABEL
148400     MOVE WS-GL-BEFORE-COUNT TO RCT-COUNT
148500     PERFORM WRITE-YE-COUNT THRU WRITE-YE-COUNT-EXIT
148600     MOVE "  SUSPENSE OR UNREADABLE" TO RCT-LABEL
148700     MOVE WS-GL-OTHER-COUNT TO RCT-COUNT
148800     PERFORM WRITE-YE-COUNT THRU WRITE-YE-COUNT-EXIT
148900     MOVE "TOTAL OPENING" TO RAM-LABEL
149000     MOVE WS-TOTAL-OPEN TO RAM-AMOUNT
149100     PERFORM WRITE-YE-AMOUNT THRU WRITE-YE-AMOUNT-EXIT
149200     MOVE "TOTAL CLOSING" TO RAM-LABEL
149300     MOVE WS-TOTAL-CLOSE TO RAM-AMOUNT
149400     PERFORM WRITE-YE-AMOUNT THRU WRITE-YE-AMOUNT-EXIT
149500     MOVE "TOTAL CARRIED FORWARD" TO RAM-LABEL
149600     MOVE WS-TOTAL-CARRIED TO RAM-AMOUNT
149700     PERFORM WRITE-YE-AMOUNT THRU WRITE-YE-AMOUNT-EXIT
149800     DISPLAY "SUMMARIES PRINTED : " WS-SUMMARY-COUNT
149900     DISPLAY "CARRIED FORWARD   : " WS-CARRIED-COUNT
150000     DISPLAY "DROPPED           : " WS-DROPPED-COUNT
150100     DISPLAY "OUT OF STEP       : " WS-OUT-OF-STEP-COUNT
150200     DISPLAY "YEAR NEVER CLOSED : " WS-YTD-STALE-COUNT.
150300 WRITE-YE-TOTALS-EXIT.
150400     EXIT.
150500*
150600 WRITE-YE-COUNT.
150700     MOVE WS-YE-COUNT-LINE TO DL100-YERPT-RECORD
150800     PERFORM WRITE-YERPT-RECORD THRU WRITE-YERPT-RECORD-EXIT.
150900 WRITE-YE-COUNT-EXIT.
151000     EXIT.
151100*
151200 WRITE-YE-AMOUNT.
151300     MOVE WS-YE-AMOUNT-LINE TO DL100-YERPT-RECORD
151400     PERFORM WRITE-YERPT-RECORD THRU WRITE-YERPT-RECORD-EXIT.
151500 WRITE-YE-AMOUNT-EXIT.
151600     EXIT.
151700*
151800******************************************************************
151900* CLOSE-YE-FILES - close everything the run opened.
152000******************************************************************
152100 CLOSE-YE-FILES.
152200     CLOSE DL100-YTD-FILE
152300     IF NOT WS-FS-YTD-OK
152400         MOVE "DL100-YTD-FILE" TO WS-ABEND-FILE-NAME
152500         MOVE WS-FS-YTD TO WS-ABEND-STATUS
152600         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
152700     END-IF
152800     CLOSE DL100-MTD-FILE
152900     IF NOT WS-FS-MTD-OK
153000         MOVE "DL100-MTD-FILE" TO WS-ABEND-FILE-NAME
153100         MOVE WS-FS-MTD TO WS-ABEND-STATUS
153200         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
153300     END-IF
153400     CLOSE DL100-MASTER-FILE
153500     IF NOT WS-FS-MASTER-OK
153600         MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
153700         MOVE WS-FS-MASTER TO WS-ABEND-STATUS
153800         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
153900     END-IF
154000     CLOSE DL100-CUST-FILE
154100     IF NOT WS-FS-CUST-OK
154200         MOVE "DL100-CUST-FILE" TO WS-ABEND-FILE-NAME
154300         MOVE WS-FS-CUST TO WS-ABEND-STATUS
154400         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
154500     END-IF
154600     CLOSE DL100-YESUM-FILE
154700     IF NOT WS-FS-YESUM-OK
154800         MOVE "DL100-YESUM-FILE" TO WS-ABEND-FILE-NAME
154900         MOVE WS-FS-YESUM TO WS-ABEND-STATUS
155000         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
155100     END-IF
155200     CLOSE DL100-YERPT-FILE
155300     IF NOT WS-FS-YERPT-OK
155400         MOVE "DL100-YERPT-FILE" TO WS-ABEND-FILE-NAME
155500         MOVE WS-FS-YERPT TO WS-ABEND-STATUS
155600         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
155700     END-IF.
155800 CLOSE-YE-FILES-EXIT.
155900     EXIT.
156000*
156100 WRITE-YESUM-RECORD.
156200     WRITE DL100-YESUM-RECORD
156300     IF NOT WS-FS-YESUM-OK
156400         MOVE "DL100-YESUM-FILE" TO WS-ABEND-FILE-NAME
156500         MOVE WS-FS-YESUM TO WS-ABEND-STATUS
156600         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
156700     END-IF.
156800 WRITE-YESUM-RECORD-EXIT.
156900     EXIT.
157000*
157100 WRITE-YERPT-RECORD.
157200     WRITE DL100-YERPT-RECORD
157300     IF NOT WS-FS-YERPT-OK
157400         MOVE "DL100-YERPT-FILE" TO WS-ABEND-FILE-NAME
157500         MOVE WS-FS-YERPT TO WS-ABEND-STATUS
157600         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
157700     END-IF.
157800 WRITE-YERPT-RECORD-EXIT.
157900     EXIT.
158000*
158100******************************************************************
158200* ERROR-PARAGRAPH - display the bad file status and take a
158300* controlled abend, same convention as the intake run.
158400******************************************************************
158500 ERROR-PARAGRAPH.
158600     DISPLAY "*** I-O ERROR ON " WS-ABEND-FILE-NAME
158700     DISPLAY "*** FILE STATUS IS " WS-ABEND-STATUS
158800     DISPLAY "*** DL100YE ABENDING WITH RETURN CODE "
158900         WS-ABEND-RETURN-CODE
159000     MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE
159100     STOP RUN.
159200 ERROR-PARAGRAPH-EXIT.
159300     EXIT.
159400 END PROGRAM DL100YE.
