001400*              different month are counted and skipped, not
001500*              printed.  Run this before the first daily run
001600*              of the new month: that run rolls each account's
001700*              record over and the old month is gone.  Each
001710*              month's figures are also rolled into the
001720*              year-to-date file for the year-end close.
001800* Tectonics:   cobc -c DL100ME.cbl -I copybooks
001900*
002000* Modification History
002380*                  actually mail it; held deliveries are
002390*                  flagged, and accounts with no address are
002391*                  counted on the portfolio summary.
002392* 15/10/2026  LM   Eighth type slot for the RV reversal code
002393*                  (see DL100MT).  Its amount is signed, so the
002394*                  reversal line takes its side from the sign -
002395*                  DR for reversed credits, CR for reversed
002396*                  debits - and prints the magnitude.
002397* 15/10/2026  LM   Ninth type slot for the FC finance charge
002398*                  (see DL100MT).  The month's capitalized
002399*                  interest prints on its own FINANCE CHARGE
002401*                  line rather than as a bare type code, and
002402*                  the portfolio summary carries the total.
002403* 15/10/2026  LM   Each statement now sets the account's
002404*                  minimum payment - the greater of a floor and
002405*                  a percentage of the closing balance, plus
002406*                  anything left unpaid at the last due date,
002407*                  never more than the balance - due a number
002408*                  of business days (second SYSIN card) after
002409*                  the statement month on the calendar (CALFL).
002410*                  Both are stored on the master for DL100DQ
002411*                  and printed under the closing position.  An
002412*                  account with no activity in the month gets
002413*                  no statement but still has its minimum due
002414*                  set off its master balance, so an account
002415*                  that goes quiet still ages.
002416* 15/10/2026  LM   Each statement month is rolled into the
002417*                  year-to-date file (YTDFL, layout DL100YT)
002418*                  the year-end close (DL100YE) reads.  A
002419*                  month already rolled is not rolled again.
002420*                  An account whose record is still for a year
002421*                  not yet closed is reported and left alone,
002422*                  and the step ends RC 4.
002451******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. DL100ME.
002700 AUTHOR. LUIGI.
004750         RECORD KEY IS DL100-CUST-ACCT-NO
004760         FILE STATUS IS WS-FS-CUST.
004800*
004805     SELECT DL100-MASTER-FILE ASSIGN TO MASTFL
004810         ORGANIZATION IS INDEXED
004815         ACCESS MODE IS DYNAMIC
004820         RECORD KEY IS DL100-MASTER-ACCT-NO
004825         FILE STATUS IS WS-FS-MASTER.
004830*
004835     SELECT DL100-CAL-FILE ASSIGN TO CALFL
004840         ORGANIZATION IS INDEXED
004845         ACCESS MODE IS DYNAMIC
004850         RECORD KEY IS DL100-CAL-DATE
004855         FILE STATUS IS WS-FS-CAL.
004860*
004861     SELECT DL100-YTD-FILE ASSIGN TO YTDFL
004862         ORGANIZATION IS INDEXED
004863         ACCESS MODE IS DYNAMIC
004864         RECORD KEY IS DL100-YTD-ACCT-NO
004865         FILE STATUS IS WS-FS-YTD.
004866*
004900 DATA DIVISION.
005000 FILE SECTION.
005100*
006140     LABEL RECORDS ARE STANDARD.
006150     COPY DL100CU.
006160*
006161 FD  DL100-MASTER-FILE
006162     RECORDING MODE IS F
006163     LABEL RECORDS ARE STANDARD.
006164     COPY DL100MS.
006165*
006166 FD  DL100-CAL-FILE
006167     RECORDING MODE IS F
006168     LABEL RECORDS ARE STANDARD.
006169     COPY DL100CA.
006170*
006171 FD  DL100-YTD-FILE
006172     RECORDING MODE IS F
006173     LABEL RECORDS ARE STANDARD.
006174     COPY DL100YT.
006175*
006200 WORKING-STORAGE SECTION.
006300*
006400*    statement and portfolio counters
007300 77  WS-PORT-DEBITS                    PIC S9(13)V99 VALUE ZERO.
007400 77  WS-PORT-CREDITS                   PIC S9(13)V99 VALUE ZERO.
007500 77  WS-PORT-CLOSE                     PIC S9(13)V99 VALUE ZERO.
007510 77  WS-PORT-FIN-CHARGES               PIC S9(13)V99 VALUE ZERO.
007512 77  WS-PORT-MIN-DUE                   PIC 9(13)V99 VALUE ZERO.
007514 77  WS-DUE-SET-COUNT                  PIC 9(07) COMP VALUE ZERO.
007516 77  WS-NOSTMT-DUE-COUNT               PIC 9(07) COMP VALUE ZERO.
007518 77  WS-NOMAST-COUNT                   PIC 9(07) COMP VALUE ZERO.
007520 77  WS-DUE-OVER-COUNT                 PIC 9(07) COMP VALUE ZERO.
007522 77  WS-DUE-DAYS                       PIC 9(02) VALUE ZERO.
007524 77  WS-DUE-DAYS-MAX                   PIC 9(02) VALUE 15.
007526 77  WS-DAYS-COUNTED                   PIC 9(02) COMP VALUE ZERO.
007528 77  WS-DUE-DATE                       PIC 9(08) VALUE ZERO.
007530 77  WS-DUE-BASE                       PIC S9(11)V99 VALUE ZERO.
007532 77  WS-WORK-MIN-DUE                   PIC 9(11)V99 VALUE ZERO.
007534 77  WS-MIN-DUE-MAX                    PIC 9(07)V99
007536                                       VALUE 9999999.99.
007538*
007540*    minimum payment terms - the greater of the floor and the
007542*    percentage of the closing balance, plus any arrears
007544 77  WS-MIN-DUE-PCT                    PIC V9(04) VALUE .0300.
007546 77  WS-MIN-DUE-FLOOR                  PIC 9(05)V99 VALUE 25.00.
007547*
007548*    year-to-date roll
007549 77  WS-STMT-YEAR                      PIC 9(04) VALUE ZERO.
007550 77  WS-YTD-ROLLED-COUNT               PIC 9(07) COMP VALUE ZERO.
007551 77  WS-YTD-DONE-COUNT                 PIC 9(07) COMP VALUE ZERO.
007552 77  WS-YTD-OPEN-COUNT                 PIC 9(07) COMP VALUE ZERO.
007600*
007700 01  WS-FILE-STATUS-FIELDS.
007800     05  WS-FS-MTD                     PIC X(02) VALUE "00".
008310     05  WS-FS-CUST                     PIC X(02) VALUE "00".
008320         88  WS-FS-CUST-OK             VALUE "00".
008330         88  WS-FS-CUST-NOT-FOUND      VALUE "23".
008340     05  WS-FS-MASTER                   PIC X(02) VALUE "00".
008350         88  WS-FS-MASTER-OK           VALUE "00".
008360         88  WS-FS-MASTER-NOT-FOUND    VALUE "23".
008370     05  WS-FS-CAL                      PIC X(02) VALUE "00".
008380         88  WS-FS-CAL-OK              VALUE "00".
008390         88  WS-FS-CAL-EOF             VALUE "10".
008391     05  WS-FS-YTD                      PIC X(02) VALUE "00".
008392         88  WS-FS-YTD-OK              VALUE "00".
008393         88  WS-FS-YTD-NOT-FOUND       VALUE "23".
008400*
008500 01  WS-SWITCHES.
008600     05  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
008700         88  WS-EOF                    VALUE "Y".
008710     05  WS-CAL-DONE-SWITCH            PIC X(01) VALUE "N".
008720         88  WS-CAL-DONE               VALUE "Y".
008730     05  WS-DUE-SET-SWITCH             PIC X(01) VALUE "N".
008740         88  WS-DUE-WAS-SET            VALUE "Y".
008800*
008900 01  WS-ABEND-FIELDS.
009000     05  WS-ABEND-FILE-NAME            PIC X(20).
012100         10  FILLER                     PIC X(04) VALUE SPACES.
012200         10  STY-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99-.
012300         10  FILLER                     PIC X(84) VALUE SPACES.
012310     05  WS-STMT-FC-LINE.
012320         10  FILLER                     PIC X(11) VALUE SPACES.
012330         10  FILLER                     PIC X(17)
012340             VALUE "FINANCE CHARGE   ".
012350         10  SFC-SIDE                   PIC X(02).
012360         10  FILLER                     PIC X(04) VALUE SPACES.
012370         10  SFC-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99-.
012380         10  FILLER                     PIC X(83) VALUE SPACES.
012400     05  WS-STMT-CLOSE-LINE.
012500         10  FILLER                     PIC X(20)
012600             VALUE "         CLOSING    ".
012700         10  SCL-CLOSE-BALANCE          PIC ZZZ,ZZZ,ZZ9.99-.
012800         10  FILLER                     PIC X(97) VALUE SPACES.
012810     05  WS-STMT-DUE-LINE.
012820         10  FILLER                     PIC X(20)
012830             VALUE "         MIN DUE    ".
012840         10  SDU-MIN-DUE                PIC ZZZ,ZZZ,ZZ9.99.
012850         10  FILLER                     PIC X(09)
012860             VALUE "  DUE BY ".
012870         10  SDU-DUE-DATE               PIC 9(08).
012880         10  FILLER                     PIC X(81) VALUE SPACES.
012881     05  WS-STMT-PAST-DUE-LINE.
012882         10  FILLER                     PIC X(20)
012883             VALUE "         PAST DUE   ".
012884         10  SPD-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.
012885         10  FILLER                     PIC X(22)
012886             VALUE "  INCLUDED IN MIN DUE ".
012887         10  FILLER                     PIC X(76) VALUE SPACES.
012900     05  WS-STMT-BLANK-LINE             PIC X(132) VALUE SPACES.
013000     05  WS-PORT-LINE.
013100         10  FILLER                     PIC X(10).
015100         MOVE 12 TO RETURN-CODE
015200         STOP RUN
015300     END-IF
015301     DIVIDE WS-STMT-MONTH BY 100 GIVING WS-STMT-YEAR
015310     DISPLAY "ENTER BUSINESS DAYS TO DUE DATE (01-15): "
015320     ACCEPT WS-DUE-DAYS
015330     IF WS-DUE-DAYS NOT NUMERIC
015340         OR WS-DUE-DAYS = ZERO
015350         OR WS-DUE-DAYS > WS-DUE-DAYS-MAX
015360         DISPLAY "*** DAYS TO DUE DATE MUST BE 01-15 ***"
015370         MOVE 12 TO RETURN-CODE
015380         STOP RUN
015390     END-IF
015391     PERFORM COMPUTE-DUE-DATE THRU COMPUTE-DUE-DATE-EXIT
015400     OPEN INPUT DL100-MTD-FILE
015500     IF NOT WS-FS-MTD-OK
015600         MOVE "DL100-MTD-FILE" TO WS-ABEND-FILE-NAME
016610     IF NOT WS-FS-CUST-OK
016620         MOVE "DL100-CUST-FILE" TO WS-ABEND-FILE-NAME
016630         MOVE WS-FS-CUST TO WS-ABEND-STATUS
016631         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
016632     END-IF
016633     OPEN I-O DL100-MASTER-FILE
016634     IF NOT WS-FS-MASTER-OK
016635         MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
016636         MOVE WS-FS-MASTER TO WS-ABEND-STATUS
016640         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
016650     END-IF
016651     OPEN I-O DL100-YTD-FILE
016652     IF NOT WS-FS-YTD-OK
016653         MOVE "DL100-YTD-FILE" TO WS-ABEND-FILE-NAME
016654         MOVE WS-FS-YTD TO WS-ABEND-STATUS
016655         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
016656     END-IF
016660     PERFORM WRITE-STMT-HEADINGS
016700         THRU WRITE-STMT-HEADINGS-EXIT
016800     MOVE ZERO TO DL100-MTD-ACCT-NO
019600         MOVE WS-FS-STMT TO WS-ABEND-STATUS
019700         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
019800     END-IF
019801     CLOSE DL100-YTD-FILE
019802     IF NOT WS-FS-YTD-OK
019803         MOVE "DL100-YTD-FILE" TO WS-ABEND-FILE-NAME
019804         MOVE WS-FS-YTD TO WS-ABEND-STATUS
019805         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
019806     END-IF
019810     CLOSE DL100-CUST-FILE
019820     IF NOT WS-FS-CUST-OK
019830         MOVE "DL100-CUST-FILE" TO WS-ABEND-FILE-NAME
019840         MOVE WS-FS-CUST TO WS-ABEND-STATUS
019850         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
019860     END-IF
019861     CLOSE DL100-MASTER-FILE
019862     IF NOT WS-FS-MASTER-OK
019863         MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
019864         MOVE WS-FS-MASTER TO WS-ABEND-STATUS
019865         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
019866     END-IF
019867     IF WS-DUE-OVER-COUNT > ZERO
019868         DISPLAY "*** " WS-DUE-OVER-COUNT " ACCOUNT(S)"
019869             " MINIMUM DUE NOT SET - RETURN CODE 4 ***"
019870         MOVE 4 TO RETURN-CODE
019871     END-IF
019872     IF WS-YTD-OPEN-COUNT > ZERO
019873         DISPLAY "*** " WS-YTD-OPEN-COUNT " ACCOUNT(S)"
019874             " YEAR NOT CLOSED - RETURN CODE 4 ***"
019875         MOVE 4 TO RETURN-CODE
019876     END-IF
019900     GOBACK.
019901*
019902******************************************************************
019903* COMPUTE-DUE-DATE - the due date for every statement in the
019904* run: the given number of business days after the end of the
019905* statement month, counted off the calendar.  A calendar not
019906* loaded that far is a control failure.
019907******************************************************************
019908 COMPUTE-DUE-DATE.
019909     OPEN INPUT DL100-CAL-FILE
019910     IF NOT WS-FS-CAL-OK
019911         MOVE "DL100-CAL-FILE" TO WS-ABEND-FILE-NAME
019912         MOVE WS-FS-CAL TO WS-ABEND-STATUS
019913         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
019914     END-IF
019915     COMPUTE DL100-CAL-DATE = WS-STMT-MONTH * 100 + 31
019916     START DL100-CAL-FILE
019917         KEY IS GREATER THAN DL100-CAL-DATE
019918     END-START
019919     IF NOT WS-FS-CAL-OK
019920         MOVE "Y" TO WS-CAL-DONE-SWITCH
019921         PERFORM CALENDAR-SHORT THRU CALENDAR-SHORT-EXIT
019922     END-IF
019923     PERFORM COUNT-DUE-DAY THRU COUNT-DUE-DAY-EXIT
019924         UNTIL WS-CAL-DONE
019925     CLOSE DL100-CAL-FILE
019926     IF NOT WS-FS-CAL-OK
019927         MOVE "DL100-CAL-FILE" TO WS-ABEND-FILE-NAME
019928         MOVE WS-FS-CAL TO WS-ABEND-STATUS
019929         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
019930     END-IF.
019931 COMPUTE-DUE-DATE-EXIT.
019932     EXIT.
019933*
019934 COUNT-DUE-DAY.
019935     READ DL100-CAL-FILE NEXT RECORD
019936         AT END
019937             MOVE "Y" TO WS-CAL-DONE-SWITCH
019938             PERFORM CALENDAR-SHORT THRU CALENDAR-SHORT-EXIT
019939     END-READ
019940     IF NOT WS-FS-CAL-OK
019941         MOVE "DL100-CAL-FILE" TO WS-ABEND-FILE-NAME
019942         MOVE WS-FS-CAL TO WS-ABEND-STATUS
019943         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
019944     END-IF
019945     IF DL100-CAL-BUSINESS-DAY
019946         ADD 1 TO WS-DAYS-COUNTED
019947         IF WS-DAYS-COUNTED >= WS-DUE-DAYS
019948             MOVE DL100-CAL-DATE TO WS-DUE-DATE
019949             MOVE "Y" TO WS-CAL-DONE-SWITCH
019950         END-IF
019951     END-IF.
019952 COUNT-DUE-DAY-EXIT.
019953     EXIT.
019954*
019955 CALENDAR-SHORT.
019956     DISPLAY "*** CALENDAR NOT LOADED PAST STATEMENT MONTH "
019957         WS-STMT-MONTH " ***"
019958     MOVE "DL100-CAL-FILE" TO WS-ABEND-FILE-NAME
019959     MOVE "CT" TO WS-ABEND-STATUS
019960     PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT.
019961 CALENDAR-SHORT-EXIT.
019962     EXIT.
020000*
020100******************************************************************
020200* READ-NEXT-MTD - sequential read along the account key.
022400 PRINT-ACCOUNT-STATEMENT.
022500     IF DL100-MTD-MONTH NOT = WS-STMT-MONTH
022600         ADD 1 TO WS-SKIPPED-COUNT
022610         IF DL100-MTD-MONTH < WS-STMT-MONTH
022620             MOVE DL100-MTD-ACCT-NO TO DL100-MASTER-ACCT-NO
022630             PERFORM SET-MINIMUM-DUE
022640                 THRU SET-MINIMUM-DUE-EXIT
022650             IF WS-DUE-WAS-SET
022660                 ADD 1 TO WS-NOSTMT-DUE-COUNT
022670             END-IF
022680         END-IF
022700     ELSE
022800         ADD 1 TO WS-ACCOUNT-COUNT
022810         PERFORM PRINT-MAILING-BLOCK
023600         PERFORM PRINT-TYPE-SUMMARY
023700             THRU PRINT-TYPE-SUMMARY-EXIT
023800             VARYING WS-TYPE-SUB FROM 1 BY 1
023900             UNTIL WS-TYPE-SUB > 9
024000         COMPUTE WS-ACCT-CLOSE = DL100-MTD-OPEN-BALANCE
024100             + WS-ACCT-DEBITS - WS-ACCT-CREDITS
024200         MOVE WS-ACCT-CLOSE TO SCL-CLOSE-BALANCE
024300         MOVE WS-STMT-CLOSE-LINE TO DL100-STMT-RECORD
024400         PERFORM WRITE-STMT-RECORD
024500             THRU WRITE-STMT-RECORD-EXIT
024510         MOVE DL100-MTD-ACCT-NO TO DL100-MASTER-ACCT-NO
024520         PERFORM SET-MINIMUM-DUE
024530             THRU SET-MINIMUM-DUE-EXIT
024540         IF WS-DUE-WAS-SET
024550             PERFORM PRINT-MINIMUM-DUE
024560                 THRU PRINT-MINIMUM-DUE-EXIT
024570         END-IF
024571         PERFORM ROLL-YEAR-TO-DATE
024572             THRU ROLL-YEAR-TO-DATE-EXIT
024600         MOVE WS-STMT-BLANK-LINE TO DL100-STMT-RECORD
024700         PERFORM WRITE-STMT-RECORD
024800             THRU WRITE-STMT-RECORD-EXIT
025300     END-IF
025400     PERFORM READ-NEXT-MTD THRU READ-NEXT-MTD-EXIT.
025500 PRINT-ACCOUNT-STATEMENT-EXIT.
025501     EXIT.
025502*
025503******************************************************************
025504* SET-MINIMUM-DUE - the minimum payment for the account whose
025505* number is in the master key: the percentage of the closing
025506* position (the statement's, or the master balance when the
025507* month saw no activity), never less than the floor, plus the
025508* amount left unpaid at the last due date, capped at the
025509* balance itself.  A credit or zero balance owes nothing.  The
025510* minimum and the run's due date are stored on the master and
025511* the due date marked not yet checked.  An account missing
025512* from the master is counted and left alone; a minimum too big
025513* for the field is reported and the old one kept.
025514******************************************************************
025515 SET-MINIMUM-DUE.
025516     MOVE "N" TO WS-DUE-SET-SWITCH
025517     READ DL100-MASTER-FILE KEY IS DL100-MASTER-ACCT-NO
025518     IF NOT WS-FS-MASTER-OK
025519         IF WS-FS-MASTER-NOT-FOUND
025520             ADD 1 TO WS-NOMAST-COUNT
025521             GO TO SET-MINIMUM-DUE-EXIT
025522         END-IF
025523         MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
025524         MOVE WS-FS-MASTER TO WS-ABEND-STATUS
025525         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
025526     END-IF
025527     IF DL100-MTD-MONTH = WS-STMT-MONTH
025528         MOVE WS-ACCT-CLOSE TO WS-DUE-BASE
025529     ELSE
025530         IF DL100-MASTER-BALANCE NUMERIC
025531             MOVE DL100-MASTER-BALANCE TO WS-DUE-BASE
025532         ELSE
025533             MOVE ZERO TO WS-DUE-BASE
025534         END-IF
025535     END-IF
025536     IF DL100-MASTER-PAST-DUE-AMT NOT NUMERIC
025537         MOVE ZERO TO DL100-MASTER-PAST-DUE-AMT
025538     END-IF
025539     IF DL100-MASTER-DPD-BUCKET NOT NUMERIC
025540         MOVE ZERO TO DL100-MASTER-DPD-BUCKET
025541         MOVE ZERO TO DL100-MASTER-PREV-BUCKET
025542         MOVE ZERO TO DL100-MASTER-BUCKET-DATE
025543     END-IF
025544     MOVE ZERO TO WS-WORK-MIN-DUE
025545     IF WS-DUE-BASE > ZERO
025546         COMPUTE WS-WORK-MIN-DUE ROUNDED =
025547             WS-DUE-BASE * WS-MIN-DUE-PCT
025548         IF WS-WORK-MIN-DUE < WS-MIN-DUE-FLOOR
025549             MOVE WS-MIN-DUE-FLOOR TO WS-WORK-MIN-DUE
025550         END-IF
025551         ADD DL100-MASTER-PAST-DUE-AMT TO WS-WORK-MIN-DUE
025552         IF WS-WORK-MIN-DUE > WS-DUE-BASE
025553             MOVE WS-DUE-BASE TO WS-WORK-MIN-DUE
025554         END-IF
025555     END-IF
025556     IF WS-WORK-MIN-DUE > WS-MIN-DUE-MAX
025557         ADD 1 TO WS-DUE-OVER-COUNT
025558         DISPLAY "*** MINIMUM DUE TOO LARGE - ACCOUNT "
025559             DL100-MASTER-ACCT-NO " NOT SET ***"
025560         GO TO SET-MINIMUM-DUE-EXIT
025561     END-IF
025562     MOVE WS-WORK-MIN-DUE TO DL100-MASTER-MIN-DUE
025563     MOVE WS-DUE-DATE TO DL100-MASTER-DUE-DATE
025564     MOVE "N" TO DL100-MASTER-DUE-CHECKED
025565     REWRITE DL100-MASTER-RECORD
025566     IF NOT WS-FS-MASTER-OK
025567         MOVE "DL100-MASTER-FILE" TO WS-ABEND-FILE-NAME
025568         MOVE WS-FS-MASTER TO WS-ABEND-STATUS
025569         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
025570     END-IF
025571     MOVE "Y" TO WS-DUE-SET-SWITCH
025572     ADD 1 TO WS-DUE-SET-COUNT
025573     ADD WS-WORK-MIN-DUE TO WS-PORT-MIN-DUE.
025574 SET-MINIMUM-DUE-EXIT.
025575     EXIT.
025576*
025577******************************************************************
025578* PRINT-MINIMUM-DUE - the minimum payment and due date under
025579* the closing position, with the arrears it includes if any.
025580******************************************************************
025581 PRINT-MINIMUM-DUE.
025582     MOVE DL100-MASTER-MIN-DUE TO SDU-MIN-DUE
025583     MOVE DL100-MASTER-DUE-DATE TO SDU-DUE-DATE
025584     MOVE WS-STMT-DUE-LINE TO DL100-STMT-RECORD
025585     PERFORM WRITE-STMT-RECORD THRU WRITE-STMT-RECORD-EXIT
025586     IF DL100-MASTER-PAST-DUE-AMT > ZERO
025587         AND DL100-MASTER-MIN-DUE > ZERO
025588         MOVE DL100-MASTER-PAST-DUE-AMT TO SPD-AMOUNT
025589         MOVE WS-STMT-PAST-DUE-LINE TO DL100-STMT-RECORD
025590         PERFORM WRITE-STMT-RECORD THRU WRITE-STMT-RECORD-EXIT
025591     END-IF.
025592 PRINT-MINIMUM-DUE-EXIT.
025600     EXIT.
025610*
025620******************************************************************
025900* PRINT-TYPE-SUMMARY - one statement line for the type slot
026000* WS-TYPE-SUB points at, skipped when the month saw no
026100* activity of that type.  Debits raise the closing position,
026200* credits reduce it, closures and reopens move no money, and
026210* the reversal slot's signed net goes to whichever side its
026220* sign says.  The finance charge is a debit printed on its own
026230* FINANCE CHARGE line.
026300******************************************************************
026400 PRINT-TYPE-SUMMARY.
026500     IF DL100-MTD-TYPE-COUNT (WS-TYPE-SUB) = ZERO
027700         WHEN "CL"
027750         WHEN "RO"
027800             MOVE "--" TO STY-SIDE
027810         WHEN "RV"
027820             IF DL100-MTD-TYPE-AMOUNT (WS-TYPE-SUB) < ZERO
027830                 MOVE "CR" TO STY-SIDE
027840                 SUBTRACT DL100-MTD-TYPE-AMOUNT (WS-TYPE-SUB)
027850                     FROM WS-ACCT-CREDITS
027860                 COMPUTE STY-AMOUNT =
027870                     ZERO - DL100-MTD-TYPE-AMOUNT (WS-TYPE-SUB)
027880             ELSE
027890                 MOVE "DR" TO STY-SIDE
027891                 ADD DL100-MTD-TYPE-AMOUNT (WS-TYPE-SUB)
027892                     TO WS-ACCT-DEBITS
027893             END-IF
027894         WHEN "FC"
027895             ADD DL100-MTD-TYPE-AMOUNT (WS-TYPE-SUB)
027896                 TO WS-ACCT-DEBITS
027897             ADD DL100-MTD-TYPE-AMOUNT (WS-TYPE-SUB)
027898                 TO WS-PORT-FIN-CHARGES
027899             MOVE "DR" TO SFC-SIDE
027900             MOVE DL100-MTD-TYPE-AMOUNT (WS-TYPE-SUB)
027901                 TO SFC-AMOUNT
027902             MOVE WS-STMT-FC-LINE TO DL100-STMT-RECORD
027903             PERFORM WRITE-STMT-RECORD
027904                 THRU WRITE-STMT-RECORD-EXIT
027905             GO TO PRINT-TYPE-SUMMARY-EXIT
027906         WHEN OTHER
028000             MOVE "DR" TO STY-SIDE
028100             ADD DL100-MTD-TYPE-AMOUNT (WS-TYPE-SUB)
028200                 TO WS-ACCT-DEBITS
031520     MOVE WS-NOADDR-COUNT TO SPC-COUNT
031530     MOVE WS-PORT-COUNT-LINE TO DL100-STMT-RECORD
031540     PERFORM WRITE-STMT-RECORD THRU WRITE-STMT-RECORD-EXIT
031541     MOVE "MIN DUE SET     " TO SPC-LABEL
031542     MOVE WS-DUE-SET-COUNT TO SPC-COUNT
031543     MOVE WS-PORT-COUNT-LINE TO DL100-STMT-RECORD
031544     PERFORM WRITE-STMT-RECORD THRU WRITE-STMT-RECORD-EXIT
031545     MOVE "  NO STATEMENT  " TO SPC-LABEL
031546     MOVE WS-NOSTMT-DUE-COUNT TO SPC-COUNT
031547     MOVE WS-PORT-COUNT-LINE TO DL100-STMT-RECORD
031548     PERFORM WRITE-STMT-RECORD THRU WRITE-STMT-RECORD-EXIT
031549     MOVE "NOT ON MASTER   " TO SPC-LABEL
031550     MOVE WS-NOMAST-COUNT TO SPC-COUNT
031551     MOVE WS-PORT-COUNT-LINE TO DL100-STMT-RECORD
031552     PERFORM WRITE-STMT-RECORD THRU WRITE-STMT-RECORD-EXIT
031553     MOVE "MIN DUE NOT SET " TO SPC-LABEL
031554     MOVE WS-DUE-OVER-COUNT TO SPC-COUNT
031555     MOVE WS-PORT-COUNT-LINE TO DL100-STMT-RECORD
031556     PERFORM WRITE-STMT-RECORD THRU WRITE-STMT-RECORD-EXIT
031557     MOVE "YTD ROLLED      " TO SPC-LABEL
031558     MOVE WS-YTD-ROLLED-COUNT TO SPC-COUNT
031559     MOVE WS-PORT-COUNT-LINE TO DL100-STMT-RECORD
031560     PERFORM WRITE-STMT-RECORD THRU WRITE-STMT-RECORD-EXIT
031561     MOVE "  ALREADY ROLLED" TO SPC-LABEL
031562     MOVE WS-YTD-DONE-COUNT TO SPC-COUNT
031563     MOVE WS-PORT-COUNT-LINE TO DL100-STMT-RECORD
031564     PERFORM WRITE-STMT-RECORD THRU WRITE-STMT-RECORD-EXIT
031565     MOVE "  YEAR UNCLOSED " TO SPC-LABEL
031566     MOVE WS-YTD-OPEN-COUNT TO SPC-COUNT
031567     MOVE WS-PORT-COUNT-LINE TO DL100-STMT-RECORD
031568     PERFORM WRITE-STMT-RECORD THRU WRITE-STMT-RECORD-EXIT
031600     MOVE "TOTAL OPENING   " TO SPT-LABEL
031700     MOVE WS-PORT-OPEN TO SPT-AMOUNT
031800     MOVE WS-PORT-LINE TO DL100-STMT-RECORD
032500     MOVE WS-PORT-CREDITS TO SPT-AMOUNT
032600     MOVE WS-PORT-LINE TO DL100-STMT-RECORD
032700     PERFORM WRITE-STMT-RECORD THRU WRITE-STMT-RECORD-EXIT
032710     MOVE "TOTAL FIN CHARGE" TO SPT-LABEL
032720     MOVE WS-PORT-FIN-CHARGES TO SPT-AMOUNT
032730     MOVE WS-PORT-LINE TO DL100-STMT-RECORD
032740     PERFORM WRITE-STMT-RECORD THRU WRITE-STMT-RECORD-EXIT
032741     MOVE "TOTAL MIN DUE   " TO SPT-LABEL
032742     MOVE WS-PORT-MIN-DUE TO SPT-AMOUNT
032743     MOVE WS-PORT-LINE TO DL100-STMT-RECORD
032744     PERFORM WRITE-STMT-RECORD THRU WRITE-STMT-RECORD-EXIT
032800     MOVE "TOTAL CLOSING   " TO SPT-LABEL
032900     MOVE WS-PORT-CLOSE TO SPT-AMOUNT
033000     MOVE WS-PORT-LINE TO DL100-STMT-RECORD
033100     PERFORM WRITE-STMT-RECORD THRU WRITE-STMT-RECORD-EXIT
033200     DISPLAY "STATEMENTS PRINTED: " WS-ACCOUNT-COUNT
033300     DISPLAY "OTHER MONTHS      : " WS-SKIPPED-COUNT
033310     DISPLAY "NO ADDRESS        : " WS-NOADDR-COUNT
033320     DISPLAY "MINIMUM DUE SET   : " WS-DUE-SET-COUNT
033325     DISPLAY "YTD ROLLED        : " WS-YTD-ROLLED-COUNT
033330     DISPLAY "DUE DATE          : " WS-DUE-DATE.
033400 WRITE-PORTFOLIO-SUMMARY-EXIT.
033500     EXIT.
033600*
034700     END-IF.
034800 WRITE-STMT-RECORD-EXIT.
034900     EXIT.
034901*
034902******************************************************************
034903* ROLL-YEAR-TO-DATE - add the statement month's figures into the
034904* account's year-to-date record, opening one for the year off
034905* the month's opening balance if it has none.  A month already
034906* rolled is left alone, so a re-run adds nothing.  A record
034907* still for an earlier year means the year-end close (DL100YE)
034908* has not been run for it; it is reported and left alone.
034909******************************************************************
034910 ROLL-YEAR-TO-DATE.
034911     MOVE DL100-MTD-ACCT-NO TO DL100-YTD-ACCT-NO
034912     READ DL100-YTD-FILE KEY IS DL100-YTD-ACCT-NO
034913     IF NOT WS-FS-YTD-OK
034914         IF WS-FS-YTD-NOT-FOUND
034915             PERFORM OPEN-YEAR-TO-DATE
034916                 THRU OPEN-YEAR-TO-DATE-EXIT
034917             GO TO ROLL-YEAR-TO-DATE-EXIT
034918         END-IF
034919         MOVE "DL100-YTD-FILE" TO WS-ABEND-FILE-NAME
034920         MOVE WS-FS-YTD TO WS-ABEND-STATUS
034921         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
034922     END-IF
034923     IF DL100-YTD-LAST-MONTH NOT < WS-STMT-MONTH
034924         ADD 1 TO WS-YTD-DONE-COUNT
034925         GO TO ROLL-YEAR-TO-DATE-EXIT
034926     END-IF
034927     IF DL100-YTD-YEAR < WS-STMT-YEAR
034928         ADD 1 TO WS-YTD-OPEN-COUNT
034929         DISPLAY "*** YEAR " DL100-YTD-YEAR " NOT CLOSED - "
034930             "ACCOUNT " DL100-YTD-ACCT-NO " NOT ROLLED ***"
034931         GO TO ROLL-YEAR-TO-DATE-EXIT
034932     END-IF
034933     IF DL100-YTD-FIRST-MONTH = ZERO
034934         MOVE WS-STMT-MONTH TO DL100-YTD-FIRST-MONTH
034935     END-IF
034936     PERFORM ADD-YTD-SLOT THRU ADD-YTD-SLOT-EXIT
034937         VARYING WS-TYPE-SUB FROM 1 BY 1
034938         UNTIL WS-TYPE-SUB > 9
034939     MOVE WS-STMT-MONTH TO DL100-YTD-LAST-MONTH
034940     REWRITE DL100-YTD-RECORD
034941     IF NOT WS-FS-YTD-OK
034942         MOVE "DL100-YTD-FILE" TO WS-ABEND-FILE-NAME
034943         MOVE WS-FS-YTD TO WS-ABEND-STATUS
034944         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
034945     END-IF
034946     ADD 1 TO WS-YTD-ROLLED-COUNT.
034947 ROLL-YEAR-TO-DATE-EXIT.
034948     EXIT.
034949*
034950 ADD-YTD-SLOT.
034951     ADD DL100-MTD-TYPE-COUNT (WS-TYPE-SUB)
034952         TO DL100-YTD-TYPE-COUNT (WS-TYPE-SUB)
034953     ADD DL100-MTD-TYPE-AMOUNT (WS-TYPE-SUB)
034954         TO DL100-YTD-TYPE-AMOUNT (WS-TYPE-SUB).
034955 ADD-YTD-SLOT-EXIT.
034956     EXIT.
034957*
034958******************************************************************
034959* OPEN-YEAR-TO-DATE - the account's first month of the year on
034960* file: a new record opening at the month's opening balance and
034961* holding just this month's figures.
034962******************************************************************
034963 OPEN-YEAR-TO-DATE.
034964     MOVE SPACES TO DL100-YTD-RECORD
034965     MOVE DL100-MTD-ACCT-NO TO DL100-YTD-ACCT-NO
034966     MOVE WS-STMT-YEAR TO DL100-YTD-YEAR
034967     MOVE WS-STMT-MONTH TO DL100-YTD-FIRST-MONTH
034968     MOVE WS-STMT-MONTH TO DL100-YTD-LAST-MONTH
034969     MOVE DL100-MTD-OPEN-BALANCE TO DL100-YTD-OPEN-BALANCE
034970     MOVE ZERO TO DL100-YTD-CLOSED-YEAR
034971     PERFORM SET-YTD-SLOT THRU SET-YTD-SLOT-EXIT
034972         VARYING WS-TYPE-SUB FROM 1 BY 1
034973         UNTIL WS-TYPE-SUB > 9
034974     WRITE DL100-YTD-RECORD
034975     IF NOT WS-FS-YTD-OK
034976         MOVE "DL100-YTD-FILE" TO WS-ABEND-FILE-NAME
034977         MOVE WS-FS-YTD TO WS-ABEND-STATUS
034978         PERFORM ERROR-PARAGRAPH THRU ERROR-PARAGRAPH-EXIT
034979     END-IF
034980     ADD 1 TO WS-YTD-ROLLED-COUNT.
034981 OPEN-YEAR-TO-DATE-EXIT.
034982     EXIT.
034983*
034984 SET-YTD-SLOT.
034985     MOVE DL100-MTD-TYPE-CODE (WS-TYPE-SUB)
034986         TO DL100-YTD-TYPE-CODE (WS-TYPE-SUB)
034987     MOVE DL100-MTD-TYPE-COUNT (WS-TYPE-SUB)
034988         TO DL100-YTD-TYPE-COUNT (WS-TYPE-SUB)
034989     MOVE DL100-MTD-TYPE-AMOUNT (WS-TYPE-SUB)
034990         TO DL100-YTD-TYPE-AMOUNT (WS-TYPE-SUB).
034991 SET-YTD-SLOT-EXIT.
034992     EXIT.
035000*
035100******************************************************************
035200* ERROR-PARAGRAPH - display the bad file status and take a
