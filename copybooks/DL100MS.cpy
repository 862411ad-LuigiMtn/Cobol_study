002130*                  screens, enforced by the intake's over-limit
002140*                  edit.  Spaces or zero mean no limit is set
002150*                  and the account posts unchecked, as before.
002160* 15/10/2026  LM   Interest accrual fields for the DL100IA
002170*                  nightly accrual and the DL100IC month-end
002180*                  capitalization: the interest accrued and
002182*                  not yet charged, the last business date
002184*                  accrued (so a re-run of the same night
002186*                  accrues nothing twice), the last month
002187*                  capitalized and the charge raised for it
002188*                  (so a re-run of the month-end run raises
002189*                  the same charge again, never a second one).
002190*                  The filler was too small for them, so the
002192*                  record grows from 81 to 150 bytes with the
002194*                  spare kept as filler for what comes next.
002196*                  Unload, redefine and reload the master
002197*                  before the first run with this change;
002198*                  reloaded records carry spaces in the new
002199*                  fields, which every reader takes as zero.
002201* 15/10/2026  LM   Minimum-payment and delinquency fields,
002202*                  carved out of the filler: the minimum due
002203*                  and due date DL100ME sets off each month's
002204*                  statement, the amount left unpaid at the
002205*                  last due date, whether that due date has
002206*                  been checked yet, and the days-past-due
002207*                  bucket DL100DQ keeps (with the bucket it
002208*                  came from and the business date it moved).
002209*                  Spaces on records written before this
002210*                  change read as nothing due and current.
002255******************************************************************
002300 01  DL100-MASTER-RECORD.
002400     05  DL100-MASTER-ACCT-NO         PIC 9(09).
002500     05  DL100-MASTER-NAME            PIC X(30).
003000     05  DL100-MASTER-BALANCE         PIC S9(09)V99.
003100     05  DL100-MASTER-LAST-ACT-DATE   PIC 9(08).
003150     05  DL100-MASTER-CREDIT-LIMIT    PIC 9(09)V99.
003160     05  DL100-MASTER-ACCR-INT        PIC 9(07)V99.
003170     05  DL100-MASTER-ACCR-DATE       PIC 9(08).
003180     05  DL100-MASTER-ACCR-CAP-MONTH  PIC 9(06).
003190     05  DL100-MASTER-ACCR-CAP-AMT    PIC 9(07)V99.
003191     05  DL100-MASTER-MIN-DUE         PIC 9(07)V99.
003192     05  DL100-MASTER-DUE-DATE        PIC 9(08).
003193     05  DL100-MASTER-PAST-DUE-AMT    PIC 9(07)V99.
003194     05  DL100-MASTER-DUE-CHECKED     PIC X(01).
003195         88  DL100-MASTER-DUE-WAS-CHECKED VALUE "Y".
003196     05  DL100-MASTER-DPD-BUCKET      PIC 9(01).
003197         88  DL100-MASTER-DPD-CURRENT VALUE 0.
003198         88  DL100-MASTER-DPD-30      VALUE 1.
003199         88  DL100-MASTER-DPD-60      VALUE 2.
003201         88  DL100-MASTER-DPD-90-PLUS VALUE 3.
003202     05  DL100-MASTER-PREV-BUCKET     PIC 9(01).
003203     05  DL100-MASTER-BUCKET-DATE     PIC 9(08).
003204     05  FILLER                       PIC X(11).
